      * Formål: Maanedlig myndighedskoersel for mindreaarige kunder.
      *    Kunder der er fyldt 18 i den afsluttede maaned (efter
      *    date-of-birth i customer-info.txt) listes, deres
      *    ungdomsprodukter skiftes til voksenproduktet fra
      *    PC-ADULT-TYPE i product-catalog.txt, og vaergeforbindelsen
      *    (guardian-client-id) loeses, saa kunden fremover handler
      *    alene. En kunde fra en tidligere maaned der stadig har
      *    vaerge eller ungdomskonto tages med, saa en glemt koersel
      *    indhentes naeste maaned. Aendringerne logges i kunde- og
      *    konto-aendringshistorikken som CUSTMAINT/ACCTMAINT goer,
      *    og hver aendret kunde og konto faar foer- og efterbillede
      *    i master-journal.txt (journal.cpy).
      *
      *    Koeres: opgave127 YYYYMM (standard forrige maaned) i
      *    starten af maaneden.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJORITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT OUTPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF OUTPUT-CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT OUTPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT CUSTOMER-HISTORY-FILE
       ASSIGN TO DYNAMIC WS-CUSTOMER-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CUSTOMER-HISTORY-STATUS.
       SELECT ACCOUNT-HISTORY-FILE
       ASSIGN TO DYNAMIC WS-ACCOUNT-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNT-HISTORY-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT PRODUCT-CATALOG-FILE
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.

       SELECT MASTER-JOURNAL-FILE
       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD OUTPUT-CUSTOMERS.
       01 OUTPUT-CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD OUTPUT-ACCOUNTS.
       01 OUTPUT-ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD CUSTOMER-HISTORY-FILE.
       01 CUSTOMER-HISTORY-LINE.
           02 CCH-INFO                 PIC X(150).
       FD ACCOUNT-HISTORY-FILE.
       01 ACCOUNT-HISTORY-LINE.
           02 ACH-INFO                 PIC X(150).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).
       FD PRODUCT-CATALOG-FILE.
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".

       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Produktkataloget (catalog-check.cpy) giver voksenproduktet
      * for hver ungdomstype.
           COPY "catalog-check-fields.cpy".
           COPY "safe-swap-fields.cpy".

      * Before and after image of each converted customer and
      * account (journal.cpy). The customer's before image is held
      * until its accounts are done, so each B is followed by its A.
           COPY "journal-fields.cpy".
       01 customer-before-image         PIC X(400) VALUE SPACES.

      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-CUSTOMERS                 PIC X VALUE "N".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-CUSTOMER-HISTORY-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-HISTORY-STATUS     PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 CUSTOMER-ARRAY-MAX            PIC 9(4) VALUE 500.
       01 CUSTOMER-ARRAY                OCCURS 500 TIMES
                                        INDEXED BY cust-idx.
           COPY "customers.cpy".
       01 customer-count                PIC 9(4) VALUE ZEROES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY acct-idx.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.
       01 verify-acct-idx               PIC 9(4) VALUE ZEROES.
       01 idx-guardian                  PIC 9 VALUE ZEROES.

      * The month the run covers and each customer's 18th birthday
      * month; a customer is of age for the run once the birthday
      * month is the run month or earlier.
       01 WS-TARGET-PERIOD              PIC X(6) VALUE SPACES.
       01 prior-period-date.
           02 prior-year                PIC 9(4).
           02 prior-month               PIC 9(2).
       01 majority-date.
           02 majority-yyyy             PIC 9(4).
           02 majority-mmdd             PIC X(4).
       01 majority-period               PIC X(6) VALUE SPACES.
      * "J" = convert the customer, "N" = not of age, "-" = of age
      * with nothing left to convert.
       01 convert-state                 PIC X VALUE "N".
       01 has-guardian                  PIC X VALUE "N".
       01 has-youth-account             PIC X VALUE "N".
       01 customer-converted-count      PIC 9(2) VALUE ZEROES.
       01 customer-manual-count         PIC 9(2) VALUE ZEROES.
       01 old-account-type              PIC X(10) VALUE SPACES.
       01 adult-account-type            PIC X(10) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.
       01 CH-FIELD-NAME                 PIC X(20) VALUE SPACES.
       01 CH-OLD-VALUE                  PIC X(50) VALUE SPACES.
       01 CH-NEW-VALUE                  PIC X(50) VALUE SPACES.
       01 CH-ACTION-TEXT                PIC X(10) VALUE SPACES.
       01 CH-DETAIL                     PIC X(60) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-CUSTOMER-HISTORY-FILENAME
           PIC X(100) VALUE "customer-change-history.txt".
       01 WS-ACCOUNT-HISTORY-FILENAME
           PIC X(100) VALUE "account-change-history.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "majority-report.txt".

      * Batch control totals
       01 of-age-count                  PIC 9(6) VALUE ZEROES.
       01 converted-customer-count      PIC 9(6) VALUE ZEROES.
       01 converted-account-count       PIC 9(6) VALUE ZEROES.
       01 guardian-ended-count          PIC 9(6) VALUE ZEROES.
       01 manual-count                  PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

       ACCEPT WS-TARGET-PERIOD FROM COMMAND-LINE
       IF WS-TARGET-PERIOD = SPACES
           MOVE WS-CURRENT-DATE(1:4) TO prior-year
           MOVE WS-CURRENT-DATE(5:2) TO prior-month
           IF prior-month = 1
               MOVE 12 TO prior-month
               SUBTRACT 1 FROM prior-year
           ELSE
               SUBTRACT 1 FROM prior-month
           END-IF
           MOVE prior-period-date TO WS-TARGET-PERIOD
       END-IF
       IF WS-TARGET-PERIOD IS NOT NUMERIC
           DISPLAY "MAJORITY: usage: opgave127 [YYYYMM]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-CUSTOMER-HISTORY-FILENAME
           FROM ENVIRONMENT "CUSTOMER_CHANGE_HISTORY_FILE"
       IF WS-CUSTOMER-HISTORY-FILENAME = SPACES
           MOVE "customer-change-history.txt"
               TO WS-CUSTOMER-HISTORY-FILENAME
       END-IF

       ACCEPT WS-ACCOUNT-HISTORY-FILENAME
           FROM ENVIRONMENT "ACCOUNT_CHANGE_HISTORY_FILE"
       IF WS-ACCOUNT-HISTORY-FILENAME = SPACES
           MOVE "account-change-history.txt"
               TO WS-ACCOUNT-HISTORY-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT "MAJORITY_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "majority-report.txt" TO WS-REPORT-FILENAME
       END-IF

      * Without the catalog the guardian links still end, but no
      * product can be converted - every youth account is left for
      * manual handling.
       ACCEPT WS-CATALOG-FILENAME
           FROM ENVIRONMENT "PRODUCT_CATALOG_FILE"
       IF WS-CATALOG-FILENAME = SPACES
           MOVE "product-catalog.txt" TO WS-CATALOG-FILENAME
       END-IF
       PERFORM LOAD-PRODUCT-CATALOG
       IF catalog-loaded = "N"
           DISPLAY "MAJORITY: no " FUNCTION TRIM(WS-CATALOG-FILENAME)
               " on file - no products will be converted"
       END-IF

       MOVE "MAJORITY" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-CUSTOMERS
       PERFORM LOAD-ACCOUNTS

       OPEN EXTEND CUSTOMER-HISTORY-FILE
       IF WS-CUSTOMER-HISTORY-STATUS = "35"
           OPEN OUTPUT CUSTOMER-HISTORY-FILE
       END-IF
       IF WS-CUSTOMER-HISTORY-STATUS NOT = "00"
           DISPLAY "MAJORITY: cannot open "
               WS-CUSTOMER-HISTORY-FILENAME ", file status "
               WS-CUSTOMER-HISTORY-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND ACCOUNT-HISTORY-FILE
       IF WS-ACCOUNT-HISTORY-STATUS = "35"
           OPEN OUTPUT ACCOUNT-HISTORY-FILE
       END-IF
       IF WS-ACCOUNT-HISTORY-STATUS NOT = "00"
           DISPLAY "MAJORITY: cannot open "
               WS-ACCOUNT-HISTORY-FILENAME ", file status "
               WS-ACCOUNT-HISTORY-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "MAJORITY: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       STRING "Kunder fyldt 18 til og med " DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       MOVE "MAJORITY" TO jrn-program
       PERFORM OPEN-MASTER-JOURNAL

       PERFORM VARYING cust-idx FROM 1 BY 1
               UNTIL cust-idx > customer-count
           PERFORM CHECK-CUSTOMER-MAJORITY
       END-PERFORM

       CLOSE CUSTOMER-HISTORY-FILE
       CLOSE ACCOUNT-HISTORY-FILE
       PERFORM CLOSE-MASTER-JOURNAL

       IF converted-account-count > ZEROES
           PERFORM REWRITE-ACCOUNTS
       END-IF
       IF converted-customer-count > ZEROES
           PERFORM REWRITE-CUSTOMERS
       END-IF

       MOVE SPACES TO INFO
       STRING "TRAILER: period=" DELIMITED BY SIZE
           WS-TARGET-PERIOD DELIMITED BY SIZE
           " of-age=" DELIMITED BY SIZE
           of-age-count DELIMITED BY SIZE
           " customers-converted=" DELIMITED BY SIZE
           converted-customer-count DELIMITED BY SIZE
           " accounts-converted=" DELIMITED BY SIZE
           converted-account-count DELIMITED BY SIZE
           " guardian-links-ended=" DELIMITED BY SIZE
           guardian-ended-count DELIMITED BY SIZE
           " manual=" DELIMITED BY SIZE
           manual-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT

       PERFORM RELEASE-RUN-LOCK

       IF manual-count > ZEROES
           MOVE 8 TO RETURN-CODE
       END-IF
       DISPLAY "MAJORITY: period " WS-TARGET-PERIOD ", "
           of-age-count " customer(s) of age, "
           converted-account-count " account(s) converted, "
           manual-count " for manual handling."

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-CUSTOMERS.
           OPEN INPUT INPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "MAJORITY: cannot open " WS-CUSTOMERS-FILENAME
                   ", file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-CUSTOMERS = "Y"
               READ INPUT-CUSTOMERS INTO CUSTOMER-RECORD
                   AT END
                       MOVE "Y" TO EOF-CUSTOMERS
                   NOT AT END
                       IF customer-count >= CUSTOMER-ARRAY-MAX
                           DISPLAY "MAJORITY: " WS-CUSTOMERS-FILENAME
                               " has more rows than CUSTOMER-ARRAY ("
                               CUSTOMER-ARRAY-MAX ") can hold"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO customer-count
                       MOVE CUSTOMER-RECORD
                           TO CUSTOMER-ARRAY(customer-count)
               END-READ
           END-PERFORM
           IF WS-CUSTOMERS-STATUS NOT = "00" AND NOT = "10"
               DISPLAY "MAJORITY: error reading "
                   WS-CUSTOMERS-FILENAME
                   ", file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE INPUT-CUSTOMERS.
       EXIT.

       LOAD-ACCOUNTS.
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "MAJORITY: cannot open " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF account-count >= ACCOUNT-ARRAY-MAX
                           DISPLAY "MAJORITY: " WS-ACCOUNTS-FILENAME
                               " has more rows than ACCOUNT-ARRAY ("
                               ACCOUNT-ARRAY-MAX ") can hold"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO account-count
                       MOVE ACCOUNT-RECORD
                           TO ACCOUNT-ARRAY(account-count)
               END-READ

               IF WS-ACCOUNTS-STATUS NOT = "00"
                       AND WS-ACCOUNTS-STATUS NOT = "10"
                   DISPLAY "MAJORITY: error reading "
                       WS-ACCOUNTS-FILENAME
                       ", file status " WS-ACCOUNTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE INPUT-ACCOUNTS.
       EXIT.

      * A customer without a birth date is never touched. One of age
      * by the run month is converted when guardian links or youth
      * accounts remain; one whose birthday month is the run month
      * is listed even when there was nothing left to convert.
       CHECK-CUSTOMER-MAJORITY.
           MOVE "N" TO convert-state
           IF date-of-birth OF CUSTOMER-ARRAY(cust-idx) IS NUMERIC
               AND date-of-birth OF CUSTOMER-ARRAY(cust-idx)
                   NOT = ZEROES
               MOVE date-of-birth OF CUSTOMER-ARRAY(cust-idx)
                   TO majority-date
               ADD 18 TO majority-yyyy
               MOVE majority-date(1:6) TO majority-period
               IF majority-period <= WS-TARGET-PERIOD
                   MOVE "-" TO convert-state
               END-IF
           END-IF

           IF convert-state = "-"
               MOVE "N" TO has-guardian
               IF guardian-client-id OF CUSTOMER-ARRAY(cust-idx, 1)
                       NOT = SPACES
                   OR guardian-client-id
                       OF CUSTOMER-ARRAY(cust-idx, 2) NOT = SPACES
                   MOVE "Y" TO has-guardian
               END-IF
               MOVE "N" TO has-youth-account
               PERFORM VARYING acct-idx FROM 1 BY 1
                       UNTIL acct-idx > account-count
                   IF client-id OF ACCOUNT-ARRAY(acct-idx)
                           = client-id OF CUSTOMER-ARRAY(cust-idx)
                       AND account-status OF ACCOUNT-ARRAY(acct-idx)
                           NOT = "C"
                       MOVE account-type OF ACCOUNT-ARRAY(acct-idx)
                           TO lookup-product-type
                       PERFORM LOOKUP-PRODUCT
                       IF product-found = "Y"
                           IF PRD-ADULT-TYPE
                                   OF CATALOG-ARRAY(product-slot)
                                   NOT = SPACES
                               MOVE "Y" TO has-youth-account
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF has-guardian = "Y" OR has-youth-account = "Y"
                   MOVE "J" TO convert-state
               END-IF
           END-IF

           EVALUATE convert-state
               WHEN "J"
                   ADD 1 TO of-age-count
                   PERFORM CONVERT-CUSTOMER
               WHEN "-"
                   IF majority-period = WS-TARGET-PERIOD
                       ADD 1 TO of-age-count
                       MOVE ZEROES TO customer-converted-count
                       MOVE ZEROES TO customer-manual-count
                       PERFORM WRITE-MAJORITY-LINE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT.

      * Each open or frozen youth account moves to its adult product;
      * an adult product missing from the catalog is left for manual
      * handling rather than writing an uncatalogued account-type.
      * Then both guardian links end.
       CONVERT-CUSTOMER.
           MOVE SPACES TO customer-before-image
           MOVE CUSTOMER-ARRAY(cust-idx) TO customer-before-image
           MOVE ZEROES TO customer-converted-count
           MOVE ZEROES TO customer-manual-count
           PERFORM VARYING acct-idx FROM 1 BY 1
                   UNTIL acct-idx > account-count
               IF client-id OF ACCOUNT-ARRAY(acct-idx)
                       = client-id OF CUSTOMER-ARRAY(cust-idx)
                   AND account-status OF ACCOUNT-ARRAY(acct-idx)
                       NOT = "C"
                   MOVE account-type OF ACCOUNT-ARRAY(acct-idx)
                       TO lookup-product-type
                   PERFORM LOOKUP-PRODUCT
                   MOVE SPACES TO adult-account-type
                   IF product-found = "Y"
                       MOVE PRD-ADULT-TYPE
                           OF CATALOG-ARRAY(product-slot)
                           TO adult-account-type
                   END-IF
                   IF adult-account-type NOT = SPACES
                       PERFORM CONVERT-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM

           IF has-guardian = "Y"
               PERFORM VARYING idx-guardian FROM 1 BY 1
                       UNTIL idx-guardian > 2
                   IF guardian-client-id
                           OF CUSTOMER-ARRAY(cust-idx, idx-guardian)
                           NOT = SPACES
                       MOVE "guardian-client-id" TO CH-FIELD-NAME
                       MOVE guardian-client-id
                           OF CUSTOMER-ARRAY(cust-idx, idx-guardian)
                           TO CH-OLD-VALUE
                       MOVE SPACES TO CH-NEW-VALUE
                       PERFORM WRITE-CUSTOMER-CHANGE-LINE
                       MOVE SPACES TO guardian-client-id
                           OF CUSTOMER-ARRAY(cust-idx, idx-guardian)
                       ADD 1 TO guardian-ended-count
                   END-IF
               END-PERFORM
               ADD 1 TO converted-customer-count
               MOVE WS-CUSTOMERS-FILENAME(1:40) TO jrn-master-file
               MOVE client-id OF CUSTOMER-ARRAY(cust-idx) TO jrn-key
               MOVE "B" TO jrn-image-type
               MOVE customer-before-image TO jrn-image
               PERFORM WRITE-JOURNAL-IMAGE
               MOVE "A" TO jrn-image-type
               MOVE SPACES TO jrn-image
               MOVE CUSTOMER-ARRAY(cust-idx) TO jrn-image
               PERFORM WRITE-JOURNAL-IMAGE
           END-IF

           PERFORM WRITE-MAJORITY-LINE.
       EXIT.

       CONVERT-ACCOUNT.
           MOVE account-type OF ACCOUNT-ARRAY(acct-idx)
               TO old-account-type
           MOVE adult-account-type TO lookup-product-type
           PERFORM LOOKUP-PRODUCT
           IF product-found = "N"
               ADD 1 TO manual-count
               ADD 1 TO customer-manual-count
               MOVE SPACES TO INFO
               STRING "MANUEL: client-id=" DELIMITED BY SIZE
                   client-id OF CUSTOMER-ARRAY(cust-idx)
                       DELIMITED BY SIZE
                   " konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(account-number
                       OF ACCOUNT-ARRAY(acct-idx)) DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   FUNCTION TRIM(old-account-type) DELIMITED BY SIZE
                   " voksenprodukt " DELIMITED BY SIZE
                   FUNCTION TRIM(adult-account-type) DELIMITED BY SIZE
                   " findes ikke i kataloget" DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               MOVE WS-ACCOUNTS-FILENAME(1:40) TO jrn-master-file
               MOVE account-number OF ACCOUNT-ARRAY(acct-idx)
                   TO jrn-key
               MOVE "B" TO jrn-image-type
               MOVE SPACES TO jrn-image
               MOVE ACCOUNT-ARRAY(acct-idx) TO jrn-image
               PERFORM WRITE-JOURNAL-IMAGE
               MOVE adult-account-type
                   TO account-type OF ACCOUNT-ARRAY(acct-idx)
               MOVE "A" TO jrn-image-type
               MOVE SPACES TO jrn-image
               MOVE ACCOUNT-ARRAY(acct-idx) TO jrn-image
               PERFORM WRITE-JOURNAL-IMAGE
               ADD 1 TO converted-account-count
               ADD 1 TO customer-converted-count
               MOVE "MYNDIG" TO CH-ACTION-TEXT
               MOVE SPACES TO CH-DETAIL
               STRING "KONTOTYPE " DELIMITED BY SIZE
                   FUNCTION TRIM(old-account-type) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(adult-account-type) DELIMITED BY SIZE
                   INTO CH-DETAIL
               PERFORM WRITE-ACCOUNT-CHANGE-LINE
               MOVE SPACES TO INFO
               STRING "KONVERTERET: client-id=" DELIMITED BY SIZE
                   client-id OF CUSTOMER-ARRAY(cust-idx)
                       DELIMITED BY SIZE
                   " konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(account-number
                       OF ACCOUNT-ARRAY(acct-idx)) DELIMITED BY SIZE
                   " fra=" DELIMITED BY SIZE
                   FUNCTION TRIM(old-account-type) DELIMITED BY SIZE
                   " til=" DELIMITED BY SIZE
                   FUNCTION TRIM(adult-account-type) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF.
       EXIT.

       WRITE-MAJORITY-LINE.
           MOVE SPACES TO INFO
           STRING "MYNDIG: client-id=" DELIMITED BY SIZE
               client-id OF CUSTOMER-ARRAY(cust-idx) DELIMITED BY SIZE
               " navn=" DELIMITED BY SIZE
               FUNCTION TRIM(first-name OF CUSTOMER-ARRAY(cust-idx))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(last-name OF CUSTOMER-ARRAY(cust-idx))
                   DELIMITED BY SIZE
               " foedt=" DELIMITED BY SIZE
               date-of-birth OF CUSTOMER-ARRAY(cust-idx)
                   DELIMITED BY SIZE
               " konti-konverteret=" DELIMITED BY SIZE
               customer-converted-count DELIMITED BY SIZE
               " manuelle=" DELIMITED BY SIZE
               customer-manual-count DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * Same line shape as CUSTMAINT's field-level change history.
       WRITE-CUSTOMER-CHANGE-LINE.
           MOVE SPACES TO CCH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               client-id OF CUSTOMER-ARRAY(cust-idx) DELIMITED BY SIZE
               " field=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-FIELD-NAME) DELIMITED BY SIZE
               " old=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-OLD-VALUE) DELIMITED BY SIZE
               " new=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-NEW-VALUE) DELIMITED BY SIZE
               INTO CCH-INFO
           WRITE CUSTOMER-HISTORY-LINE.
       EXIT.

      * Same line shape as ACCTMAINT's change history.
       WRITE-ACCOUNT-CHANGE-LINE.
           MOVE SPACES TO ACH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-ACTION-TEXT) DELIMITED BY SIZE
               " account-number=" DELIMITED BY SIZE
               FUNCTION TRIM(account-number OF ACCOUNT-ARRAY(acct-idx))
                   DELIMITED BY SIZE
               " detail=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-DETAIL) DELIMITED BY SIZE
               INTO ACH-INFO
           WRITE ACCOUNT-HISTORY-LINE.
       EXIT.

       REWRITE-ACCOUNTS.
           MOVE WS-ACCOUNTS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-ACCOUNTS-FILENAME
           OPEN OUTPUT OUTPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "MAJORITY: cannot open " WS-ACCOUNTS-FILENAME
                   " for rewrite, file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING acct-idx FROM 1 BY 1
                   UNTIL acct-idx > account-count
               MOVE ACCOUNT-ARRAY(acct-idx) TO OUTPUT-ACCOUNT-RECORD
               WRITE OUTPUT-ACCOUNT-RECORD
           END-PERFORM
           CLOSE OUTPUT-ACCOUNTS

           MOVE ZEROES TO verify-count
           MOVE ZEROES TO verify-total
           MOVE ZEROES TO verify-expected-total
           PERFORM VARYING verify-acct-idx FROM 1 BY 1
                   UNTIL verify-acct-idx > account-count
               ADD balance OF ACCOUNT-ARRAY(verify-acct-idx)
                   TO verify-expected-total
           END-PERFORM
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "MAJORITY: cannot re-open new master "
                   WS-ACCOUNTS-FILENAME " for verification, file "
                   "status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
                       ADD balance OF ACCOUNT-RECORD TO verify-total
               END-READ
           END-PERFORM
           CLOSE INPUT-ACCOUNTS
           IF verify-count NOT = account-count
               OR verify-total NOT = verify-expected-total
               DISPLAY "MAJORITY: new master FAILED verification ("
                   verify-count "/" account-count " record(s), "
                   verify-total "/" verify-expected-total
                   ") - live master untouched, new file left in "
                   FUNCTION TRIM(WS-ACCOUNTS-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-ACCOUNTS-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

      * Same rewrite as CUSTMAINT: written RANDOM to <master>.new,
      * recounted, then swapped in.
       REWRITE-CUSTOMERS.
           MOVE WS-CUSTOMERS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-CUSTOMERS-FILENAME
           OPEN OUTPUT OUTPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "MAJORITY: cannot open " WS-CUSTOMERS-FILENAME
                   " for rewrite, file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING cust-idx FROM 1 BY 1
                   UNTIL cust-idx > customer-count
               MOVE CUSTOMER-ARRAY(cust-idx) TO OUTPUT-CUSTOMER-RECORD
               WRITE OUTPUT-CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "MAJORITY: duplicate client-id "
                           client-id OF OUTPUT-CUSTOMER-RECORD
                           " while rewriting "
                           FUNCTION TRIM(WS-CUSTOMERS-FILENAME)
               END-WRITE
           END-PERFORM
           CLOSE OUTPUT-CUSTOMERS

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "MAJORITY: cannot re-open new master "
                   WS-CUSTOMERS-FILENAME " for verification, file "
                   "status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-CUSTOMERS INTO CUSTOMER-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-CUSTOMERS
           IF verify-count NOT = customer-count
               DISPLAY "MAJORITY: new master FAILED verification ("
                   verify-count "/" customer-count
                   " record(s)) - live master untouched, new file "
                   "left in " FUNCTION TRIM(WS-CUSTOMERS-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-CUSTOMERS-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "journal.cpy".

           COPY "run-lock.cpy".

           COPY "catalog-check.cpy".

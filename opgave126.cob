      * Formål: Aarlig pensionsafkastskat (PAL-skat) paa pensionskonti
      *    - hidtil regnet i et regneark hver januar. Konti hvis
      *    account-type har PC-PENSION-CAP-FLAG "Y" i
      *    product-catalog.txt er skattebegunstigede, og aarets
      *    afkast beskattes med PAL-satsen (PAL_TAX_RATE i procent,
      *    standard 15,30). Afkastet er aarets bogfoerte renter fra
      *    INTPOST med fradrag af negativ rente; primo- og
      *    ultimosaldo hentes fra balance-history.txt (seneste punkt
      *    foer aarets start og seneste punkt i aaret), og forskellen
      *    ud over afkastet vises som aarets nettoindskud. Skatten
      *    debiteres kontoen ("System - PAL-skat YYYY"), et negativt
      *    afkast fremfoeres til fradrag i senere aar i
      *    pal-carryforward.txt, og opgoerelsen til skattemyndigheden
      *    skrives i pal-tax-upload.txt ved siden af TAXINT's
      *    tax-authority-upload.txt.
      *
      *    Koeres: opgave126 YYYY (standard forrige aar) i januar,
      *    med TRANSACTIONS_FILE peget paa aarets posteringer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALTAX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT OUTPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-POSTINGS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POSTINGS-STATUS.
       SELECT INPUT-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
       SELECT INPUT-CARRYFORWARD
       ASSIGN TO DYNAMIC WS-CARRYFORWARD-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARRYFORWARD-STATUS.
       SELECT OUTPUT-CARRYFORWARD
       ASSIGN TO DYNAMIC WS-CARRYFORWARD-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARRYFORWARD-STATUS.
       SELECT OUTPUT-UPLOAD ASSIGN TO DYNAMIC WS-UPLOAD-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-UPLOAD-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT PRODUCT-CATALOG-FILE
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT PERIOD-STATUS-FILE
       ASSIGN TO DYNAMIC WS-PERIOD-STATUS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PERIOD-STATUS-ST.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD OUTPUT-ACCOUNTS.
       01 OUTPUT-ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD OUTPUT-TRANSACTIONS.
       01 POSTING-RECORD.
           COPY "transactions.cpy".
       FD INPUT-HISTORY.
       01 HISTORY-RECORD.
           COPY "balance-history.cpy".
       FD INPUT-CARRYFORWARD.
       01 CARRYFORWARD-RECORD.
           COPY "pal-carryforward.cpy".
       FD OUTPUT-CARRYFORWARD.
       01 OUTPUT-CARRYFORWARD-RECORD.
           COPY "pal-carryforward.cpy"
               REPLACING LEADING ==PF-== BY ==PF-OUT-==.
       FD OUTPUT-UPLOAD.
       01 UPLOAD-RECORD.
           02 PU-ACCOUNT-NUMBER        PIC X(20).
           02 PU-CLIENT-ID             PIC X(10).
           02 PU-YEAR                  PIC X(4).
           02 PU-OPENING-BALANCE       PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           02 PU-CLOSING-BALANCE       PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           02 PU-RETURN                PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           02 PU-DEDUCTIBLE-USED       PIC 9(9)V99.
           02 PU-TAXABLE-RETURN        PIC 9(9)V99.
           02 PU-TAX-AMOUNT            PIC 9(9)V99.
           02 PU-CARRY-FORWARD         PIC 9(9)V99.
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(200).
       FD PRODUCT-CATALOG-FILE.
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".
       FD PERIOD-STATUS-FILE.
       01 PERIOD-STATUS-RECORD.
           02 PS-PERIOD                PIC X(6).
           02 PS-STATUS                PIC X(1).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Produktkataloget (catalog-check.cpy) afgoer hvilke
      * account-types der er pensionskonti.
           COPY "catalog-check-fields.cpy".
           COPY "period-check-fields.cpy".
           COPY "safe-swap-fields.cpy".

      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 EOF-HISTORY                   PIC X VALUE "N".
       01 EOF-CARRYFORWARD              PIC X VALUE "N".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-POSTINGS-STATUS            PIC XX VALUE "00".
       01 WS-HISTORY-STATUS             PIC XX VALUE "00".
       01 WS-CARRYFORWARD-STATUS        PIC XX VALUE "00".
       01 WS-UPLOAD-STATUS              PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY acct-idx.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

      * The year's figures per pension account, in the order the
      * accounts stand in account-info.txt.
       01 PENSION-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 PENSION-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-pen.
           02 PEN-ACCOUNT-SLOT          PIC 9(4) VALUE ZEROES.
           02 PEN-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 PEN-RETURN                PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 PEN-OPENING-DATE          PIC X(8) VALUE SPACES.
           02 PEN-OPENING-BALANCE       PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 PEN-CLOSING-DATE          PIC X(8) VALUE SPACES.
           02 PEN-CLOSING-BALANCE       PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 pension-count                 PIC 9(4) VALUE ZEROES.
       01 pension-slot                  PIC 9(4) VALUE ZEROES.
       01 lookup-account-number         PIC X(20) VALUE SPACES.

       01 CARRYFORWARD-ARRAY-MAX        PIC 9(4) VALUE 2000.
       01 CARRYFORWARD-ARRAY            OCCURS 2000 TIMES
                                        INDEXED BY idx-cf.
           COPY "pal-carryforward.cpy"
               REPLACING LEADING ==PF-== BY ==PF-ARR-==.
       01 carryforward-count            PIC 9(4) VALUE ZEROES.
       01 carryforward-slot             PIC 9(4) VALUE ZEROES.
       01 carryforward-existed          PIC X VALUE "Y".
      * "J" = assess the account, "A" = year already assessed,
      * "M" = tax due on an account that cannot take the debit.
       01 assess-state                  PIC X VALUE "J".
       01 line-keyword                  PIC X(20) VALUE SPACES.

       01 WS-TARGET-YEAR                PIC X(4) VALUE SPACES.
       01 year-start-date               PIC X(8) VALUE SPACES.
       01 year-end-date                 PIC X(8) VALUE SPACES.
       01 prior-year                    PIC 9(4) VALUE ZEROES.
       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TRANSACTION-DATE           PIC X(8) VALUE SPACES.
       01 WS-PARAMETER-TEXT             PIC X(20) VALUE SPACES.
      * PAL-satsen i procent af det skattepligtige afkast.
       01 WS-PAL-RATE                   PIC 9(2)V99 VALUE 15.30.

       01 deductible-before             PIC 9(9)V99 VALUE ZEROES.
       01 deductible-used               PIC 9(9)V99 VALUE ZEROES.
       01 deductible-after              PIC 9(9)V99 VALUE ZEROES.
       01 taxable-return                PIC 9(9)V99 VALUE ZEROES.
       01 pal-tax-amount                PIC 9(9)V99 VALUE ZEROES.
       01 net-contributions
           PIC S9(9)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 amount-display                PIC -ZZZ,ZZZ,ZZ9.99.
       01 verify-acct-idx               PIC 9(4) VALUE ZEROES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at the year's archived
      * files without recompiling.
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-POSTINGS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-HISTORY-FILENAME
           PIC X(100) VALUE "balance-history.txt".
       01 WS-CARRYFORWARD-FILENAME
           PIC X(100) VALUE "pal-carryforward.txt".
       01 WS-UPLOAD-FILENAME
           PIC X(100) VALUE "pal-tax-upload.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "pal-tax-report.txt".

      * Batch control totals
       01 pension-account-count         PIC 9(6) VALUE ZEROES.
       01 taxed-count                   PIC 9(6) VALUE ZEROES.
       01 tax-total                     PIC 9(11)V99 VALUE ZEROES.
       01 carried-count                 PIC 9(6) VALUE ZEROES.
       01 skipped-count                 PIC 9(6) VALUE ZEROES.
       01 manual-count                  PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TRANSACTION-DATE

       ACCEPT WS-TARGET-YEAR FROM COMMAND-LINE
       IF WS-TARGET-YEAR = SPACES
           MOVE WS-CURRENT-DATE(1:4) TO prior-year
           SUBTRACT 1 FROM prior-year
           MOVE prior-year TO WS-TARGET-YEAR
       END-IF
       IF WS-TARGET-YEAR IS NOT NUMERIC
           DISPLAY "PALTAX: usage: opgave126 [YYYY]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       STRING WS-TARGET-YEAR "0101" DELIMITED BY SIZE
           INTO year-start-date
       STRING WS-TARGET-YEAR "1231" DELIMITED BY SIZE
           INTO year-end-date

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "PAL_TAX_RATE"
       IF WS-PARAMETER-TEXT NOT = SPACES
           COMPUTE WS-PAL-RATE = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

      * The tax debit goes to today's capture file, whichever year's
      * history the return was read from.
       ACCEPT WS-POSTINGS-FILENAME
           FROM ENVIRONMENT "PAL_POSTINGS_FILE"
       IF WS-POSTINGS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-POSTINGS-FILENAME
       END-IF

       ACCEPT WS-HISTORY-FILENAME
           FROM ENVIRONMENT "BALANCE_HISTORY_FILE"
       IF WS-HISTORY-FILENAME = SPACES
           MOVE "balance-history.txt" TO WS-HISTORY-FILENAME
       END-IF

       ACCEPT WS-CARRYFORWARD-FILENAME
           FROM ENVIRONMENT "PAL_CARRYFORWARD_FILE"
       IF WS-CARRYFORWARD-FILENAME = SPACES
           MOVE "pal-carryforward.txt" TO WS-CARRYFORWARD-FILENAME
       END-IF

       ACCEPT WS-UPLOAD-FILENAME
           FROM ENVIRONMENT "PAL_TAX_UPLOAD_FILE"
       IF WS-UPLOAD-FILENAME = SPACES
           MOVE "pal-tax-upload.txt" TO WS-UPLOAD-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "PAL_TAX_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "pal-tax-report.txt" TO WS-REPORT-FILENAME
       END-IF

      * No tax may post into a closed accounting period.
       PERFORM LOAD-PERIOD-STATUS
       MOVE WS-TRANSACTION-DATE TO period-check-date
       PERFORM CHECK-PERIOD-OPEN
       IF period-is-open = "N"
           DISPLAY "PALTAX: posting period "
               WS-TRANSACTION-DATE(1:6)
               " is closed - run refused"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      * Without the catalog there is no telling which accounts are
      * pension accounts - nothing is guessed.
       ACCEPT WS-CATALOG-FILENAME
           FROM ENVIRONMENT "PRODUCT_CATALOG_FILE"
       IF WS-CATALOG-FILENAME = SPACES
           MOVE "product-catalog.txt" TO WS-CATALOG-FILENAME
       END-IF
       PERFORM LOAD-PRODUCT-CATALOG
       IF catalog-loaded = "N"
           DISPLAY "PALTAX: no " FUNCTION TRIM(WS-CATALOG-FILENAME)
               " on file - pension accounts cannot be identified"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "PALTAX" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-ACCOUNTS
       PERFORM LOAD-CARRYFORWARD
       PERFORM TALLY-RETURNS
       PERFORM TALLY-BALANCES

       OPEN EXTEND OUTPUT-TRANSACTIONS
       IF WS-POSTINGS-STATUS = "35"
           OPEN OUTPUT OUTPUT-TRANSACTIONS
       END-IF
       IF WS-POSTINGS-STATUS NOT = "00"
           DISPLAY "PALTAX: cannot open " WS-POSTINGS-FILENAME
               ", file status " WS-POSTINGS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      * Appended to, never overwritten: a rerun adds only accounts
      * assessed for the first time (a closed account resolved by
      * hand), so the year's upload already delivered stays intact.
       OPEN EXTEND OUTPUT-UPLOAD
       IF WS-UPLOAD-STATUS = "35"
           OPEN OUTPUT OUTPUT-UPLOAD
       END-IF
       IF WS-UPLOAD-STATUS NOT = "00"
           DISPLAY "PALTAX: cannot open " WS-UPLOAD-FILENAME ", "
               "file status " WS-UPLOAD-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "PALTAX: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       STRING "PAL-skat indkomstaar " DELIMITED BY SIZE
           WS-TARGET-YEAR DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       PERFORM VARYING idx-pen FROM 1 BY 1
               UNTIL idx-pen > pension-count
           PERFORM ASSESS-PENSION-ACCOUNT
       END-PERFORM

       CLOSE OUTPUT-TRANSACTIONS
       CLOSE OUTPUT-UPLOAD

       IF taxed-count > ZEROES
           PERFORM REWRITE-ACCOUNTS
       END-IF
       PERFORM REWRITE-CARRYFORWARD

       MOVE SPACES TO INFO
       STRING "TRAILER: year=" DELIMITED BY SIZE
           WS-TARGET-YEAR DELIMITED BY SIZE
           " pension-accounts=" DELIMITED BY SIZE
           pension-account-count DELIMITED BY SIZE
           " taxed-count=" DELIMITED BY SIZE
           taxed-count DELIMITED BY SIZE
           " tax-total=" DELIMITED BY SIZE
           tax-total DELIMITED BY SIZE
           " carried-forward=" DELIMITED BY SIZE
           carried-count DELIMITED BY SIZE
           " already-assessed=" DELIMITED BY SIZE
           skipped-count DELIMITED BY SIZE
           " manual=" DELIMITED BY SIZE
           manual-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT

       PERFORM RELEASE-RUN-LOCK

       IF manual-count > ZEROES
           MOVE 8 TO RETURN-CODE
       END-IF
       DISPLAY "PALTAX: year " WS-TARGET-YEAR ", " taxed-count
           " account(s) taxed, total " tax-total ", "
           manual-count " for manual handling."

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * Every account whose product carries the pension flag is
      * assessed, closed ones included - a pension paid out during
      * the year still owes tax on the return it earned.
       LOAD-ACCOUNTS.
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "PALTAX: cannot open " WS-ACCOUNTS-FILENAME
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
                           DISPLAY "PALTAX: " WS-ACCOUNTS-FILENAME
                               " has more rows than ACCOUNT-ARRAY ("
                               ACCOUNT-ARRAY-MAX ") can hold"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO account-count
                       MOVE ACCOUNT-RECORD
                           TO ACCOUNT-ARRAY(account-count)
                       MOVE account-type OF ACCOUNT-RECORD
                           TO lookup-product-type
                       PERFORM LOOKUP-PRODUCT
                       IF product-found = "Y"
                           IF PRD-PENSION-CAP-FLAG
                                   OF CATALOG-ARRAY(product-slot) = "Y"
                               ADD 1 TO pension-count
                               MOVE account-count
                                   TO PEN-ACCOUNT-SLOT(pension-count)
                               MOVE account-number OF ACCOUNT-RECORD
                                   TO PEN-ACCOUNT-NUMBER(pension-count)
                           END-IF
                       END-IF
               END-READ

               IF WS-ACCOUNTS-STATUS NOT = "00"
                       AND WS-ACCOUNTS-STATUS NOT = "10"
                   DISPLAY "PALTAX: error reading "
                       WS-ACCOUNTS-FILENAME
                       ", file status " WS-ACCOUNTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE INPUT-ACCOUNTS
           MOVE pension-count TO pension-account-count.
       EXIT.

      * No carry-forward file yet is a normal state - the first
      * year-end run creates it.
       LOAD-CARRYFORWARD.
           OPEN INPUT INPUT-CARRYFORWARD
           IF WS-CARRYFORWARD-STATUS = "00"
               PERFORM UNTIL EOF-CARRYFORWARD = "Y"
                   READ INPUT-CARRYFORWARD INTO CARRYFORWARD-RECORD
                       AT END
                           MOVE "Y" TO EOF-CARRYFORWARD
                       NOT AT END
                           IF carryforward-count
                                   >= CARRYFORWARD-ARRAY-MAX
                               DISPLAY "PALTAX: CARRYFORWARD-ARRAY "
                                   "is full, cannot load more of "
                                   WS-CARRYFORWARD-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO carryforward-count
                           MOVE CARRYFORWARD-RECORD
                               TO CARRYFORWARD-ARRAY(carryforward-count)
                   END-READ
               END-PERFORM
               CLOSE INPUT-CARRYFORWARD
           ELSE
               IF WS-CARRYFORWARD-STATUS NOT = "35"
                   DISPLAY "PALTAX: cannot open "
                       WS-CARRYFORWARD-FILENAME ", file status "
                       WS-CARRYFORWARD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO carryforward-existed
           END-IF.
       EXIT.

      * The year's return: interest INTPOST credited, less negative
      * interest it charged. Only INTPOST's own posting texts count,
      * the same test TAXINT applies.
       TALLY-RETURNS.
           OPEN INPUT INPUT-TRANSACTIONS
           IF WS-TRANSACTIONS-STATUS NOT = "00"
               DISPLAY "PALTAX: cannot open " WS-TRANSACTIONS-FILENAME
                   ", file status " WS-TRANSACTIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-TRANSACTIONS = "Y"
               READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
                   AT END
                       MOVE "Y" TO EOF-TRANSACTIONS
                   NOT AT END
                       IF TRANSACTION-DATE OF TRANSACTION-RECORD(1:4)
                               = WS-TARGET-YEAR
                           MOVE ACCOUNT-NUMBER OF TRANSACTION-RECORD
                               TO lookup-account-number
                           PERFORM FIND-PENSION-ACCOUNT
                           IF pension-slot > ZEROES
                               PERFORM ADD-TO-RETURN
                           END-IF
                       END-IF
               END-READ

               IF WS-TRANSACTIONS-STATUS NOT = "00"
                       AND WS-TRANSACTIONS-STATUS NOT = "10"
                   DISPLAY "PALTAX: error reading "
                       WS-TRANSACTIONS-FILENAME
                       ", file status " WS-TRANSACTIONS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE INPUT-TRANSACTIONS.
       EXIT.

       ADD-TO-RETURN.
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "I"
                   AND OWNER OF TRANSACTION-RECORD(1:25)
                       = "System - interest posting"
               ADD AMOUNT OF TRANSACTION-RECORD
                   TO PEN-RETURN(pension-slot)
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
                   AND OWNER OF TRANSACTION-RECORD(1:26)
                       = "System - negative interest"
               SUBTRACT AMOUNT OF TRANSACTION-RECORD
                   FROM PEN-RETURN(pension-slot)
           END-IF.
       EXIT.

      * Opening balance is the last snapshot before the year began,
      * closing balance the last one inside it. No history on file
      * leaves both at zero and the return stands alone.
       TALLY-BALANCES.
           OPEN INPUT INPUT-HISTORY
           IF WS-HISTORY-STATUS NOT = "00"
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "PALTAX: cannot open "
                       WS-HISTORY-FILENAME ", file status "
                       WS-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO EOF-HISTORY
           END-IF
           PERFORM UNTIL EOF-HISTORY = "Y"
               READ INPUT-HISTORY INTO HISTORY-RECORD
                   AT END
                       MOVE "Y" TO EOF-HISTORY
                   NOT AT END
                       IF BH-DATE <= year-end-date
                           MOVE BH-ACCOUNT-NUMBER
                               TO lookup-account-number
                           PERFORM FIND-PENSION-ACCOUNT
                           IF pension-slot > ZEROES
                               PERFORM TAKE-BALANCE-POINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS NOT = "35"
               CLOSE INPUT-HISTORY
           END-IF.
       EXIT.

       TAKE-BALANCE-POINT.
           IF BH-DATE < year-start-date
               IF BH-DATE >= PEN-OPENING-DATE(pension-slot)
                   MOVE BH-DATE TO PEN-OPENING-DATE(pension-slot)
                   MOVE BH-BALANCE TO PEN-OPENING-BALANCE(pension-slot)
               END-IF
           ELSE
               IF BH-DATE >= PEN-CLOSING-DATE(pension-slot)
                   MOVE BH-DATE TO PEN-CLOSING-DATE(pension-slot)
                   MOVE BH-BALANCE TO PEN-CLOSING-BALANCE(pension-slot)
               END-IF
           END-IF.
       EXIT.

      * pension-slot is zero for an account that is not a pension
      * account.
       FIND-PENSION-ACCOUNT.
           MOVE ZEROES TO pension-slot
           SET idx-pen TO 1
           SEARCH PENSION-ARRAY
               AT END
                   CONTINUE
               WHEN idx-pen > pension-count
                   CONTINUE
               WHEN PEN-ACCOUNT-NUMBER(idx-pen) = lookup-account-number
                   SET pension-slot TO idx-pen
           END-SEARCH.
       EXIT.

      * One account's assessment: a positive return is first set off
      * against the deductible carried from earlier years, the rest
      * is taxed at the PAL rate; a negative return adds to the
      * deductible. A year already assessed is left alone.
       ASSESS-PENSION-ACCOUNT.
           SET acct-idx TO PEN-ACCOUNT-SLOT(idx-pen)
           MOVE "J" TO assess-state
           MOVE ZEROES TO carryforward-slot
           MOVE ZEROES TO deductible-before
           SET idx-cf TO 1
           SEARCH CARRYFORWARD-ARRAY
               AT END
                   CONTINUE
               WHEN idx-cf > carryforward-count
                   CONTINUE
               WHEN PF-ARR-ACCOUNT-NUMBER(idx-cf)
                       = PEN-ACCOUNT-NUMBER(idx-pen)
                   SET carryforward-slot TO idx-cf
                   MOVE PF-ARR-DEDUCTIBLE(idx-cf) TO deductible-before
                   IF PF-ARR-LAST-TAX-YEAR(idx-cf) >= WS-TARGET-YEAR
                       MOVE "A" TO assess-state
                   END-IF
           END-SEARCH

           MOVE ZEROES TO deductible-used
           MOVE ZEROES TO taxable-return
           MOVE ZEROES TO pal-tax-amount
           MOVE deductible-before TO deductible-after
           IF PEN-RETURN(idx-pen) > 0
               IF PEN-RETURN(idx-pen) > deductible-before
                   MOVE deductible-before TO deductible-used
               ELSE
                   MOVE PEN-RETURN(idx-pen) TO deductible-used
               END-IF
               COMPUTE taxable-return =
                   PEN-RETURN(idx-pen) - deductible-used
               SUBTRACT deductible-used FROM deductible-after
               COMPUTE pal-tax-amount ROUNDED =
                   taxable-return * WS-PAL-RATE / 100
           ELSE
               COMPUTE deductible-after =
                   deductible-before - PEN-RETURN(idx-pen)
           END-IF

      *>   A closed or frozen account cannot take the debit; the tax
      *>   is left for manual collection and the year stays open for
      *>   this account so a rerun picks it up once resolved.
           IF assess-state = "J" AND pal-tax-amount > ZEROES
               IF account-status OF ACCOUNT-ARRAY(acct-idx) = "C"
                       OR account-status OF ACCOUNT-ARRAY(acct-idx)
                           = "F"
                   MOVE "M" TO assess-state
               END-IF
           END-IF

           EVALUATE assess-state
               WHEN "A"
                   ADD 1 TO skipped-count
                   MOVE SPACES TO INFO
                   STRING "ALLEREDE-BEREGNET: konto=" DELIMITED BY SIZE
                       PEN-ACCOUNT-NUMBER(idx-pen) DELIMITED BY SIZE
                       " senest opgjort=" DELIMITED BY SIZE
                       PF-ARR-LAST-TAX-YEAR(carryforward-slot)
                           DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               WHEN "M"
                   ADD 1 TO manual-count
                   MOVE pal-tax-amount TO amount-display
                   MOVE SPACES TO INFO
                   STRING "MANUEL: konto=" DELIMITED BY SIZE
                       PEN-ACCOUNT-NUMBER(idx-pen) DELIMITED BY SIZE
                       " status=" DELIMITED BY SIZE
                       account-status OF ACCOUNT-ARRAY(acct-idx)
                           DELIMITED BY SIZE
                       " PAL-skat=" DELIMITED BY SIZE
                       FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                       " kan ikke debiteres" DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               WHEN OTHER
                   IF pal-tax-amount > ZEROES
                       SUBTRACT pal-tax-amount
                           FROM balance OF ACCOUNT-ARRAY(acct-idx)
                       PERFORM POST-PAL-TAX-TRANSACTION
                       ADD 1 TO taxed-count
                       ADD pal-tax-amount TO tax-total
                   END-IF
                   IF PEN-RETURN(idx-pen) < 0
                       ADD 1 TO carried-count
                   END-IF
                   PERFORM RECORD-CARRYFORWARD
                   PERFORM WRITE-UPLOAD-RECORD
                   PERFORM WRITE-ASSESSMENT-LINE
           END-EVALUATE.
       EXIT.

       RECORD-CARRYFORWARD.
           IF carryforward-slot = ZEROES
               IF carryforward-count >= CARRYFORWARD-ARRAY-MAX
                   DISPLAY "PALTAX: CARRYFORWARD-ARRAY is full, "
                       "cannot record account "
                       PEN-ACCOUNT-NUMBER(idx-pen)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO carryforward-count
               MOVE carryforward-count TO carryforward-slot
               MOVE PEN-ACCOUNT-NUMBER(idx-pen)
                   TO PF-ARR-ACCOUNT-NUMBER(carryforward-slot)
           END-IF
           MOVE WS-TARGET-YEAR
               TO PF-ARR-LAST-TAX-YEAR(carryforward-slot)
           MOVE deductible-after
               TO PF-ARR-DEDUCTIBLE(carryforward-slot).
       EXIT.

       WRITE-UPLOAD-RECORD.
           MOVE PEN-ACCOUNT-NUMBER(idx-pen) TO PU-ACCOUNT-NUMBER
           MOVE client-id OF ACCOUNT-ARRAY(acct-idx) TO PU-CLIENT-ID
           MOVE WS-TARGET-YEAR TO PU-YEAR
           MOVE PEN-OPENING-BALANCE(idx-pen) TO PU-OPENING-BALANCE
           MOVE PEN-CLOSING-BALANCE(idx-pen) TO PU-CLOSING-BALANCE
           MOVE PEN-RETURN(idx-pen) TO PU-RETURN
           MOVE deductible-used TO PU-DEDUCTIBLE-USED
           MOVE taxable-return TO PU-TAXABLE-RETURN
           MOVE pal-tax-amount TO PU-TAX-AMOUNT
           MOVE deductible-after TO PU-CARRY-FORWARD
           WRITE UPLOAD-RECORD.
       EXIT.

      * The report line carries the balance movement beside the
      * return, so what the customer paid in or took out during the
      * year is visible as the difference.
       WRITE-ASSESSMENT-LINE.
           COMPUTE net-contributions =
               PEN-CLOSING-BALANCE(idx-pen)
               - PEN-OPENING-BALANCE(idx-pen)
               - PEN-RETURN(idx-pen)
           IF PEN-RETURN(idx-pen) < 0
               MOVE "FREMFOERT: konto=" TO line-keyword
           ELSE
               MOVE "BEREGNET: konto=" TO line-keyword
           END-IF
           MOVE SPACES TO INFO
           STRING FUNCTION TRIM(line-keyword) DELIMITED BY SIZE
               PEN-ACCOUNT-NUMBER(idx-pen) DELIMITED BY SIZE
               " primo=" DELIMITED BY SIZE
               PEN-OPENING-BALANCE(idx-pen) DELIMITED BY SIZE
               " ultimo=" DELIMITED BY SIZE
               PEN-CLOSING-BALANCE(idx-pen) DELIMITED BY SIZE
               " indskud=" DELIMITED BY SIZE
               net-contributions DELIMITED BY SIZE
               " afkast=" DELIMITED BY SIZE
               PEN-RETURN(idx-pen) DELIMITED BY SIZE
               " fradrag=" DELIMITED BY SIZE
               deductible-used DELIMITED BY SIZE
               " skat=" DELIMITED BY SIZE
               pal-tax-amount DELIMITED BY SIZE
               " fremfoert=" DELIMITED BY SIZE
               deductible-after DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       POST-PAL-TAX-TRANSACTION.
           MOVE SPACES TO POSTING-RECORD
           MOVE client-id OF ACCOUNT-ARRAY(acct-idx)
               TO CLIENT-ID OF POSTING-RECORD
           MOVE account-number OF ACCOUNT-ARRAY(acct-idx)
               TO ACCOUNT-NUMBER OF POSTING-RECORD
           STRING "System - PAL-skat " DELIMITED BY SIZE
               WS-TARGET-YEAR DELIMITED BY SIZE
               INTO OWNER OF POSTING-RECORD
           MOVE WS-TRANSACTION-DATE
               TO TRANSACTION-DATE OF POSTING-RECORD
           MOVE "D" TO TRANSACTION-TYPE OF POSTING-RECORD
           MOVE pal-tax-amount TO AMOUNT OF POSTING-RECORD
           WRITE POSTING-RECORD.
       EXIT.

       REWRITE-ACCOUNTS.
           MOVE WS-ACCOUNTS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-ACCOUNTS-FILENAME
           OPEN OUTPUT OUTPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "PALTAX: cannot open " WS-ACCOUNTS-FILENAME
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
               DISPLAY "PALTAX: cannot re-open new master "
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
               DISPLAY "PALTAX: new master FAILED verification ("
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

       REWRITE-CARRYFORWARD.
           MOVE WS-CARRYFORWARD-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           IF carryforward-existed = "Y"
               MOVE swap-new-name TO WS-CARRYFORWARD-FILENAME
           END-IF
           OPEN OUTPUT OUTPUT-CARRYFORWARD
           IF WS-CARRYFORWARD-STATUS NOT = "00"
               DISPLAY "PALTAX: cannot open "
                   WS-CARRYFORWARD-FILENAME
                   " for rewrite, file status "
                   WS-CARRYFORWARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-cf FROM 1 BY 1
                   UNTIL idx-cf > carryforward-count
               MOVE CARRYFORWARD-ARRAY(idx-cf)
                   TO OUTPUT-CARRYFORWARD-RECORD
               WRITE OUTPUT-CARRYFORWARD-RECORD
           END-PERFORM
           CLOSE OUTPUT-CARRYFORWARD

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-CARRYFORWARD
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-CARRYFORWARD INTO CARRYFORWARD-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-CARRYFORWARD
           IF verify-count NOT = carryforward-count
               DISPLAY "PALTAX: new carry-forward file FAILED "
                   "verification (" verify-count "/"
                   carryforward-count ") - live file untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-CARRYFORWARD-FILENAME
           IF carryforward-existed = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           END-IF.
       EXIT.

           COPY "period-check.cpy".

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "catalog-check.cpy".

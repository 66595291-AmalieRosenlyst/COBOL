      * Formål: Vedligehold registret over haevevarsler paa
      *    opsigelseskonti (withdrawal-notices.txt) ud fra en fil med
      *    anmodninger, i SOMAINT-stoebeformen, og skriv hver dag en
      *    oversigt over varsler der modnes inden for den kommende
      *    uge, saa filialerne kan have pengene klar.
      *    Et varsel kan kun gives paa en aaben konto hvis produkt i
      *    product-catalog.txt har en opsigelsesfrist
      *    (PC-NOTICE-DAYS); tidligste haevedato bliver varslings-
      *    datoen plus fristen. Handlingerne er "A" = nyt varsel og
      *    "C" = annuller et aktivt varsel (konto + beloeb).
      *    Brugte varsler markeres af TXNEDIT ved bogfoeringen.
      *    Koerer i natten foer TXNEDIT; en behandlet anmodningsfil
      *    omdoebes til <navn>.applied, saa den ikke laegges ind
      *    igen naeste nat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WITHDRAWAL-NOTICES-FILE
       ASSIGN TO DYNAMIC WS-NOTICES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTICES-STATUS.
       SELECT OUTPUT-NOTICES
       ASSIGN TO DYNAMIC WS-NOTICES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTICES-STATUS.
       SELECT NOTICE-TARIFF-FILE
       ASSIGN TO DYNAMIC WS-NOTICE-TARIFF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTICE-TARIFF-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT PRODUCT-CATALOG-FILE
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT CHANGE-HISTORY-FILE
       ASSIGN TO DYNAMIC WS-CHANGE-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-HISTORY-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD WITHDRAWAL-NOTICES-FILE.
       01 WITHDRAWAL-NOTICE-RECORD.
           COPY "withdrawal-notices.cpy".
       FD OUTPUT-NOTICES.
       01 OUTPUT-NOTICE-RECORD.
           COPY "withdrawal-notices.cpy"
               REPLACING LEADING ==WN-== BY ==WN-OUT-==.
       FD NOTICE-TARIFF-FILE.
       01 NOTICE-TARIFF-RECORD.
           02 NT-TARIFF-KEY            PIC X(16).
           02 NT-TARIFF-VALUE          PIC 9(7)V99.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD PRODUCT-CATALOG-FILE.
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".
       FD INPUT-REQUESTS.
       01 MAINT-REQUEST.
           02 maint-action              PIC X(1).
      * Anmoderens operatoer-id, til revisionssporet.
           02 maint-requested-by        PIC X(8).
           02 maint-account-number      PIC X(20).
           02 maint-amount              PIC 9(7)V99.
      * Varslingsdato; blank = dags dato.
           02 maint-notice-date         PIC X(8).
       FD CHANGE-HISTORY-FILE.
       01 CHANGE-HISTORY-LINE.
           02 CH-INFO                   PIC X(150).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                      PIC X(150).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Haevevarsler og produktkatalog (notice-check.cpy,
      * catalog-check.cpy).
           COPY "notice-check-fields.cpy".
           COPY "catalog-check-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-CHANGE-HISTORY-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 found-slot                    PIC 9(4) VALUE ZEROES.
       01 notice-days                   PIC 9(3) VALUE ZEROES.
       01 request-valid                 PIC X VALUE "N".
       01 reject-reason                 PIC X(40) VALUE SPACES.
       01 CH-ACTION-TEXT                PIC X(12) VALUE SPACES.
       01 notices-present               PIC X VALUE "N".
       01 requests-read                 PIC X VALUE "N".

      * Calendar-date proof: a date is real when INTEGER-OF-DATE
      * round-trips it unchanged - 20250230 does not.
       01 check-date-text               PIC X(8) VALUE SPACES.
       01 check-date-ok                 PIC X VALUE "N".
       01 check-date-integer            PIC 9(8) VALUE ZEROES.
       01 check-date-back               PIC 9(8) VALUE ZEROES.

      * Date arithmetic for the earliest date and the report window.
       01 notice-date-integer           PIC 9(8) VALUE ZEROES.
       01 earliest-date-num             PIC 9(8) VALUE ZEROES.
       01 window-end-num                PIC 9(8) VALUE ZEROES.
       01 window-end-date               PIC X(8) VALUE SPACES.
       01 report-window-days            PIC 9(2) VALUE 7.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "notice-requests.txt".
       01 WS-REQUESTS-DONE-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-CHANGE-HISTORY-FILENAME
           PIC X(100) VALUE "notice-change-history.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "notice-maturity-report.txt".

      * Safe rewrite-and-swap of the notice register, same pattern
      * as SOMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.
       01 maturing-count                PIC 9(6) VALUE ZEROES.
       01 maturing-total                PIC 9(9)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-NOTICES-FILENAME
           FROM ENVIRONMENT "WITHDRAWAL_NOTICES_FILE"
       IF WS-NOTICES-FILENAME = SPACES
           MOVE "withdrawal-notices.txt" TO WS-NOTICES-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-CATALOG-FILENAME
           FROM ENVIRONMENT "PRODUCT_CATALOG_FILE"
       IF WS-CATALOG-FILENAME = SPACES
           MOVE "product-catalog.txt" TO WS-CATALOG-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "NOTICE_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "notice-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-CHANGE-HISTORY-FILENAME
           FROM ENVIRONMENT "NOTICE_CHANGE_HISTORY_FILE"
       IF WS-CHANGE-HISTORY-FILENAME = SPACES
           MOVE "notice-change-history.txt"
               TO WS-CHANGE-HISTORY-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "NOTICE_MATURITY_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "notice-maturity-report.txt" TO WS-REPORT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

       MOVE "NOTICES" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No register yet is a normal state - the first notice starts
      * it.
       PERFORM LOAD-WITHDRAWAL-NOTICES
       IF WS-NOTICES-STATUS NOT = "35"
           MOVE "Y" TO notices-present
       END-IF
       PERFORM LOAD-PRODUCT-CATALOG
       IF catalog-loaded = "N"
           DISPLAY "NOTICES: no " FUNCTION TRIM(WS-CATALOG-FILENAME)
               " on file, no account can take a notice"
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "NOTICES: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.

      * Requests are optional - without them the run only produces
      * the maturity report.
       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "NOTICES: no " FUNCTION TRIM(WS-REQUESTS-FILENAME)
               " on file, report only"
       ELSE
           IF WS-REQUESTS-STATUS NOT = "00"
               DISPLAY "NOTICES: cannot open " WS-REQUESTS-FILENAME
                   ", file status " WS-REQUESTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CHANGE-HISTORY-FILE
           IF WS-CHANGE-HISTORY-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY-FILE
           END-IF
           IF WS-CHANGE-HISTORY-STATUS NOT = "00"
               DISPLAY "NOTICES: cannot open "
                   WS-CHANGE-HISTORY-FILENAME ", file status "
                   WS-CHANGE-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-REQUESTS = "Y"
               READ INPUT-REQUESTS INTO MAINT-REQUEST
                   AT END
                       MOVE "Y" TO END-OF-REQUESTS
                   NOT AT END
                       EVALUATE maint-action
                           WHEN "A"
                               PERFORM CREATE-NOTICE
                           WHEN "C"
                               PERFORM CANCEL-NOTICE
                           WHEN OTHER
                               ADD 1 TO rejected-count
                               DISPLAY "NOTICES: unknown action '"
                                   maint-action "' for account "
                                   maint-account-number
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
           CLOSE CHANGE-HISTORY-FILE
           MOVE "Y" TO requests-read
       END-IF

       IF applied-count > ZEROES
           PERFORM REWRITE-NOTICE-REGISTER
       END-IF

       IF requests-read = "Y"
           PERFORM RETIRE-REQUESTS-FILE
       END-IF

       PERFORM WRITE-MATURITY-REPORT

       DISPLAY "NOTICES: " applied-count " change(s) applied, "
           rejected-count " rejected, " maturing-count
           " notice(s) maturing within " report-window-days " days."

       IF rejected-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "NOTICES: " WS-ACCOUNTS-FILENAME
                           " has more rows than ACCOUNT-ARRAY ("
                           ACCOUNT-ARRAY-MAX ") can hold, "
                           "stopping load"
                       MOVE "Y" TO EOF-ACCOUNTS
                   ELSE
                       MOVE ACCOUNT-RECORD TO ACCOUNT-ARRAY(idx-acct)
                       SET idx-acct UP BY 1
                       ADD 1 TO account-count
                   END-IF
           END-READ

           IF WS-ACCOUNTS-STATUS NOT = "00"
                   AND WS-ACCOUNTS-STATUS NOT = "10"
               DISPLAY "NOTICES: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * A notice stands on an open account whose product carries a
      * notice period, for a positive amount, on a real date.
       VALIDATE-REQUEST.
           MOVE "Y" TO request-valid
           MOVE SPACES TO reject-reason
           MOVE ZEROES TO notice-days

           MOVE ZEROES TO found-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = maint-account-number
                   IF account-status OF ACCOUNT-ARRAY(idx-acct) = "O"
                       SET found-slot TO idx-acct
                   END-IF
           END-SEARCH
           IF found-slot = ZEROES
               MOVE "N" TO request-valid
               MOVE "UKENDT ELLER LUKKET/FROSSET KONTO"
                   TO reject-reason
           END-IF

           IF request-valid = "Y"
               MOVE account-type OF ACCOUNT-ARRAY(found-slot)
                   TO lookup-product-type
               PERFORM LOOKUP-PRODUCT
               IF product-found = "Y"
                   IF PRD-NOTICE-DAYS OF CATALOG-ARRAY(product-slot)
                           IS NUMERIC
                       MOVE PRD-NOTICE-DAYS
                           OF CATALOG-ARRAY(product-slot)
                           TO notice-days
                   END-IF
               END-IF
               IF notice-days = ZEROES
                   MOVE "N" TO request-valid
                   MOVE "KONTOEN ER IKKE EN OPSIGELSESKONTO"
                       TO reject-reason
               END-IF
           END-IF

           IF request-valid = "Y"
               AND (maint-amount NOT NUMERIC
                   OR maint-amount = ZEROES)
               MOVE "N" TO request-valid
               MOVE "BELOEB ER NUL" TO reject-reason
           END-IF

           IF request-valid = "Y"
               IF maint-notice-date = SPACES
                   MOVE WS-TODAY TO maint-notice-date
               END-IF
               MOVE maint-notice-date TO check-date-text
               PERFORM CHECK-CALENDAR-DATE
               IF check-date-ok = "N"
                   MOVE "N" TO request-valid
                   MOVE "UGYLDIG VARSLINGSDATO" TO reject-reason
               END-IF
           END-IF.
       EXIT.

       CHECK-CALENDAR-DATE.
           MOVE "N" TO check-date-ok
           IF check-date-text IS NUMERIC
               COMPUTE check-date-integer =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(check-date-text))
               IF check-date-integer > ZEROES
                   COMPUTE check-date-back =
                       FUNCTION DATE-OF-INTEGER(check-date-integer)
                   IF check-date-back =
                           FUNCTION NUMVAL(check-date-text)
                       MOVE "Y" TO check-date-ok
                   END-IF
               END-IF
           END-IF.
       EXIT.

      * The earliest withdrawal date is the notice date plus the
      * product's notice period in calendar days.
       CREATE-NOTICE.
           PERFORM VALIDATE-REQUEST
           IF request-valid = "N"
               ADD 1 TO rejected-count
               DISPLAY "NOTICES: notice rejected, "
                   FUNCTION TRIM(reject-reason) " for account "
                   FUNCTION TRIM(maint-account-number)
           ELSE
               IF notice-count >= NOTICE-ARRAY-MAX
                   ADD 1 TO rejected-count
                   DISPLAY "NOTICES: NOTICE-ARRAY is full, "
                       "cannot record notice"
               ELSE
                   COMPUTE notice-date-integer =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(maint-notice-date))
                   ADD notice-days TO notice-date-integer
                   COMPUTE earliest-date-num =
                       FUNCTION DATE-OF-INTEGER(notice-date-integer)
                   ADD 1 TO notice-count
                   MOVE SPACES TO NOTICE-ARRAY(notice-count)
                   MOVE maint-account-number TO WN-ARR-ACCOUNT-NUMBER
                       OF NOTICE-ARRAY(notice-count)
                   MOVE maint-amount
                       TO WN-ARR-AMOUNT OF NOTICE-ARRAY(notice-count)
                   MOVE maint-notice-date TO WN-ARR-NOTICE-DATE
                       OF NOTICE-ARRAY(notice-count)
                   MOVE earliest-date-num TO WN-ARR-EARLIEST-DATE
                       OF NOTICE-ARRAY(notice-count)
                   MOVE "A"
                       TO WN-ARR-STATUS OF NOTICE-ARRAY(notice-count)
                   MOVE maint-requested-by TO WN-ARR-REQUESTED-BY
                       OF NOTICE-ARRAY(notice-count)
                   MOVE notice-count TO found-slot
                   ADD 1 TO applied-count
                   MOVE "VARSLET" TO CH-ACTION-TEXT
                   PERFORM WRITE-CHANGE-LINE
               END-IF
           END-IF.
       EXIT.

      * Cancels the first active notice on the account for exactly
      * the amount; used and penalty rows stay as the record of what
      * happened.
       CANCEL-NOTICE.
           MOVE ZEROES TO found-slot
           PERFORM VARYING idx-notice FROM 1 BY 1
                   UNTIL idx-notice > notice-count
                   OR found-slot NOT = ZEROES
               IF WN-ARR-ACCOUNT-NUMBER OF NOTICE-ARRAY(idx-notice)
                       = maint-account-number
                   AND WN-ARR-STATUS OF NOTICE-ARRAY(idx-notice) = "A"
                   AND WN-ARR-AMOUNT OF NOTICE-ARRAY(idx-notice)
                       = maint-amount
                   SET found-slot TO idx-notice
               END-IF
           END-PERFORM
           IF found-slot = ZEROES
               ADD 1 TO rejected-count
               DISPLAY "NOTICES: cancel rejected, no active notice "
                   "for account " FUNCTION TRIM(maint-account-number)
                   " amount " maint-amount
           ELSE
               MOVE "C" TO WN-ARR-STATUS OF NOTICE-ARRAY(found-slot)
               ADD 1 TO applied-count
               MOVE "ANNULLERET" TO CH-ACTION-TEXT
               PERFORM WRITE-CHANGE-LINE
           END-IF.
       EXIT.

      * One audit line per applied change with the requester's id,
      * same run-at= key/value shape as SOMAINT's change history.
       WRITE-CHANGE-LINE.
           MOVE SPACES TO CH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " requested-by=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-requested-by) DELIMITED BY SIZE
               " account=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-account-number) DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-ACTION-TEXT) DELIMITED BY SIZE
               " amount=" DELIMITED BY SIZE
               maint-amount DELIMITED BY SIZE
               " earliest=" DELIMITED BY SIZE
               WN-ARR-EARLIEST-DATE OF NOTICE-ARRAY(found-slot)
                   DELIMITED BY SIZE
               INTO CH-INFO
           WRITE CHANGE-HISTORY-LINE.
       EXIT.

       REWRITE-NOTICE-REGISTER.
           MOVE WS-NOTICES-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-NOTICES-FILENAME

           OPEN OUTPUT OUTPUT-NOTICES
           IF WS-NOTICES-STATUS NOT = "00"
               DISPLAY "NOTICES: cannot open " WS-NOTICES-FILENAME
                   " for rewrite, file status " WS-NOTICES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-notice FROM 1 BY 1
                   UNTIL idx-notice > notice-count
               MOVE NOTICE-ARRAY(idx-notice) TO OUTPUT-NOTICE-RECORD
               WRITE OUTPUT-NOTICE-RECORD
           END-PERFORM
           CLOSE OUTPUT-NOTICES

           PERFORM VERIFY-NEW-NOTICES-FILE
           MOVE swap-master-name TO WS-NOTICES-FILENAME
           PERFORM SWAP-OR-PLACE-NOTICES.
       EXIT.

       VERIFY-NEW-NOTICES-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT WITHDRAWAL-NOTICES-FILE
           IF WS-NOTICES-STATUS NOT = "00"
               DISPLAY "NOTICES: cannot re-open new register for "
                   "verification, file status " WS-NOTICES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ WITHDRAWAL-NOTICES-FILE
                   INTO WITHDRAWAL-NOTICE-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE WITHDRAWAL-NOTICES-FILE
           IF verify-count NOT = notice-count
               DISPLAY "NOTICES: new register FAILED verification ("
                   verify-count "/" notice-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * The first notice ever has no register to move aside; the
      * new file is simply renamed into place.
       SWAP-OR-PLACE-NOTICES.
           MOVE "N" TO swap-failed
           IF notices-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "NOTICES: cannot move "
                       FUNCTION TRIM(swap-new-name)
                       " into place as "
                       FUNCTION TRIM(swap-master-name)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       EXIT.

      * Once the register holds the changes, the request file is
      * moved aside so tomorrow night does not record the same
      * notices a second time.
       RETIRE-REQUESTS-FILE.
           MOVE SPACES TO WS-REQUESTS-DONE-FILENAME
           STRING FUNCTION TRIM(WS-REQUESTS-FILENAME) DELIMITED BY SIZE
               ".applied" DELIMITED BY SIZE
               INTO WS-REQUESTS-DONE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-REQUESTS-DONE-FILENAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-REQUESTS-FILENAME WS-REQUESTS-DONE-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "NOTICES: cannot move "
                   FUNCTION TRIM(WS-REQUESTS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-REQUESTS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * Active notices maturing from today through the coming week,
      * in register order, so the branch holding the account can
      * have the money ready. Notices already matured but unused
      * are listed too - the customer may walk in any day.
       WRITE-MATURITY-REPORT.
           COMPUTE window-end-num =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                   + report-window-days)
           MOVE window-end-num TO window-end-date

           OPEN OUTPUT OUTPUT-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "NOTICES: cannot open " WS-REPORT-FILENAME
                   ", file status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO INFO
           STRING "VARSLER DER MODNES " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               window-end-date DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           PERFORM VARYING idx-notice FROM 1 BY 1
                   UNTIL idx-notice > notice-count
               IF WN-ARR-STATUS OF NOTICE-ARRAY(idx-notice) = "A"
                   AND WN-ARR-EARLIEST-DATE OF NOTICE-ARRAY(idx-notice)
                       <= window-end-date
                   ADD 1 TO maturing-count
                   ADD WN-ARR-AMOUNT OF NOTICE-ARRAY(idx-notice)
                       TO maturing-total
                   MOVE SPACES TO INFO
                   IF WN-ARR-EARLIEST-DATE OF NOTICE-ARRAY(idx-notice)
                           < WS-TODAY
                       STRING "MODENT: konto=" DELIMITED BY SIZE
                           FUNCTION TRIM(WN-ARR-ACCOUNT-NUMBER
                               OF NOTICE-ARRAY(idx-notice))
                               DELIMITED BY SIZE
                           " beloeb=" DELIMITED BY SIZE
                           WN-ARR-AMOUNT OF NOTICE-ARRAY(idx-notice)
                               DELIMITED BY SIZE
                           " tidligst=" DELIMITED BY SIZE
                           WN-ARR-EARLIEST-DATE
                               OF NOTICE-ARRAY(idx-notice)
                               DELIMITED BY SIZE
                           " varslet=" DELIMITED BY SIZE
                           WN-ARR-NOTICE-DATE
                               OF NOTICE-ARRAY(idx-notice)
                               DELIMITED BY SIZE
                           INTO INFO
                   ELSE
                       STRING "MODNES: konto=" DELIMITED BY SIZE
                           FUNCTION TRIM(WN-ARR-ACCOUNT-NUMBER
                               OF NOTICE-ARRAY(idx-notice))
                               DELIMITED BY SIZE
                           " beloeb=" DELIMITED BY SIZE
                           WN-ARR-AMOUNT OF NOTICE-ARRAY(idx-notice)
                               DELIMITED BY SIZE
                           " tidligst=" DELIMITED BY SIZE
                           WN-ARR-EARLIEST-DATE
                               OF NOTICE-ARRAY(idx-notice)
                               DELIMITED BY SIZE
                           " varslet=" DELIMITED BY SIZE
                           WN-ARR-NOTICE-DATE
                               OF NOTICE-ARRAY(idx-notice)
                               DELIMITED BY SIZE
                           INTO INFO
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO INFO
           STRING "TRAILER: notices=" DELIMITED BY SIZE
               maturing-count DELIMITED BY SIZE
               " amount-total=" DELIMITED BY SIZE
               maturing-total DELIMITED BY SIZE
               " changes=" DELIMITED BY SIZE
               applied-count DELIMITED BY SIZE
               " rejected=" DELIMITED BY SIZE
               rejected-count DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           CLOSE OUTPUT-REPORT.
       EXIT.

           COPY "notice-check.cpy".

           COPY "catalog-check.cpy".

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

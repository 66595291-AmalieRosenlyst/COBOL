      * Formål: Genforsoeg udaekkede betalinger. STANDORD og DDCOLL
      *    laegger staaende ordrer og Betalingsservice-opkraevninger
      *    som kontoen ikke kunne daekke i payment-retry-queue.txt i
      *    stedet for at springe dem over eller returnere dem. Hver
      *    bankdag (holiday-calendar.txt) forsoeges hver ventende
      *    betaling igen mod nattens bogfoerte saldo: er den nu
      *    daekket, skrives den som "D" til transactions.txt og
      *    bogfoeres med natten ("betalt sent"); ellers taelles
      *    forsoeget, og naar PAYMENT_RETRY_DAYS forsoeg (standard 3)
      *    er brugt, eller kreditors returfrist er naaet, afvises
      *    betalingen endeligt - en opkraevning returneres med R03,
      *    og kunden underrettes via correspondence-events.txt
      *    (BETALING-AFVIST). payment-retry-report.txt viser nattens
      *    genforsoeg, sene betalinger og endelige afvisninger.
      *    En sent betalt staaende ordre til en konto i en anden bank
      *    gaar ud gennem clearing-eksporten som STANDORD's egne:
      *    TRANSFER-REF "RT" + MMDD + loebenummer, naeste bankdag som
      *    valoer og en TRAILER-linje for nattens raekker.
      *    Modtageren screenes foerst mod watchlist.txt som i
      *    EXTXFER (export-screen.cpy); et hit gaar til
      *    held-payments.txt til HOLDREL i stedet for eksporten.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRETRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-QUEUE ASSIGN TO DYNAMIC WS-QUEUE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
       SELECT OUTPUT-QUEUE ASSIGN TO DYNAMIC WS-QUEUE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT BALANCE-CARRY-FILE
       ASSIGN TO DYNAMIC WS-BALANCE-CARRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCE-CARRY-STATUS.
       SELECT AUTH-HOLDS-FILE ASSIGN TO DYNAMIC WS-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLDS-STATUS.
       SELECT LEGAL-HOLDS-FILE
       ASSIGN TO DYNAMIC WS-LEGAL-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEGAL-HOLDS-STATUS.
       SELECT HOLIDAY-CALENDAR-FILE
       ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT EVENTS-FILE ASSIGN TO DYNAMIC WS-EVENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EVENTS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT OUTPUT-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXPORT-STATUS.
       SELECT WATCHLIST-FILE ASSIGN TO DYNAMIC WS-WATCHLIST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WATCHLIST-STATUS.
       SELECT HELD-PAYMENTS-FILE
       ASSIGN TO DYNAMIC WS-HELD-PAYMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HELD-PAYMENTS-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-QUEUE.
       01 QUEUE-RECORD.
           COPY "payment-retry-queue.cpy".
       FD OUTPUT-QUEUE.
       01 OUTPUT-QUEUE-RECORD.
           COPY "payment-retry-queue.cpy"
               REPLACING LEADING ==RQ-== BY ==RQ-OUT-==.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD BALANCE-CARRY-FILE.
       01 BALANCE-CARRY-RECORD.
           02 BC-ACCOUNT-NUMBER        PIC X(20).
           02 BC-BALANCE               PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
       FD AUTH-HOLDS-FILE.
       01 AUTH-HOLD-RECORD.
           COPY "auth-holds.cpy".
       FD LEGAL-HOLDS-FILE.
       01 LEGAL-HOLD-RECORD.
           COPY "legal-holds.cpy".
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).
       FD OUTPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD EVENTS-FILE.
       01 EVENT-RECORD.
           COPY "correspondence-events.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).
       FD OUTPUT-EXPORT.
       01 EXPORT-RECORD.
           COPY "clearing-export.cpy".
       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           COPY "watchlist.cpy".
       FD HELD-PAYMENTS-FILE.
       01 HELD-PAYMENT-RECORD.
           COPY "held-payments.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-BALANCE-CARRY             PIC X VALUE "N".
       01 WS-QUEUE-STATUS               PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-BALANCE-CARRY-STATUS       PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-EVENTS-STATUS              PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".
       01 WS-EXPORT-STATUS              PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

      * The whole queue is held in memory and rewritten at the end,
      * the same load/process/rewrite shape as STANDORD. Settled
      * items are kept for the day they were settled, so a rerun the
      * same night sees them and does nothing twice, and dropped the
      * night after.
       01 QUEUE-ARRAY-MAX               PIC 9(4) VALUE 1000.
       01 QUEUE-ARRAY                   OCCURS 1000 TIMES
                                        INDEXED BY idx-que.
           COPY "payment-retry-queue.cpy"
               REPLACING LEADING ==RQ-== BY ==RQ-ARR-==.
       01 queue-count                   PIC 9(4) VALUE ZEROES.
       01 keep-count                    PIC 9(4) VALUE ZEROES.

      * Coverage is judged the way DDCOLL judges a collection: the
      * posted balance less active holds may go down to minus the
      * authorized overdraft limit, but not below. Items paid this
      * run are taken off the in-memory balance as they go, so two
      * waiting items that each fit but not together pay only the
      * first.
           COPY "hold-check-fields.cpy".
       01 prospective-balance
           PIC S9(7)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 effective-limit               PIC 9(7)V99 VALUE ZEROES.
       01 item-acct-slot                PIC 9(4) VALUE ZEROES.
       01 item-covered                  PIC X VALUE "N".

           COPY "business-day-fields.cpy".
       01 business-day                  PIC X VALUE "N".
       01 next-business-day             PIC X(8) VALUE SPACES.

      * A late standing order to another bank settles the way
      * STANDORD's do: first business day after today, in that
      * day's clearing export, opened only when first needed.
       01 settlement-date               PIC X(8) VALUE SPACES.
       01 settle-integer                PIC 9(8) VALUE ZEROES.
       01 settle-date-num               PIC 9(8) VALUE ZEROES.
       01 export-open                   PIC X VALUE "N".
       01 EXPORT-TRAILER-TEXT           PIC X(79) VALUE SPACES.
       01 transfer-seq                  PIC 9(4) VALUE ZEROES.
       01 item-transfer-ref             PIC X(10) VALUE SPACES.

      * Number of business-day retries before an item is finally
      * refused, overridden via PAYMENT_RETRY_DAYS.
       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.
       01 retry-days                    PIC 9(2) VALUE 3.
       01 amount-display                PIC Z(6)9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-QUEUE-FILENAME
           PIC X(100) VALUE "payment-retry-queue.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-BALANCE-CARRY-FILENAME
           PIC X(100) VALUE "balance-carry-forward.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-EVENTS-FILENAME
           PIC X(100) VALUE "correspondence-events.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "payment-retry-report.txt".
       01 WS-EXPORT-FILENAME            PIC X(100) VALUE SPACES.

      * Safe rewrite-and-swap of the retry queue, same pattern as
      * STANDORD's rewrite of the standing-orders master.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 retried-count                 PIC 9(6) VALUE ZEROES.
       01 paid-late-count               PIC 9(6) VALUE ZEROES.
       01 failed-count                  PIC 9(6) VALUE ZEROES.
       01 waiting-count                 PIC 9(6) VALUE ZEROES.
       01 paid-late-total               PIC 9(9)V99 VALUE ZEROES.
       01 exported-count                PIC 9(6) VALUE ZEROES.
       01 exported-total                PIC 9(9)V99 VALUE ZEROES.

      * The payee of a late payment to another bank is screened
      * against the watchlist before the export, as EXTXFER does; a
      * hit goes to held-payments.txt for HOLDREL instead.
           COPY "export-screen-fields.cpy".
           COPY "watchlist-check-fields.cpy".
           COPY "clean-spaces-fields.cpy".

       PROCEDURE DIVISION.

       ACCEPT WS-QUEUE-FILENAME
           FROM ENVIRONMENT "PAYMENT_RETRY_QUEUE_FILE"
       IF WS-QUEUE-FILENAME = SPACES
           MOVE "payment-retry-queue.txt" TO WS-QUEUE-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-BALANCE-CARRY-FILENAME
           FROM ENVIRONMENT "BALANCE_CARRY_FORWARD_FILE"
       IF WS-BALANCE-CARRY-FILENAME = SPACES
           MOVE "balance-carry-forward.txt"
               TO WS-BALANCE-CARRY-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-EVENTS-FILENAME
           FROM ENVIRONMENT "CORRESPONDENCE_EVENTS_FILE"
       IF WS-EVENTS-FILENAME = SPACES
           MOVE "correspondence-events.txt" TO WS-EVENTS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "PAYMENT_RETRY_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "payment-retry-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-CALENDAR-FILENAME
           FROM ENVIRONMENT "HOLIDAY_CALENDAR_FILE"
       IF WS-CALENDAR-FILENAME = SPACES
           MOVE "holiday-calendar.txt" TO WS-CALENDAR-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "PAYMENT_RETRY_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE retry-days = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       ACCEPT WS-WATCHLIST-FILENAME FROM ENVIRONMENT "WATCHLIST_FILE"
       IF WS-WATCHLIST-FILENAME = SPACES
           MOVE "watchlist.txt" TO WS-WATCHLIST-FILENAME
       END-IF

       ACCEPT WS-HELD-PAYMENTS-FILENAME
           FROM ENVIRONMENT "HELD_PAYMENTS_FILE"
       IF WS-HELD-PAYMENTS-FILENAME = SPACES
           MOVE "held-payments.txt" TO WS-HELD-PAYMENTS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       MOVE "PAYRETRY" TO screen-held-by
       MOVE WS-TODAY TO screen-held-date

       MOVE "PAYRETRY" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * An empty queue is the normal state - nothing was uncovered.
       OPEN INPUT INPUT-QUEUE
       IF WS-QUEUE-STATUS = "35"
           DISPLAY "PAYRETRY: no " FUNCTION TRIM(WS-QUEUE-FILENAME)
               " on file, nothing to do"
           PERFORM RELEASE-RUN-LOCK
           STOP RUN
       END-IF
       IF WS-QUEUE-STATUS NOT = "00"
           DISPLAY "PAYRETRY: cannot open " WS-QUEUE-FILENAME ", "
               "file status " WS-QUEUE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-QUEUE INTO QUEUE-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF RQ-ACCOUNT-NUMBER NOT = SPACES
                       IF queue-count >= QUEUE-ARRAY-MAX
                           DISPLAY "PAYRETRY: QUEUE-ARRAY is full ("
                               QUEUE-ARRAY-MAX "), cannot load all of "
                               WS-QUEUE-FILENAME
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO queue-count
                       MOVE QUEUE-RECORD TO QUEUE-ARRAY(queue-count)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE INPUT-QUEUE.

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "PAYRETRY: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.
       PERFORM APPLY-BALANCE-CARRY-FORWARD.
       PERFORM LOAD-ACTIVE-HOLDS.
       PERFORM LOAD-LEGAL-HOLDS.
       PERFORM LOAD-HOLIDAY-CALENDAR.

      * No list, no payments: a late order to another bank must not
      * reach the clearing export unscreened.
       PERFORM LOAD-WATCHLIST.
       IF watchlist-loaded = "N"
           DISPLAY "PAYRETRY: cannot open " WS-WATCHLIST-FILENAME ", "
               "file status " WS-WATCHLIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      * Items are only retried on a business day; on a weekend or
      * holiday the queue simply waits and the report says why.
       MOVE WS-TODAY TO roll-in-date
       PERFORM ROLL-TO-BUSINESS-DAY
       IF roll-out-date = WS-TODAY
           MOVE "Y" TO business-day
       END-IF
       MOVE roll-out-date TO next-business-day

      * The settlement day: roll tomorrow to the first business day.
       COMPUTE settle-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)) + 1
       COMPUTE settle-date-num =
           FUNCTION DATE-OF-INTEGER(settle-integer)
       MOVE settle-date-num TO roll-in-date
       PERFORM ROLL-TO-BUSINESS-DAY
       MOVE roll-out-date TO settlement-date

       ACCEPT WS-EXPORT-FILENAME FROM ENVIRONMENT "CLEARING_EXPORT_FILE"
       IF WS-EXPORT-FILENAME = SPACES
           STRING "clearing-export-" DELIMITED BY SIZE
               settlement-date DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
       END-IF

       OPEN EXTEND OUTPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS = "35"
           OPEN OUTPUT OUTPUT-TRANSACTIONS
       END-IF
       IF WS-TRANSACTIONS-STATUS NOT = "00"
           DISPLAY "PAYRETRY: cannot open " WS-TRANSACTIONS-FILENAME
               ", file status " WS-TRANSACTIONS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND EVENTS-FILE
       IF WS-EVENTS-STATUS = "35"
           OPEN OUTPUT EVENTS-FILE
       END-IF
       IF WS-EVENTS-STATUS NOT = "00"
           DISPLAY "PAYRETRY: cannot open " WS-EVENTS-FILENAME
               ", file status " WS-EVENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "PAYRETRY: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       STRING "Genforsoeg af udaekkede betalinger " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " (hoejst " DELIMITED BY SIZE
           retry-days DELIMITED BY SIZE
           " bankdage)" DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       IF business-day = "N"
           MOVE SPACES TO INFO
           STRING "IKKE BANKDAG: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " - koen venter til " DELIMITED BY SIZE
               next-business-day DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
       ELSE
           PERFORM VARYING idx-que FROM 1 BY 1
                   UNTIL idx-que > queue-count
               IF RQ-ARR-STATUS OF QUEUE-ARRAY(idx-que) = "V"
                   AND RQ-ARR-LAST-ATTEMPT OF QUEUE-ARRAY(idx-que)
                       < WS-TODAY
                   PERFORM RETRY-ONE-ITEM
               END-IF
           END-PERFORM
       END-IF

       PERFORM VARYING idx-que FROM 1 BY 1
               UNTIL idx-que > queue-count
           IF RQ-ARR-STATUS OF QUEUE-ARRAY(idx-que) = "V"
               ADD 1 TO waiting-count
           END-IF
       END-PERFORM

       MOVE SPACES TO INFO
       STRING "TRAILER: retried=" DELIMITED BY SIZE
           retried-count DELIMITED BY SIZE
           " paid-late=" DELIMITED BY SIZE
           paid-late-count DELIMITED BY SIZE
           " paid-late-total=" DELIMITED BY SIZE
           paid-late-total DELIMITED BY SIZE
           " failed=" DELIMITED BY SIZE
           failed-count DELIMITED BY SIZE
           " waiting=" DELIMITED BY SIZE
           waiting-count DELIMITED BY SIZE
           " held=" DELIMITED BY SIZE
           held-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.
       CLOSE EVENTS-FILE.
       CLOSE OUTPUT-TRANSACTIONS.

      * The night's own TRAILER in the export, late standing orders
      * to other banks only.
       IF export-open = "Y"
           MOVE SPACES TO EXPORT-RECORD
           MOVE SPACES TO EXPORT-TRAILER-TEXT
           STRING "TRAILER: count=" DELIMITED BY SIZE
               exported-count DELIMITED BY SIZE
               " amount-total=" DELIMITED BY SIZE
               exported-total DELIMITED BY SIZE
               " settlement-date=" DELIMITED BY SIZE
               settlement-date DELIMITED BY SIZE
               INTO EXPORT-TRAILER-TEXT
           MOVE EXPORT-TRAILER-TEXT TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           CLOSE OUTPUT-EXPORT
       END-IF

       PERFORM REWRITE-QUEUE

       DISPLAY "PAYRETRY: " paid-late-count " paid late, "
           retried-count " still uncovered, " failed-count
           " finally refused, " waiting-count " waiting, "
           held-count " held for compliance."

       IF failed-count > 0 OR held-count > 0
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
                       DISPLAY "PAYRETRY: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "PAYRETRY: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * Last night's posted balances laid over the account master -
      * the salary that landed since the item was queued is in
      * here. A missing file leaves the master's balances.
       APPLY-BALANCE-CARRY-FORWARD.
           OPEN INPUT BALANCE-CARRY-FILE
           IF WS-BALANCE-CARRY-STATUS = "00"
               PERFORM UNTIL EOF-BALANCE-CARRY = "Y"
                   READ BALANCE-CARRY-FILE INTO BALANCE-CARRY-RECORD
                       AT END
                           MOVE "Y" TO EOF-BALANCE-CARRY
                       NOT AT END
                           SET idx-acct TO 1
                           SEARCH ACCOUNT-ARRAY
                               AT END
                                   CONTINUE
                               WHEN account-number
                                       OF ACCOUNT-ARRAY(idx-acct)
                                       = BC-ACCOUNT-NUMBER
                                   MOVE BC-BALANCE TO
                                     balance OF ACCOUNT-ARRAY(idx-acct)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE BALANCE-CARRY-FILE
           END-IF.
       EXIT.

      * One business-day attempt on a waiting item: paid if covered
      * now, otherwise counted, and finally refused when the
      * attempts are used up or the creditor's deadline has come.
      * An account that has since been closed or frozen cannot be
      * covered and runs out its attempts like any other.
       RETRY-ONE-ITEM.
           MOVE "N" TO item-covered
           MOVE ZEROES TO item-acct-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = RQ-ARR-ACCOUNT-NUMBER OF QUEUE-ARRAY(idx-que)
                   IF account-status OF ACCOUNT-ARRAY(idx-acct) = "O"
                       SET item-acct-slot TO idx-acct
                   END-IF
           END-SEARCH
           IF item-acct-slot NOT = ZEROES
               MOVE ZEROES TO effective-limit
               IF overdraft-limit OF ACCOUNT-ARRAY(item-acct-slot)
                       IS NUMERIC
                   MOVE overdraft-limit OF ACCOUNT-ARRAY(item-acct-slot)
                       TO effective-limit
               END-IF
               MOVE RQ-ARR-ACCOUNT-NUMBER OF QUEUE-ARRAY(idx-que)
                   TO hold-sum-account
               PERFORM SUM-ACCOUNT-HOLDS
               COMPUTE prospective-balance =
                   balance OF ACCOUNT-ARRAY(item-acct-slot)
                   - account-holds-sum
                   - RQ-ARR-AMOUNT OF QUEUE-ARRAY(idx-que)
               IF prospective-balance NOT < (0 - effective-limit)
                   MOVE "Y" TO item-covered
               END-IF
           END-IF

           ADD 1 TO RQ-ARR-ATTEMPTS OF QUEUE-ARRAY(idx-que)
           MOVE WS-TODAY TO RQ-ARR-LAST-ATTEMPT OF QUEUE-ARRAY(idx-que)
           IF item-covered = "Y"
               PERFORM PAY-ITEM-LATE
           ELSE
           IF RQ-ARR-ATTEMPTS OF QUEUE-ARRAY(idx-que) >= retry-days
               OR (RQ-ARR-DEADLINE OF QUEUE-ARRAY(idx-que)
                       NOT = SPACES
                   AND RQ-ARR-DEADLINE OF QUEUE-ARRAY(idx-que)
                       <= WS-TODAY)
               PERFORM REFUSE-ITEM-FINALLY
           ELSE
               ADD 1 TO retried-count
               MOVE SPACES TO INFO
               STRING "GENFORSOEGT: " DELIMITED BY SIZE
                   RQ-ARR-SOURCE OF QUEUE-ARRAY(idx-que)
                       DELIMITED BY SIZE
                   " konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(RQ-ARR-ACCOUNT-NUMBER
                       OF QUEUE-ARRAY(idx-que)) DELIMITED BY SIZE
                   " beloeb=" DELIMITED BY SIZE
                   RQ-ARR-AMOUNT OF QUEUE-ARRAY(idx-que)
                       DELIMITED BY SIZE
                   " forfald=" DELIMITED BY SIZE
                   RQ-ARR-DUE-DATE OF QUEUE-ARRAY(idx-que)
                       DELIMITED BY SIZE
                   " forsoeg=" DELIMITED BY SIZE
                   RQ-ARR-ATTEMPTS OF QUEUE-ARRAY(idx-que)
                       DELIMITED BY SIZE
                   " stadig udaekket, til " DELIMITED BY SIZE
                   FUNCTION TRIM(RQ-ARR-PAYEE OF QUEUE-ARRAY(idx-que))
                       DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF
           END-IF.
       EXIT.

      * The late payment books today as the same "D" its originator
      * would have written - a collection keeps its "BS" category.
       PAY-ITEM-LATE.
           SUBTRACT RQ-ARR-AMOUNT OF QUEUE-ARRAY(idx-que)
               FROM balance OF ACCOUNT-ARRAY(item-acct-slot)

           MOVE SPACES TO item-transfer-ref
           IF RQ-ARR-SOURCE OF QUEUE-ARRAY(idx-que) = "SO"
               AND RQ-ARR-CP-ACCOUNT OF QUEUE-ARRAY(idx-que)
                   NOT = SPACES
               ADD 1 TO transfer-seq
               STRING "RT" DELIMITED BY SIZE
                   WS-TODAY(5:4) DELIMITED BY SIZE
                   transfer-seq DELIMITED BY SIZE
                   INTO item-transfer-ref
           END-IF

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE RQ-ARR-CLIENT-ID OF QUEUE-ARRAY(idx-que)
               TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE RQ-ARR-ACCOUNT-NUMBER OF QUEUE-ARRAY(idx-que)
               TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE SPACES TO REG-NR OF TRANSACTION-RECORD
           MOVE RQ-ARR-PAYEE OF QUEUE-ARRAY(idx-que)
               TO OWNER OF TRANSACTION-RECORD
           MOVE WS-TODAY TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "D" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE RQ-ARR-AMOUNT OF QUEUE-ARRAY(idx-que)
               TO AMOUNT OF TRANSACTION-RECORD
           IF RQ-ARR-SOURCE OF QUEUE-ARRAY(idx-que) = "DD"
               MOVE "BS" TO PURPOSE-CATEGORY OF TRANSACTION-RECORD
           END-IF
           IF item-transfer-ref NOT = SPACES
               MOVE RQ-ARR-CP-REG-NR OF QUEUE-ARRAY(idx-que)
                   TO REG-NR OF TRANSACTION-RECORD
               MOVE RQ-ARR-CP-ACCOUNT OF QUEUE-ARRAY(idx-que)
                   TO COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
               MOVE item-transfer-ref
                   TO TRANSFER-REF OF TRANSACTION-RECORD
               MOVE settlement-date
                   TO VALUE-DATE OF TRANSACTION-RECORD
           END-IF
           WRITE TRANSACTION-RECORD

           IF item-transfer-ref NOT = SPACES
               PERFORM APPEND-EXPORT-ROW
           END-IF

           MOVE "B" TO RQ-ARR-STATUS OF QUEUE-ARRAY(idx-que)
           MOVE WS-TODAY TO RQ-ARR-SETTLED-DATE OF QUEUE-ARRAY(idx-que)
           ADD 1 TO paid-late-count
           ADD RQ-ARR-AMOUNT OF QUEUE-ARRAY(idx-que) TO paid-late-total
           MOVE SPACES TO INFO
           STRING "BETALT SENT: " DELIMITED BY SIZE
               RQ-ARR-SOURCE OF QUEUE-ARRAY(idx-que) DELIMITED BY SIZE
               " konto=" DELIMITED BY SIZE
               FUNCTION TRIM(RQ-ARR-ACCOUNT-NUMBER
                   OF QUEUE-ARRAY(idx-que)) DELIMITED BY SIZE
               " beloeb=" DELIMITED BY SIZE
               RQ-ARR-AMOUNT OF QUEUE-ARRAY(idx-que) DELIMITED BY SIZE
               " forfald=" DELIMITED BY SIZE
               RQ-ARR-DUE-DATE OF QUEUE-ARRAY(idx-que)
                   DELIMITED BY SIZE
               " forsoeg=" DELIMITED BY SIZE
               RQ-ARR-ATTEMPTS OF QUEUE-ARRAY(idx-que)
                   DELIMITED BY SIZE
               " til " DELIMITED BY SIZE
               FUNCTION TRIM(RQ-ARR-PAYEE OF QUEUE-ARRAY(idx-que))
                   DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * The row is built in SCREEN-ROW and screened first; only a
      * clean one goes to the export.
       APPEND-EXPORT-ROW.
           MOVE SPACES TO SCREEN-ROW
           MOVE item-transfer-ref TO SXR-TRANSFER-REF
           MOVE RQ-ARR-ACCOUNT-NUMBER OF QUEUE-ARRAY(idx-que)
               TO SXR-DEBIT-ACCOUNT
           MOVE RQ-ARR-CLIENT-ID OF QUEUE-ARRAY(idx-que)
               TO SXR-DEBIT-CLIENT-ID
           MOVE RQ-ARR-CP-REG-NR OF QUEUE-ARRAY(idx-que)
               TO SXR-CP-REG-NR
           MOVE RQ-ARR-CP-ACCOUNT OF QUEUE-ARRAY(idx-que)
               TO SXR-CP-ACCOUNT
           MOVE RQ-ARR-CP-SWIFT-BIC OF QUEUE-ARRAY(idx-que)
               TO SXR-CP-SWIFT-BIC
           MOVE RQ-ARR-PAYEE OF QUEUE-ARRAY(idx-que)
               TO SXR-BENEFICIARY
           MOVE RQ-ARR-AMOUNT OF QUEUE-ARRAY(idx-que) TO SXR-AMOUNT
           MOVE settlement-date TO SXR-SETTLEMENT-DATE

           MOVE SXR-BENEFICIARY TO screen-beneficiary
           MOVE SXR-CP-SWIFT-BIC TO screen-swift-bic
           PERFORM SCREEN-EXPORT-ROW
           IF screen-hit = "Y"
               MOVE SPACES TO INFO
               STRING "TILBAGEHOLDT: " DELIMITED BY SIZE
                   SXR-TRANSFER-REF DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SXR-BENEFICIARY) DELIMITED BY SIZE
                   " ramte " DELIMITED BY SIZE
                   FUNCTION TRIM(screen-hit-entry) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               IF export-open = "N"
                   PERFORM OPEN-EXPORT-FILE
               END-IF
               MOVE SCREEN-ROW TO EXPORT-RECORD
               WRITE EXPORT-RECORD
               ADD 1 TO exported-count
               ADD SXR-AMOUNT TO exported-total
           END-IF.
       EXIT.

       OPEN-EXPORT-FILE.
           OPEN EXTEND OUTPUT-EXPORT
           IF WS-EXPORT-STATUS = "35"
               OPEN OUTPUT OUTPUT-EXPORT
           END-IF
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "PAYRETRY: cannot open " WS-EXPORT-FILENAME ", "
                   "file status " WS-EXPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO export-open.
       EXIT.

      * Final refusal: a collection goes back to the creditor with
      * R03 in DDCOLL's return-line format, and the customer gets a
      * BETALING-AFVIST letter naming the payee and amount.
       REFUSE-ITEM-FINALLY.
           MOVE "A" TO RQ-ARR-STATUS OF QUEUE-ARRAY(idx-que)
           MOVE WS-TODAY TO RQ-ARR-SETTLED-DATE OF QUEUE-ARRAY(idx-que)
           ADD 1 TO failed-count
           MOVE SPACES TO INFO
           STRING "ENDELIGT AFVIST: " DELIMITED BY SIZE
               RQ-ARR-SOURCE OF QUEUE-ARRAY(idx-que) DELIMITED BY SIZE
               " konto=" DELIMITED BY SIZE
               FUNCTION TRIM(RQ-ARR-ACCOUNT-NUMBER
                   OF QUEUE-ARRAY(idx-que)) DELIMITED BY SIZE
               " beloeb=" DELIMITED BY SIZE
               RQ-ARR-AMOUNT OF QUEUE-ARRAY(idx-que) DELIMITED BY SIZE
               " forfald=" DELIMITED BY SIZE
               RQ-ARR-DUE-DATE OF QUEUE-ARRAY(idx-que)
                   DELIMITED BY SIZE
               " forsoeg=" DELIMITED BY SIZE
               RQ-ARR-ATTEMPTS OF QUEUE-ARRAY(idx-que)
                   DELIMITED BY SIZE
               " til " DELIMITED BY SIZE
               FUNCTION TRIM(RQ-ARR-PAYEE OF QUEUE-ARRAY(idx-que))
                   DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           IF RQ-ARR-SOURCE OF QUEUE-ARRAY(idx-que) = "DD"
               MOVE SPACES TO INFO
               STRING "RETUR: reason=R03 creditor-ref="
                       DELIMITED BY SIZE
                   RQ-ARR-CREDITOR-REF OF QUEUE-ARRAY(idx-que)
                       DELIMITED BY SIZE
                   " account-number=" DELIMITED BY SIZE
                   FUNCTION TRIM(RQ-ARR-ACCOUNT-NUMBER
                       OF QUEUE-ARRAY(idx-que)) DELIMITED BY SIZE
                   " amount=" DELIMITED BY SIZE
                   RQ-ARR-AMOUNT OF QUEUE-ARRAY(idx-que)
                       DELIMITED BY SIZE
                   " date=" DELIMITED BY SIZE
                   RQ-ARR-DUE-DATE OF QUEUE-ARRAY(idx-que)
                       DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO EVENT-RECORD
           MOVE "BETALING-AFVIST" TO EV-EVENT-CODE
           MOVE RQ-ARR-CLIENT-ID OF QUEUE-ARRAY(idx-que)
               TO EV-CLIENT-ID
           MOVE WS-TODAY TO EV-EVENT-DATE
      *    &1 = payee, &2 = amount and original due date.
           MOVE RQ-ARR-PAYEE OF QUEUE-ARRAY(idx-que) TO EV-VAR1
           MOVE RQ-ARR-AMOUNT OF QUEUE-ARRAY(idx-que) TO amount-display
           STRING FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " forfald " DELIMITED BY SIZE
               RQ-ARR-DUE-DATE OF QUEUE-ARRAY(idx-que)
                   DELIMITED BY SIZE
               INTO EV-VAR2
           WRITE EVENT-RECORD.
       EXIT.

      * Waiting items and today's settlements go back; items settled
      * on an earlier day have been reported and are dropped.
       REWRITE-QUEUE.
           MOVE WS-QUEUE-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-QUEUE-FILENAME

           OPEN OUTPUT OUTPUT-QUEUE
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "PAYRETRY: cannot open " WS-QUEUE-FILENAME
                   " for rewrite, file status " WS-QUEUE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO keep-count
           PERFORM VARYING idx-que FROM 1 BY 1
                   UNTIL idx-que > queue-count
               IF RQ-ARR-STATUS OF QUEUE-ARRAY(idx-que) = "V"
                   OR RQ-ARR-SETTLED-DATE OF QUEUE-ARRAY(idx-que)
                       = WS-TODAY
                   MOVE QUEUE-ARRAY(idx-que) TO OUTPUT-QUEUE-RECORD
                   WRITE OUTPUT-QUEUE-RECORD
                   ADD 1 TO keep-count
               END-IF
           END-PERFORM
           CLOSE OUTPUT-QUEUE

           PERFORM VERIFY-NEW-QUEUE-FILE
           MOVE swap-master-name TO WS-QUEUE-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

       VERIFY-NEW-QUEUE-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-QUEUE
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "PAYRETRY: cannot re-open new queue for "
                   "verification, file status " WS-QUEUE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-QUEUE INTO QUEUE-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-QUEUE
           IF verify-count NOT = keep-count
               DISPLAY "PAYRETRY: new queue FAILED verification ("
                   verify-count "/" keep-count
                   ") - live queue untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "business-day.cpy".

           COPY "hold-check.cpy".

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "export-screen.cpy".

           COPY "watchlist-check.cpy".

           COPY "clean-spaces.cpy".

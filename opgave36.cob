      *    frekvensen, springer ordrer over (og rapporterer dem) hvis
      *    kontoen er gaaet "C"/"F" i account-info.txt, og skriver en
      *    liste over nattens udfoerte ordrer.
      *    En forfalden betaling som kontoens disponible saldo (den
      *    bogfoerte saldo fra balance-carry-forward.txt minus
      *    reservationer, ned til traekgraensen) ikke daekker, laegges
      *    i payment-retry-queue.txt, hvor PAYRETRY forsoeger den igen
      *    de foelgende bankdage.
      *    En ordre til en konto i en anden bank (SO-CP-ACCOUNT
      *    udfyldt) gaar desuden ud gennem clearing-eksporten paa
      *    samme maade som EXTXFER's overfoersler: debiteringsbenet
      *    faar en TRANSFER-REF ("SO" + MMDD + loebenummer) og
      *    naeste bankdag som valoer, og raekken skrives i
      *    clearing-export-<afviklingsdag>.txt med sin egen
      *    TRAILER-linje.
      *    Modtageren screenes foerst mod watchlist.txt som i
      *    EXTXFER (export-screen.cpy); et hit gaar til
      *    held-payments.txt til HOLDREL i stedet for eksporten.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDORD.

       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
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
       SELECT RETRY-QUEUE-FILE
       ASSIGN TO DYNAMIC WS-RETRY-QUEUE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RETRY-QUEUE-STATUS.
       SELECT OUTPUT-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXPORT-STATUS.
       SELECT HOLIDAY-CALENDAR-FILE
       ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
       SELECT WATCHLIST-FILE ASSIGN TO DYNAMIC WS-WATCHLIST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WATCHLIST-STATUS.
       SELECT HELD-PAYMENTS-FILE
       ASSIGN TO DYNAMIC WS-HELD-PAYMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HELD-PAYMENTS-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(120).
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
       FD RETRY-QUEUE-FILE.
       01 RETRY-QUEUE-RECORD.
           COPY "payment-retry-queue.cpy".
       FD OUTPUT-EXPORT.
       01 EXPORT-RECORD.
           COPY "clearing-export.cpy".
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).
       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           COPY "watchlist.cpy".
       FD HELD-PAYMENTS-FILE.
       01 HELD-PAYMENT-RECORD.
           COPY "held-payments.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
       01 order-count                   PIC 9(4) VALUE ZEROES.

       01 account-open                  PIC X VALUE "N".
       01 order-acct-slot               PIC 9(4) VALUE ZEROES.
       01 EOF-BALANCE-CARRY             PIC X VALUE "N".
       01 WS-BALANCE-CARRY-STATUS       PIC XX VALUE "00".
       01 WS-RETRY-QUEUE-STATUS         PIC XX VALUE "00".
       01 WS-EXPORT-STATUS              PIC XX VALUE "00".

      * Coverage is judged the way DDCOLL judges a collection: the
      * posted balance less active holds may go down to minus the
      * authorized overdraft limit, but not below. Payments emitted
      * this run are taken off the in-memory balance as they go.
           COPY "hold-check-fields.cpy".
       01 prospective-balance
           PIC S9(7)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 effective-limit               PIC 9(7)V99 VALUE ZEROES.
       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Payments to another bank settle the way EXTXFER's do: on
      * the first business day strictly after today, in that day's
      * clearing export. The export is only opened when the first
      * such payment is made, so a night without any leaves no
      * empty TRAILER behind.
           COPY "business-day-fields.cpy".
       01 settlement-date               PIC X(8) VALUE SPACES.
       01 settle-integer                PIC 9(8) VALUE ZEROES.
       01 settle-date-num               PIC 9(8) VALUE ZEROES.
       01 export-open                   PIC X VALUE "N".
       01 EXPORT-TRAILER-TEXT           PIC X(79) VALUE SPACES.

      * Transfer references: "SO" plus the run date's MMDD plus a
      * 4-digit sequence, unique within the night's run.
       01 transfer-seq                  PIC 9(4) VALUE ZEROES.
       01 order-transfer-ref            PIC X(10) VALUE SPACES.

      * The beneficiary of a payment to another bank is screened
      * against the watchlist before the export, as EXTXFER does; a
      * hit goes to held-payments.txt for HOLDREL instead.
           COPY "export-screen-fields.cpy".
           COPY "watchlist-check-fields.cpy".
           COPY "clean-spaces-fields.cpy".

      * Date-rolling work fields. Weekly orders roll via the integer
      * date functions; monthly/quarterly roll by month arithmetic
      * with the day clamped to 28 so a 29.-31. order never lands on
           PIC X(100) VALUE "transactions.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "standing-orders-report.txt".
       01 WS-BALANCE-CARRY-FILENAME
           PIC X(100) VALUE "balance-carry-forward.txt".
       01 WS-RETRY-QUEUE-FILENAME
           PIC X(100) VALUE "payment-retry-queue.txt".
       01 WS-EXPORT-FILENAME            PIC X(100) VALUE SPACES.

      * Safe rewrite-and-swap of the standing-orders master, same
      * pattern as the other rewriters: write .new, verify the
       01 executed-count                PIC 9(6) VALUE ZEROES.
       01 skipped-count                 PIC 9(6) VALUE ZEROES.
       01 expired-count                 PIC 9(6) VALUE ZEROES.
       01 deferred-count                PIC 9(6) VALUE ZEROES.
       01 exported-count                PIC 9(6) VALUE ZEROES.
       01 exported-total                PIC 9(9)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

           MOVE "standing-orders-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-BALANCE-CARRY-FILENAME
           FROM ENVIRONMENT "BALANCE_CARRY_FORWARD_FILE"
       IF WS-BALANCE-CARRY-FILENAME = SPACES
           MOVE "balance-carry-forward.txt"
               TO WS-BALANCE-CARRY-FILENAME
       END-IF

       ACCEPT WS-RETRY-QUEUE-FILENAME
           FROM ENVIRONMENT "PAYMENT_RETRY_QUEUE_FILE"
       IF WS-RETRY-QUEUE-FILENAME = SPACES
           MOVE "payment-retry-queue.txt" TO WS-RETRY-QUEUE-FILENAME
       END-IF

       ACCEPT WS-CALENDAR-FILENAME
           FROM ENVIRONMENT "HOLIDAY_CALENDAR_FILE"
       IF WS-CALENDAR-FILENAME = SPACES
           MOVE "holiday-calendar.txt" TO WS-CALENDAR-FILENAME
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
       MOVE "STANDORD" TO screen-held-by
       MOVE WS-TODAY TO screen-held-date

      * A bank with no standing orders on file yet is a normal state,
      * not an error - the nightly batch must keep running.
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.
       PERFORM APPLY-BALANCE-CARRY-FORWARD.
       PERFORM LOAD-ACTIVE-HOLDS.
       PERFORM LOAD-LEGAL-HOLDS.
       PERFORM LOAD-HOLIDAY-CALENDAR.

      * No list, no payments: an order to another bank must not reach
      * the clearing export unscreened.
       PERFORM LOAD-WATCHLIST.
       IF watchlist-loaded = "N"
           DISPLAY "STANDORD: cannot open " WS-WATCHLIST-FILENAME ", "
               "file status " WS-WATCHLIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

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

       OPEN EXTEND RETRY-QUEUE-FILE
       IF WS-RETRY-QUEUE-STATUS = "35"
           OPEN OUTPUT RETRY-QUEUE-FILE
       END-IF
       IF WS-RETRY-QUEUE-STATUS NOT = "00"
           DISPLAY "STANDORD: cannot open " WS-RETRY-QUEUE-FILENAME
               ", file status " WS-RETRY-QUEUE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND OUTPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS = "35"
           skipped-count DELIMITED BY SIZE
           " expired=" DELIMITED BY SIZE
           expired-count DELIMITED BY SIZE
           " deferred=" DELIMITED BY SIZE
           deferred-count DELIMITED BY SIZE
           " exported=" DELIMITED BY SIZE
           exported-count DELIMITED BY SIZE
           " held=" DELIMITED BY SIZE
           held-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.
       CLOSE OUTPUT-TRANSACTIONS.
       CLOSE RETRY-QUEUE-FILE.

      * The night's own TRAILER in the export: only the standing
      * orders paid to other banks tonight.
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

       MOVE WS-ORDERS-FILENAME TO swap-master-name
       PERFORM BUILD-SWAP-NAMES
       PERFORM SWAP-IN-NEW-MASTER.

       DISPLAY "STANDORD: " executed-count " executed, "
           skipped-count " skipped, " expired-count " expired, "
           deferred-count " deferred for retry, "
           exported-count " to clearing, "
           held-count " held for compliance."

       IF skipped-count > 0 OR held-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

                               > SO-ARR-END-DATE OF
                                   ORDER-ARRAY(idx-ord))
                       OR emit-guard >= WS-EMIT-GUARD-MAX
                       PERFORM CHECK-ORDER-COVERAGE
                       IF prospective-balance < (0 - effective-limit)
                           PERFORM QUEUE-ORDER-PAYMENT
                       ELSE
                           SUBTRACT SO-ARR-AMOUNT
                               OF ORDER-ARRAY(idx-ord)
                               FROM balance
                               OF ACCOUNT-ARRAY(order-acct-slot)
                           PERFORM EMIT-ORDER-TRANSACTION
                       END-IF
                       PERFORM ROLL-NEXT-DUE-DATE
                       ADD 1 TO emit-guard
                   END-PERFORM

       CHECK-ORDER-ACCOUNT.
           MOVE "N" TO account-open
           MOVE ZEROES TO order-acct-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                       = SO-ARR-ACCOUNT-NUMBER OF ORDER-ARRAY(idx-ord)
                   IF account-status OF ACCOUNT-ARRAY(idx-acct) = "O"
                       MOVE "Y" TO account-open
                       SET order-acct-slot TO idx-acct
                   END-IF
           END-SEARCH.
       EXIT.

      * The balance the occurrence would leave behind, for the
      * overdraft-limit test in PROCESS-ONE-ORDER.
       CHECK-ORDER-COVERAGE.
           MOVE ZEROES TO effective-limit
           IF overdraft-limit OF ACCOUNT-ARRAY(order-acct-slot)
                   IS NUMERIC
               MOVE overdraft-limit OF ACCOUNT-ARRAY(order-acct-slot)
                   TO effective-limit
           END-IF
           MOVE SO-ARR-ACCOUNT-NUMBER OF ORDER-ARRAY(idx-ord)
               TO hold-sum-account
           PERFORM SUM-ACCOUNT-HOLDS
           COMPUTE prospective-balance =
               balance OF ACCOUNT-ARRAY(order-acct-slot)
               - account-holds-sum
               - SO-ARR-AMOUNT OF ORDER-ARRAY(idx-ord).
       EXIT.

      * An uncovered occurrence is not lost: it goes to the retry
      * queue under its own due date, and the order rolls on as if
      * it had been paid. A standing order has no creditor return
      * deadline, so only PAYRETRY's number of attempts limits it.
       QUEUE-ORDER-PAYMENT.
           MOVE SPACES TO RETRY-QUEUE-RECORD
           MOVE "SO" TO RQ-SOURCE
           MOVE SO-ARR-CLIENT-ID OF ORDER-ARRAY(idx-ord)
               TO RQ-CLIENT-ID
           MOVE SO-ARR-ACCOUNT-NUMBER OF ORDER-ARRAY(idx-ord)
               TO RQ-ACCOUNT-NUMBER
           MOVE SO-ARR-AMOUNT OF ORDER-ARRAY(idx-ord) TO RQ-AMOUNT
           MOVE SO-ARR-NEXT-DUE-DATE OF ORDER-ARRAY(idx-ord)
               TO RQ-DUE-DATE
           MOVE SO-ARR-BENEFICIARY OF ORDER-ARRAY(idx-ord)
               TO RQ-PAYEE
           MOVE SO-ARR-CP-REG-NR OF ORDER-ARRAY(idx-ord)
               TO RQ-CP-REG-NR
           MOVE SO-ARR-CP-ACCOUNT OF ORDER-ARRAY(idx-ord)
               TO RQ-CP-ACCOUNT
           MOVE SO-ARR-CP-SWIFT-BIC OF ORDER-ARRAY(idx-ord)
               TO RQ-CP-SWIFT-BIC
           MOVE ZEROES TO RQ-ATTEMPTS
           MOVE WS-TODAY TO RQ-LAST-ATTEMPT
           MOVE "V" TO RQ-STATUS
           WRITE RETRY-QUEUE-RECORD

           ADD 1 TO deferred-count
           MOVE SPACES TO INFO
           STRING "UDAEKKET, GENFORSOEGES: " DELIMITED BY SIZE
               FUNCTION TRIM(SO-ARR-ACCOUNT-NUMBER
                   OF ORDER-ARRAY(idx-ord)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SO-ARR-AMOUNT OF ORDER-ARRAY(idx-ord)
                   DELIMITED BY SIZE
               " d. " DELIMITED BY SIZE
               SO-ARR-NEXT-DUE-DATE OF ORDER-ARRAY(idx-ord)
                   DELIMITED BY SIZE
               " til " DELIMITED BY SIZE
               FUNCTION TRIM(SO-ARR-BENEFICIARY
                   OF ORDER-ARRAY(idx-ord)) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * Tonight's posted balances laid over the account master, the
      * same way CASHPOOL and the statement writer read them. A
      * missing file leaves the master's balances.
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

      * A payment to another bank carries the counterparty and a
      * TRANSFER-REF on its debit leg, as EXTXFER's do, so the
      * export row and the statement line tie together.
       EMIT-ORDER-TRANSACTION.
           MOVE SPACES TO order-transfer-ref
           IF SO-ARR-CP-ACCOUNT OF ORDER-ARRAY(idx-ord) NOT = SPACES
               ADD 1 TO transfer-seq
               STRING "SO" DELIMITED BY SIZE
                   WS-TODAY(5:4) DELIMITED BY SIZE
                   transfer-seq DELIMITED BY SIZE
                   INTO order-transfer-ref
           END-IF

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE SO-ARR-CLIENT-ID OF ORDER-ARRAY(idx-ord)
               TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE "D" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE SO-ARR-AMOUNT OF ORDER-ARRAY(idx-ord)
               TO AMOUNT OF TRANSACTION-RECORD
           IF order-transfer-ref NOT = SPACES
               MOVE SO-ARR-CP-REG-NR OF ORDER-ARRAY(idx-ord)
                   TO REG-NR OF TRANSACTION-RECORD
               MOVE SO-ARR-CP-ACCOUNT OF ORDER-ARRAY(idx-ord)
                   TO COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
               MOVE order-transfer-ref
                   TO TRANSFER-REF OF TRANSACTION-RECORD
               MOVE settlement-date
                   TO VALUE-DATE OF TRANSACTION-RECORD
           END-IF
           WRITE TRANSACTION-RECORD

           IF order-transfer-ref NOT = SPACES
               PERFORM APPEND-EXPORT-ROW
           END-IF

           ADD 1 TO executed-count
           MOVE SPACES TO INFO
           STRING "UDFOERT: " DELIMITED BY SIZE
           WRITE REPORT-LINE.
       EXIT.

      * The row is built in SCREEN-ROW and screened first; only a
      * clean one goes to the export.
       APPEND-EXPORT-ROW.
           MOVE SPACES TO SCREEN-ROW
           MOVE order-transfer-ref TO SXR-TRANSFER-REF
           MOVE SO-ARR-ACCOUNT-NUMBER OF ORDER-ARRAY(idx-ord)
               TO SXR-DEBIT-ACCOUNT
           MOVE SO-ARR-CLIENT-ID OF ORDER-ARRAY(idx-ord)
               TO SXR-DEBIT-CLIENT-ID
           MOVE SO-ARR-CP-REG-NR OF ORDER-ARRAY(idx-ord)
               TO SXR-CP-REG-NR
           MOVE SO-ARR-CP-ACCOUNT OF ORDER-ARRAY(idx-ord)
               TO SXR-CP-ACCOUNT
           MOVE SO-ARR-CP-SWIFT-BIC OF ORDER-ARRAY(idx-ord)
               TO SXR-CP-SWIFT-BIC
           MOVE SO-ARR-BENEFICIARY OF ORDER-ARRAY(idx-ord)
               TO SXR-BENEFICIARY
           MOVE SO-ARR-AMOUNT OF ORDER-ARRAY(idx-ord) TO SXR-AMOUNT
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
               DISPLAY "STANDORD: cannot open " WS-EXPORT-FILENAME ", "
                   "file status " WS-EXPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO export-open.
       EXIT.

      * Rolls the order's next-due-date one period forward. Weekly
      * (U) rolls 7 calendar days via the integer-date functions;
      * monthly (M) and quarterly (Q) roll by month arithmetic with
           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "hold-check.cpy".

           COPY "business-day.cpy".

           COPY "export-screen.cpy".

           COPY "watchlist-check.cpy".

           COPY "clean-spaces.cpy".

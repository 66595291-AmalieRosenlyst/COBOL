      * Formål: Afskrivning af tabte fordringer og opfoelgning paa
      *    inddrivelsen bagefter. Naar DUNNING overdrager en sag til
      *    inkasso (rykkerstadie "3"), blev den negative saldo hidtil
      *    bare staaende i account-info.txt. Programmet har tre
      *    koerselsformer, valgt med WRITEOFF_MODE:
      *      POST (standard): laeser de godkendte afskrivningssager i
      *        writeoff-requests.txt. Pr. sag kontrolleres at kontoen
      *        er aaben og i minus, at DUNNING har overdraget den, at
      *        der ikke allerede er en aaben sag, og at godkenderen er
      *        en aktiv supervisor i operator-master.txt. Gaelden
      *        (den bogfoerte saldo fra balance-carry-forward.txt)
      *        udlignes med en systemindbetaling i transactions.txt
      *        ("System - write-off <sag>"), som natkoerslen bogfoerer
      *        trods frysningen og GLEXTRACT bogfoerer som tab
      *        (transaktionstype "W"). Kontoen fryses (account-status
      *        "F", foer- og efterbillede i master-journal.txt) og
      *        sagen oprettes i writeoff-register.txt.
      *      RECOVER: matcher indbetalinger ("I") paa afskrevne konti
      *        i transaktionsfilen til sagen og skriver dem i
      *        writeoff-recoveries.txt. Natkoerslen bogfoerer
      *        indbetalingen trods frysningen (writeoff-check.cpy);
      *        pr. inddrivelse skrives en systemhaevning ("System -
      *        write-off recovery <sag>") i transactions.txt, som
      *        saetter kontoen tilbage i nul og som GLEXTRACT
      *        bogfoerer som inddrevet tab (transaktionstype "G").
      *        Koeres hver nat efter opgave10 via job-schedule.txt.
      *      SUMMARY: maanedsoversigt over afskrevet mod inddrevet
      *        for WRITEOFF_MONTH (AARMM, standard indevaerende
      *        maaned), pr. account-type og i alt siden start.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT OUTPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT INPUT-STATE ASSIGN TO DYNAMIC WS-STATE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATE-STATUS.
       SELECT INPUT-OPERATORS ASSIGN TO DYNAMIC WS-OPERATORS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATORS-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT BALANCE-CARRY-FILE
       ASSIGN TO DYNAMIC WS-BALANCE-CARRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCE-CARRY-STATUS.
       SELECT INPUT-REGISTER ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.
       SELECT OUTPUT-REGISTER ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.
       SELECT RECOVERIES-FILE ASSIGN TO DYNAMIC WS-RECOVERIES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RECOVERIES-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT MASTER-JOURNAL-FILE
       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

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
       FD INPUT-REQUESTS.
       01 WRITEOFF-REQUEST.
           02 WQ-ACCOUNT-NUMBER        PIC X(20).
           02 WQ-AGENCY-REF            PIC X(15).
           02 WQ-APPROVED-BY           PIC X(8).
       FD INPUT-STATE.
       01 STATE-RECORD.
           02 DS-ACCOUNT-NUMBER        PIC X(20).
           02 DS-FIRST-OVER-DATE       PIC X(8).
           02 DS-STAGE                 PIC X(1).
           02 DS-STAGE-DATE            PIC X(8).
       FD INPUT-OPERATORS.
       01 OPERATOR-RECORD.
           COPY "operator-master.cpy".
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD OUTPUT-TRANSACTIONS.
       01 OUTPUT-TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD BALANCE-CARRY-FILE.
       01 BALANCE-CARRY-RECORD.
           02 BC-ACCOUNT-NUMBER        PIC X(20).
           02 BC-BALANCE               PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
       FD INPUT-REGISTER.
       01 REGISTER-RECORD.
           COPY "writeoff-register.cpy".
       FD OUTPUT-REGISTER.
       01 OUTPUT-REGISTER-RECORD.
           COPY "writeoff-register.cpy"
               REPLACING LEADING ==WO-== BY ==WO-OUT-==.
       FD RECOVERIES-FILE.
       01 RECOVERY-RECORD.
           COPY "writeoff-recoveries.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).
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
      * Foer- og efterbilleder af hver frosset konto (journal.cpy).
           COPY "journal-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 EOF-STATE                     PIC X VALUE "N".
       01 EOF-OPERATORS                 PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 EOF-REGISTER                  PIC X VALUE "N".
       01 EOF-RECOVERIES                PIC X VALUE "N".
       01 EOF-BALANCE-CARRY             PIC X VALUE "N".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-STATE-STATUS               PIC XX VALUE "00".
       01 WS-OPERATORS-STATUS           PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-REGISTER-STATUS            PIC XX VALUE "00".
       01 WS-BALANCE-CARRY-STATUS       PIC XX VALUE "00".
       01 WS-RECOVERIES-STATUS          PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 WS-MODE                       PIC X(10) VALUE SPACES.
       01 WS-SUMMARY-MONTH              PIC X(6) VALUE SPACES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.
      * Each account's posted balance, slot for slot with
      * ACCOUNT-ARRAY: the master's balance with last night's
      * balance-carry-forward.txt laid over it, the way the statement
      * writer reads it. The master itself does not move on ordinary
      * activity, so the debt written off is taken from here.
       01 POSTED-BALANCE-ARRAY          OCCURS 2000 TIMES.
           02 PB-BALANCE                PIC S9(7)V99 VALUE ZEROES.

       01 STATE-ARRAY-MAX               PIC 9(4) VALUE 1000.
       01 STATE-ARRAY                   OCCURS 1000 TIMES
                                        INDEXED BY idx-state.
           02 ST-ACCOUNT-NUMBER         PIC X(20) VALUE SPACES.
           02 ST-STAGE                  PIC X(1) VALUE SPACES.
       01 state-count                   PIC 9(4) VALUE ZEROES.

       01 OPERATOR-ARRAY-MAX            PIC 9(3) VALUE 200.
       01 OPERATOR-ARRAY                OCCURS 200 TIMES
                                        INDEXED BY idx-opr.
           COPY "operator-master.cpy"
               REPLACING LEADING ==OP-== BY ==OPA-==.
       01 operator-count                PIC 9(3) VALUE ZEROES.

       01 CASE-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 CASE-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-case.
           COPY "writeoff-register.cpy"
               REPLACING LEADING ==WO-== BY ==WO-ARR-==.
       01 case-count                    PIC 9(4) VALUE ZEROES.
       01 register-existed              PIC X VALUE "N".
       01 next-case-number              PIC 9(8) VALUE ZEROES.
       01 case-number-work              PIC 9(8) VALUE ZEROES.
       01 new-case-id.
           02 FILLER                    PIC X(2) VALUE "AF".
           02 new-case-digits           PIC 9(8) VALUE ZEROES.

      * Already-matched recoveries, so a payment in the cumulative
      * transaction file is never counted twice.
       01 RECOVERY-ARRAY-MAX            PIC 9(5) VALUE 10000.
       01 RECOVERY-ARRAY                OCCURS 10000 TIMES
                                        INDEXED BY idx-rcv.
           02 RCV-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 RCV-TRANSACTION-REF       PIC X(12) VALUE SPACES.
           02 RCV-TRANSACTION-DATE      PIC X(8) VALUE SPACES.
           02 RCV-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
       01 recovery-load-count           PIC 9(5) VALUE ZEROES.
       01 already-matched               PIC X VALUE "N".

      * Tonight's recoveries, written back to transactions.txt as
      * "System - write-off recovery" debits once the scan of that
      * same file is closed. A deposit beyond the table is left
      * unmatched for the next run.
       01 RECOVERY-DEBIT-ARRAY-MAX      PIC 9(4) VALUE 1000.
       01 RECOVERY-DEBIT-ARRAY          OCCURS 1000 TIMES
                                        INDEXED BY idx-rdb.
           02 RDB-CASE-ID               PIC X(10) VALUE SPACES.
           02 RDB-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 RDB-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 RDB-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
       01 recovery-debit-count          PIC 9(4) VALUE ZEROES.
       01 recovery-deferred-count       PIC 9(4) VALUE ZEROES.

      * Summary totals per account-type.
       01 SUMMARY-ARRAY-MAX             PIC 9(3) VALUE 100.
       01 SUMMARY-ARRAY                 OCCURS 100 TIMES
                                        INDEXED BY idx-sum.
           02 SM-ACCOUNT-TYPE           PIC X(10) VALUE SPACES.
           02 SM-MONTH-CASES            PIC 9(5) VALUE ZEROES.
           02 SM-MONTH-WRITTEN-OFF      PIC 9(11)V99 VALUE ZEROES.
           02 SM-MONTH-RECOVERED        PIC 9(11)V99 VALUE ZEROES.
           02 SM-TOTAL-WRITTEN-OFF      PIC 9(11)V99 VALUE ZEROES.
           02 SM-TOTAL-RECOVERED        PIC 9(11)V99 VALUE ZEROES.
       01 summary-count                 PIC 9(3) VALUE ZEROES.
       01 lookup-summary-type           PIC X(10) VALUE SPACES.
       01 summary-slot                  PIC 9(3) VALUE ZEROES.
       01 recovery-pct                  PIC 9(3)V9 VALUE ZEROES.
       01 pct-display                   PIC ZZ9.9.

       01 woff-slot                     PIC 9(4) VALUE ZEROES.
       01 case-slot                     PIC 9(4) VALUE ZEROES.
       01 refuse-reason                 PIC X(40) VALUE SPACES.
       01 writeoff-amount               PIC 9(9)V99 VALUE ZEROES.
       01 amount-display                PIC Z(8)9.99.
       01 total-display                 PIC Z(10)9.99.
       01 total-display-2               PIC Z(10)9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "writeoff-requests.txt".
       01 WS-STATE-FILENAME
           PIC X(100) VALUE "dunning-state.txt".
       01 WS-OPERATORS-FILENAME
           PIC X(100) VALUE "operator-master.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-REGISTER-FILENAME
           PIC X(100) VALUE "writeoff-register.txt".
       01 WS-BALANCE-CARRY-FILENAME
           PIC X(100) VALUE "balance-carry-forward.txt".
       01 WS-RECOVERIES-FILENAME
           PIC X(100) VALUE "writeoff-recoveries.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "writeoff-report.txt".

      * Safe rewrite-and-swap of the account master and the case
      * register, same pattern as ACCTCLOSE.
           COPY "safe-swap-fields.cpy".
       01 verify-idx                    PIC 9(4) VALUE ZEROES.

      * Batch control totals
       01 request-count                 PIC 9(6) VALUE ZEROES.
       01 written-off-count             PIC 9(6) VALUE ZEROES.
       01 refused-count                 PIC 9(6) VALUE ZEROES.
       01 written-off-total             PIC 9(11)V99 VALUE ZEROES.
       01 recovery-count                PIC 9(6) VALUE ZEROES.
       01 recovered-total               PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "WRITEOFF_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "writeoff-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-STATE-FILENAME FROM ENVIRONMENT "DUNNING_STATE_FILE"
       IF WS-STATE-FILENAME = SPACES
           MOVE "dunning-state.txt" TO WS-STATE-FILENAME
       END-IF

       ACCEPT WS-OPERATORS-FILENAME
           FROM ENVIRONMENT "OPERATOR_MASTER_FILE"
       IF WS-OPERATORS-FILENAME = SPACES
           MOVE "operator-master.txt" TO WS-OPERATORS-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-BALANCE-CARRY-FILENAME
           FROM ENVIRONMENT "BALANCE_CARRY_FORWARD_FILE"
       IF WS-BALANCE-CARRY-FILENAME = SPACES
           MOVE "balance-carry-forward.txt"
               TO WS-BALANCE-CARRY-FILENAME
       END-IF

       ACCEPT WS-REGISTER-FILENAME
           FROM ENVIRONMENT "WRITEOFF_REGISTER_FILE"
       IF WS-REGISTER-FILENAME = SPACES
           MOVE "writeoff-register.txt" TO WS-REGISTER-FILENAME
       END-IF

       ACCEPT WS-RECOVERIES-FILENAME
           FROM ENVIRONMENT "WRITEOFF_RECOVERIES_FILE"
       IF WS-RECOVERIES-FILENAME = SPACES
           MOVE "writeoff-recoveries.txt" TO WS-RECOVERIES-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT "WRITEOFF_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "writeoff-report.txt" TO WS-REPORT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       ACCEPT WS-MODE FROM ENVIRONMENT "WRITEOFF_MODE"
       IF WS-MODE = SPACES
           MOVE "POST" TO WS-MODE
       END-IF

       MOVE "WRITEOFF" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       EVALUATE WS-MODE
           WHEN "POST"
               PERFORM POST-WRITEOFFS
           WHEN "RECOVER"
               PERFORM MATCH-RECOVERIES
           WHEN "SUMMARY"
               PERFORM WRITE-MONTHLY-SUMMARY
           WHEN OTHER
               DISPLAY "WRITEOFF: unknown WRITEOFF_MODE '"
                   FUNCTION TRIM(WS-MODE)
                   "' - use POST, RECOVER or SUMMARY"
               MOVE 16 TO RETURN-CODE
       END-EVALUATE

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------

      * Books every approved case in writeoff-requests.txt; a case
      * that fails a check is refused on the report and left for
      * the collections desk.
       POST-WRITEOFFS.
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "WRITEOFF: cannot open " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ACCOUNTS
           CLOSE INPUT-ACCOUNTS
           PERFORM LOAD-POSTED-BALANCES
           PERFORM LOAD-DUNNING-STATE
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-REGISTER

           OPEN INPUT INPUT-REQUESTS
           IF WS-REQUESTS-STATUS = "35"
               DISPLAY "WRITEOFF: no "
                   FUNCTION TRIM(WS-REQUESTS-FILENAME)
                   " on file, nothing to do"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           IF WS-REQUESTS-STATUS NOT = "00"
               DISPLAY "WRITEOFF: cannot open " WS-REQUESTS-FILENAME
                   ", file status " WS-REQUESTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND OUTPUT-TRANSACTIONS
           IF WS-TRANSACTIONS-STATUS = "35"
               OPEN OUTPUT OUTPUT-TRANSACTIONS
           END-IF
           IF WS-TRANSACTIONS-STATUS NOT = "00"
               DISPLAY "WRITEOFF: cannot open "
                   WS-TRANSACTIONS-FILENAME
                   ", file status " WS-TRANSACTIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "WRITEOFF" TO jrn-program
           MOVE WS-ACCOUNTS-FILENAME(1:40) TO jrn-master-file
           PERFORM OPEN-MASTER-JOURNAL
           PERFORM OPEN-REPORT
           MOVE SPACES TO INFO
           STRING "Afskrivninger " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           PERFORM UNTIL END-OF-REQUESTS = "Y"
               READ INPUT-REQUESTS INTO WRITEOFF-REQUEST
                   AT END
                       MOVE "Y" TO END-OF-REQUESTS
                   NOT AT END
                       ADD 1 TO request-count
                       PERFORM PROCESS-WRITEOFF-REQUEST
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
           CLOSE OUTPUT-TRANSACTIONS
           PERFORM CLOSE-MASTER-JOURNAL

           MOVE SPACES TO INFO
           STRING "TRAILER: request-count=" DELIMITED BY SIZE
               request-count DELIMITED BY SIZE
               " written-off=" DELIMITED BY SIZE
               written-off-count DELIMITED BY SIZE
               " refused=" DELIMITED BY SIZE
               refused-count DELIMITED BY SIZE
               " total=" DELIMITED BY SIZE
               written-off-total DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           CLOSE OUTPUT-REPORT

           IF written-off-count > 0
               PERFORM REWRITE-ACCOUNTS
               PERFORM REWRITE-REGISTER
           END-IF

           DISPLAY "WRITEOFF: " written-off-count " written off ("
               written-off-total "), " refused-count " refused."

           IF refused-count > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       EXIT.

       PROCESS-WRITEOFF-REQUEST.
           MOVE SPACES TO refuse-reason
           MOVE ZEROES TO woff-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   MOVE "UKENDT KONTO" TO refuse-reason
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = WQ-ACCOUNT-NUMBER
                   SET woff-slot TO idx-acct
           END-SEARCH

           IF refuse-reason = SPACES
               EVALUATE TRUE
                   WHEN account-status OF ACCOUNT-ARRAY(woff-slot)
                           NOT = "O"
                       MOVE "KONTO ER IKKE AABEN" TO refuse-reason
      *>           A loan is carried in loan-master.txt as well; writing
      *>           off only its account row would leave LOANPOST
      *>           collecting installments on it.
                   WHEN account-type OF ACCOUNT-ARRAY(woff-slot)
                           = "LOAN"
                       MOVE "LAANEKONTO" TO refuse-reason
                   WHEN PB-BALANCE(woff-slot) NOT < ZEROES
                       MOVE "SALDO ER IKKE NEGATIV" TO refuse-reason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF refuse-reason = SPACES
               MOVE "IKKE OVERDRAGET TIL INKASSO" TO refuse-reason
               SET idx-state TO 1
               SEARCH STATE-ARRAY
                   AT END
                       CONTINUE
                   WHEN ST-ACCOUNT-NUMBER(idx-state)
                           = WQ-ACCOUNT-NUMBER
                       IF ST-STAGE(idx-state) = "3"
                           MOVE SPACES TO refuse-reason
                       END-IF
               END-SEARCH
           END-IF

           IF refuse-reason = SPACES
               PERFORM VARYING idx-case FROM 1 BY 1
                       UNTIL idx-case > case-count
                   IF WO-ARR-ACCOUNT-NUMBER(idx-case)
                           = WQ-ACCOUNT-NUMBER
                       AND WO-ARR-STATUS(idx-case) = "A"
                       MOVE "AABEN AFSKRIVNINGSSAG FINDES"
                           TO refuse-reason
                   END-IF
               END-PERFORM
           END-IF

           IF refuse-reason = SPACES
               MOVE "UKENDT GODKENDER" TO refuse-reason
               SET idx-opr TO 1
               SEARCH OPERATOR-ARRAY
                   AT END
                       CONTINUE
                   WHEN OPA-OPERATOR-ID(idx-opr) = WQ-APPROVED-BY
                       IF OPA-ACTIVE(idx-opr) = "Y"
                           AND OPA-ROLE(idx-opr) = "S"
                           MOVE SPACES TO refuse-reason
                       ELSE
                           MOVE "GODKENDER ER IKKE AKTIV SUPERVISOR"
                               TO refuse-reason
                       END-IF
               END-SEARCH
           END-IF

           IF refuse-reason = SPACES
               AND case-count >= CASE-ARRAY-MAX
               MOVE "AFSKRIVNINGSREGISTRET ER FULDT" TO refuse-reason
           END-IF

           IF refuse-reason NOT = SPACES
               ADD 1 TO refused-count
               MOVE SPACES TO INFO
               STRING "AFVIST: konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(WQ-ACCOUNT-NUMBER) DELIMITED BY SIZE
                   " inkasso-ref=" DELIMITED BY SIZE
                   FUNCTION TRIM(WQ-AGENCY-REF) DELIMITED BY SIZE
                   " godkendt-af=" DELIMITED BY SIZE
                   WQ-APPROVED-BY DELIMITED BY SIZE
                   " aarsag=" DELIMITED BY SIZE
                   FUNCTION TRIM(refuse-reason) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               PERFORM BOOK-WRITEOFF
           END-IF.
       EXIT.

      * The whole posted debit balance is cleared by a system credit
      * in transactions.txt: the statement writer posts it despite
      * the freeze, bringing the posted balance to zero, and GLEXTRACT
      * books it to the loss account via the "W" mapping row for the
      * account-type (gl-type.cpy). The account is frozen so nothing
      * but the write-off and its recoveries posts to it
      * (writeoff-check.cpy), and the case opens in the register for
      * recovery tracking.
       BOOK-WRITEOFF.
           COMPUTE writeoff-amount = 0 - PB-BALANCE(woff-slot)

           ADD 1 TO next-case-number
           MOVE next-case-number TO new-case-digits

           MOVE SPACES TO OUTPUT-TRANSACTION-RECORD
           MOVE client-id OF ACCOUNT-ARRAY(woff-slot)
               TO CLIENT-ID OF OUTPUT-TRANSACTION-RECORD
           MOVE WQ-ACCOUNT-NUMBER
               TO ACCOUNT-NUMBER OF OUTPUT-TRANSACTION-RECORD
           STRING "System - write-off " DELIMITED BY SIZE
               new-case-id DELIMITED BY SIZE
               INTO OWNER OF OUTPUT-TRANSACTION-RECORD
           MOVE WS-TODAY
               TO TRANSACTION-DATE OF OUTPUT-TRANSACTION-RECORD
           MOVE "I" TO TRANSACTION-TYPE OF OUTPUT-TRANSACTION-RECORD
           MOVE writeoff-amount TO AMOUNT OF OUTPUT-TRANSACTION-RECORD
           WRITE OUTPUT-TRANSACTION-RECORD

           MOVE WQ-ACCOUNT-NUMBER TO jrn-key
           MOVE "B" TO jrn-image-type
           MOVE SPACES TO jrn-image
           MOVE ACCOUNT-ARRAY(woff-slot) TO jrn-image
           PERFORM WRITE-JOURNAL-IMAGE
           MOVE "F" TO account-status OF ACCOUNT-ARRAY(woff-slot)
           MOVE "A" TO jrn-image-type
           MOVE SPACES TO jrn-image
           MOVE ACCOUNT-ARRAY(woff-slot) TO jrn-image
           PERFORM WRITE-JOURNAL-IMAGE

           ADD 1 TO case-count
           MOVE new-case-id TO WO-ARR-CASE-ID(case-count)
           MOVE WQ-ACCOUNT-NUMBER TO WO-ARR-ACCOUNT-NUMBER(case-count)
           MOVE client-id OF ACCOUNT-ARRAY(woff-slot)
               TO WO-ARR-CLIENT-ID(case-count)
           MOVE account-type OF ACCOUNT-ARRAY(woff-slot)
               TO WO-ARR-ACCOUNT-TYPE(case-count)
           MOVE WQ-AGENCY-REF TO WO-ARR-AGENCY-REF(case-count)
           MOVE WS-TODAY TO WO-ARR-WRITEOFF-DATE(case-count)
           MOVE writeoff-amount TO WO-ARR-WRITTEN-OFF(case-count)
           MOVE ZEROES TO WO-ARR-RECOVERED(case-count)
           MOVE SPACES TO WO-ARR-LAST-RECOVERY-DATE(case-count)
           MOVE WQ-APPROVED-BY TO WO-ARR-APPROVED-BY(case-count)
           MOVE "A" TO WO-ARR-STATUS(case-count)

           ADD 1 TO written-off-count
           ADD writeoff-amount TO written-off-total
           MOVE writeoff-amount TO amount-display
           MOVE SPACES TO INFO
           STRING "AFSKREVET: sag=" DELIMITED BY SIZE
               new-case-id DELIMITED BY SIZE
               " konto=" DELIMITED BY SIZE
               FUNCTION TRIM(WQ-ACCOUNT-NUMBER) DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               client-id OF ACCOUNT-ARRAY(woff-slot) DELIMITED BY SIZE
               " beloeb=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " inkasso-ref=" DELIMITED BY SIZE
               FUNCTION TRIM(WQ-AGENCY-REF) DELIMITED BY SIZE
               " godkendt-af=" DELIMITED BY SIZE
               WQ-APPROVED-BY DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * Every "I" deposit on a written-off account, dated on or after
      * the write-off and not already in the recoveries ledger, is
      * matched to the case and booked as a recovery. The write-off's
      * own system credit is not a recovery. The statement writer
      * posts the deposit to the frozen account (writeoff-check.cpy);
      * the recovery debit written here takes it off again and books
      * as recovered loss under the "G" mapping row (gl-type.cpy), so
      * the cash is counted once and the account stays at zero.
       MATCH-RECOVERIES.
           PERFORM LOAD-REGISTER
           IF register-existed = "N"
               DISPLAY "WRITEOFF: no "
                   FUNCTION TRIM(WS-REGISTER-FILENAME)
                   " on file, nothing to match"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           PERFORM LOAD-RECOVERIES

           OPEN INPUT INPUT-TRANSACTIONS
           IF WS-TRANSACTIONS-STATUS NOT = "00"
               DISPLAY "WRITEOFF: cannot open "
                   WS-TRANSACTIONS-FILENAME
                   ", file status " WS-TRANSACTIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND RECOVERIES-FILE
           IF WS-RECOVERIES-STATUS = "35"
               OPEN OUTPUT RECOVERIES-FILE
           END-IF
           IF WS-RECOVERIES-STATUS NOT = "00"
               DISPLAY "WRITEOFF: cannot open "
                   WS-RECOVERIES-FILENAME
                   ", file status " WS-RECOVERIES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REPORT
           MOVE SPACES TO INFO
           STRING "Inddrivelse paa afskrevne konti " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           PERFORM UNTIL EOF-TRANSACTIONS = "Y"
               READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
                   AT END
                       MOVE "Y" TO EOF-TRANSACTIONS
                   NOT AT END
                       IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "I"
                           AND OWNER OF TRANSACTION-RECORD(1:18)
                               NOT = "System - write-off"
                           PERFORM MATCH-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-TRANSACTIONS
           CLOSE RECOVERIES-FILE
           IF recovery-debit-count > 0
               PERFORM WRITE-RECOVERY-DEBITS
           END-IF

           MOVE SPACES TO INFO
           STRING "TRAILER: recovery-count=" DELIMITED BY SIZE
               recovery-count DELIMITED BY SIZE
               " recovered=" DELIMITED BY SIZE
               recovered-total DELIMITED BY SIZE
               " deferred=" DELIMITED BY SIZE
               recovery-deferred-count DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           CLOSE OUTPUT-REPORT

           IF recovery-count > 0
               PERFORM REWRITE-REGISTER
           END-IF

           DISPLAY "WRITEOFF: " recovery-count " recovery payment(s) "
               "matched (" recovered-total ")."

           IF recovery-deferred-count > 0
               DISPLAY "WRITEOFF: " recovery-deferred-count
                   " recovery payment(s) left for the next run"
               MOVE 8 TO RETURN-CODE
           END-IF.
       EXIT.

       MATCH-ONE-DEPOSIT.
           MOVE ZEROES TO case-slot
           PERFORM VARYING idx-case FROM 1 BY 1
                   UNTIL idx-case > case-count
               IF WO-ARR-ACCOUNT-NUMBER(idx-case)
                       = ACCOUNT-NUMBER OF TRANSACTION-RECORD
                   AND TRANSACTION-DATE OF TRANSACTION-RECORD
                       >= WO-ARR-WRITEOFF-DATE(idx-case)
                   SET case-slot TO idx-case
               END-IF
           END-PERFORM
           IF case-slot > ZEROES
               PERFORM CHECK-ALREADY-MATCHED
               IF already-matched = "N"
                   IF recovery-debit-count < RECOVERY-DEBIT-ARRAY-MAX
                       PERFORM RECORD-RECOVERY
                   ELSE
                       ADD 1 TO recovery-deferred-count
                   END-IF
               END-IF
           END-IF.
       EXIT.

      * Matched before: same reference on the account, or - for a
      * record without one - same date and amount.
       CHECK-ALREADY-MATCHED.
           MOVE "N" TO already-matched
           PERFORM VARYING idx-rcv FROM 1 BY 1
                   UNTIL idx-rcv > recovery-load-count
                   OR already-matched = "Y"
               IF RCV-ACCOUNT-NUMBER(idx-rcv)
                       = ACCOUNT-NUMBER OF TRANSACTION-RECORD
                   IF TRANSACTION-REF OF TRANSACTION-RECORD NOT = SPACES
                       IF RCV-TRANSACTION-REF(idx-rcv)
                               = TRANSACTION-REF OF TRANSACTION-RECORD
                           MOVE "Y" TO already-matched
                       END-IF
                   ELSE
                       IF RCV-TRANSACTION-REF(idx-rcv) = SPACES
                           AND RCV-TRANSACTION-DATE(idx-rcv)
                               = TRANSACTION-DATE OF TRANSACTION-RECORD
                           AND RCV-AMOUNT(idx-rcv)
                               = AMOUNT OF TRANSACTION-RECORD
                           MOVE "Y" TO already-matched
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       EXIT.

       RECORD-RECOVERY.
           MOVE WO-ARR-CASE-ID(case-slot) TO WR-CASE-ID
           MOVE ACCOUNT-NUMBER OF TRANSACTION-RECORD
               TO WR-ACCOUNT-NUMBER
           MOVE TRANSACTION-REF OF TRANSACTION-RECORD
               TO WR-TRANSACTION-REF
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD
               TO WR-TRANSACTION-DATE
           MOVE AMOUNT OF TRANSACTION-RECORD TO WR-AMOUNT
           MOVE WO-ARR-ACCOUNT-TYPE(case-slot) TO WR-ACCOUNT-TYPE
           MOVE WS-TODAY TO WR-MATCHED-DATE
           WRITE RECOVERY-RECORD
           IF recovery-load-count < RECOVERY-ARRAY-MAX
               ADD 1 TO recovery-load-count
               MOVE WR-ACCOUNT-NUMBER
                   TO RCV-ACCOUNT-NUMBER(recovery-load-count)
               MOVE WR-TRANSACTION-REF
                   TO RCV-TRANSACTION-REF(recovery-load-count)
               MOVE WR-TRANSACTION-DATE
                   TO RCV-TRANSACTION-DATE(recovery-load-count)
               MOVE WR-AMOUNT TO RCV-AMOUNT(recovery-load-count)
           END-IF

           ADD WR-AMOUNT TO WO-ARR-RECOVERED(case-slot)
           MOVE WR-TRANSACTION-DATE
               TO WO-ARR-LAST-RECOVERY-DATE(case-slot)
           IF WO-ARR-RECOVERED(case-slot)
                   NOT < WO-ARR-WRITTEN-OFF(case-slot)
               MOVE "I" TO WO-ARR-STATUS(case-slot)
           END-IF

           ADD 1 TO recovery-debit-count
           MOVE WR-CASE-ID TO RDB-CASE-ID(recovery-debit-count)
           MOVE WR-ACCOUNT-NUMBER
               TO RDB-ACCOUNT-NUMBER(recovery-debit-count)
           MOVE CLIENT-ID OF TRANSACTION-RECORD
               TO RDB-CLIENT-ID(recovery-debit-count)
           MOVE WR-AMOUNT TO RDB-AMOUNT(recovery-debit-count)

           ADD 1 TO recovery-count
           ADD WR-AMOUNT TO recovered-total
           MOVE WR-AMOUNT TO amount-display
           MOVE WO-ARR-RECOVERED(case-slot) TO total-display
           MOVE SPACES TO INFO
           STRING "INDDREVET: sag=" DELIMITED BY SIZE
               WO-ARR-CASE-ID(case-slot) DELIMITED BY SIZE
               " konto=" DELIMITED BY SIZE
               FUNCTION TRIM(WR-ACCOUNT-NUMBER) DELIMITED BY SIZE
               " dato=" DELIMITED BY SIZE
               WR-TRANSACTION-DATE DELIMITED BY SIZE
               " ref=" DELIMITED BY SIZE
               WR-TRANSACTION-REF DELIMITED BY SIZE
               " beloeb=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " inddrevet-i-alt=" DELIMITED BY SIZE
               FUNCTION TRIM(total-display) DELIMITED BY SIZE
               " status=" DELIMITED BY SIZE
               WO-ARR-STATUS(case-slot) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * One "System - write-off recovery <case>" debit per recovery,
      * dated today; the statement writer posts it with the next run.
       WRITE-RECOVERY-DEBITS.
           OPEN EXTEND OUTPUT-TRANSACTIONS
           IF WS-TRANSACTIONS-STATUS NOT = "00"
               DISPLAY "WRITEOFF: cannot open "
                   WS-TRANSACTIONS-FILENAME
                   ", file status " WS-TRANSACTIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-rdb FROM 1 BY 1
                   UNTIL idx-rdb > recovery-debit-count
               MOVE SPACES TO OUTPUT-TRANSACTION-RECORD
               MOVE RDB-CLIENT-ID(idx-rdb)
                   TO CLIENT-ID OF OUTPUT-TRANSACTION-RECORD
               MOVE RDB-ACCOUNT-NUMBER(idx-rdb)
                   TO ACCOUNT-NUMBER OF OUTPUT-TRANSACTION-RECORD
               STRING "System - write-off recovery " DELIMITED BY SIZE
                   RDB-CASE-ID(idx-rdb) DELIMITED BY SIZE
                   INTO OWNER OF OUTPUT-TRANSACTION-RECORD
               MOVE WS-TODAY
                   TO TRANSACTION-DATE OF OUTPUT-TRANSACTION-RECORD
               MOVE "D" TO TRANSACTION-TYPE OF OUTPUT-TRANSACTION-RECORD
               MOVE RDB-AMOUNT(idx-rdb)
                   TO AMOUNT OF OUTPUT-TRANSACTION-RECORD
               WRITE OUTPUT-TRANSACTION-RECORD
           END-PERFORM
           CLOSE OUTPUT-TRANSACTIONS.
       EXIT.

      * Month's written-off against month's recovered per
      * account-type, with the running totals since the first case.
       WRITE-MONTHLY-SUMMARY.
           ACCEPT WS-SUMMARY-MONTH FROM ENVIRONMENT "WRITEOFF_MONTH"
           IF WS-SUMMARY-MONTH = SPACES
               MOVE WS-TODAY(1:6) TO WS-SUMMARY-MONTH
           END-IF

           ACCEPT WS-REPORT-FILENAME
               FROM ENVIRONMENT "WRITEOFF_SUMMARY_FILE"
           IF WS-REPORT-FILENAME = SPACES
               MOVE "writeoff-summary.txt" TO WS-REPORT-FILENAME
           END-IF

           PERFORM LOAD-REGISTER
           PERFORM VARYING idx-case FROM 1 BY 1
                   UNTIL idx-case > case-count
               MOVE WO-ARR-ACCOUNT-TYPE(idx-case)
                   TO lookup-summary-type
               PERFORM FIND-OR-ADD-SUMMARY
               ADD WO-ARR-WRITTEN-OFF(idx-case)
                   TO SM-TOTAL-WRITTEN-OFF(summary-slot)
               IF WO-ARR-WRITEOFF-DATE(idx-case)(1:6)
                       = WS-SUMMARY-MONTH
                   ADD 1 TO SM-MONTH-CASES(summary-slot)
                   ADD WO-ARR-WRITTEN-OFF(idx-case)
                       TO SM-MONTH-WRITTEN-OFF(summary-slot)
               END-IF
           END-PERFORM

           OPEN INPUT RECOVERIES-FILE
           IF WS-RECOVERIES-STATUS = "00"
               PERFORM UNTIL EOF-RECOVERIES = "Y"
                   READ RECOVERIES-FILE INTO RECOVERY-RECORD
                       AT END
                           MOVE "Y" TO EOF-RECOVERIES
                       NOT AT END
                           MOVE WR-ACCOUNT-TYPE TO lookup-summary-type
                           PERFORM FIND-OR-ADD-SUMMARY
                           ADD WR-AMOUNT
                               TO SM-TOTAL-RECOVERED(summary-slot)
                           IF WR-TRANSACTION-DATE(1:6)
                                   = WS-SUMMARY-MONTH
                               ADD WR-AMOUNT
                                   TO SM-MONTH-RECOVERED(summary-slot)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVERIES-FILE
           END-IF

           PERFORM OPEN-REPORT
           MOVE SPACES TO INFO
           STRING "Afskrevet mod inddrevet, maaned " DELIMITED BY SIZE
               WS-SUMMARY-MONTH DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE "-----------------------------------------------"
               TO INFO
           WRITE REPORT-LINE

           PERFORM VARYING idx-sum FROM 1 BY 1
                   UNTIL idx-sum > summary-count
               ADD SM-MONTH-WRITTEN-OFF(idx-sum) TO written-off-total
               ADD SM-MONTH-RECOVERED(idx-sum) TO recovered-total
               ADD SM-MONTH-CASES(idx-sum) TO written-off-count
               MOVE SM-MONTH-WRITTEN-OFF(idx-sum) TO total-display
               MOVE SM-MONTH-RECOVERED(idx-sum) TO total-display-2
               MOVE SPACES TO INFO
               STRING "MAANED: account-type=" DELIMITED BY SIZE
                   FUNCTION TRIM(SM-ACCOUNT-TYPE(idx-sum))
                       DELIMITED BY SIZE
                   " sager=" DELIMITED BY SIZE
                   SM-MONTH-CASES(idx-sum) DELIMITED BY SIZE
                   " afskrevet=" DELIMITED BY SIZE
                   FUNCTION TRIM(total-display) DELIMITED BY SIZE
                   " inddrevet=" DELIMITED BY SIZE
                   FUNCTION TRIM(total-display-2) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE

               MOVE ZEROES TO recovery-pct
               IF SM-TOTAL-WRITTEN-OFF(idx-sum) > ZEROES
                   COMPUTE recovery-pct ROUNDED =
                       SM-TOTAL-RECOVERED(idx-sum) * 100
                       / SM-TOTAL-WRITTEN-OFF(idx-sum)
                       ON SIZE ERROR
                           MOVE 999.9 TO recovery-pct
                   END-COMPUTE
               END-IF
               MOVE recovery-pct TO pct-display
               MOVE SM-TOTAL-WRITTEN-OFF(idx-sum) TO total-display
               MOVE SM-TOTAL-RECOVERED(idx-sum) TO total-display-2
               MOVE SPACES TO INFO
               STRING "I ALT: account-type=" DELIMITED BY SIZE
                   FUNCTION TRIM(SM-ACCOUNT-TYPE(idx-sum))
                       DELIMITED BY SIZE
                   " afskrevet=" DELIMITED BY SIZE
                   FUNCTION TRIM(total-display) DELIMITED BY SIZE
                   " inddrevet=" DELIMITED BY SIZE
                   FUNCTION TRIM(total-display-2) DELIMITED BY SIZE
                   " inddrivelsesgrad=" DELIMITED BY SIZE
                   FUNCTION TRIM(pct-display) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO INFO
           STRING "TRAILER: month=" DELIMITED BY SIZE
               WS-SUMMARY-MONTH DELIMITED BY SIZE
               " cases=" DELIMITED BY SIZE
               written-off-count DELIMITED BY SIZE
               " written-off=" DELIMITED BY SIZE
               written-off-total DELIMITED BY SIZE
               " recovered=" DELIMITED BY SIZE
               recovered-total DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           CLOSE OUTPUT-REPORT

           DISPLAY "WRITEOFF: summary for " WS-SUMMARY-MONTH
               " written to " FUNCTION TRIM(WS-REPORT-FILENAME).
       EXIT.

       FIND-OR-ADD-SUMMARY.
           MOVE ZEROES TO summary-slot
           SET idx-sum TO 1
           SEARCH SUMMARY-ARRAY
               AT END
                   IF summary-count >= SUMMARY-ARRAY-MAX
                       DISPLAY "WRITEOFF: SUMMARY-ARRAY is full"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO summary-count
                   MOVE summary-count TO summary-slot
                   MOVE lookup-summary-type
                       TO SM-ACCOUNT-TYPE(summary-slot)
               WHEN SM-ACCOUNT-TYPE(idx-sum) = lookup-summary-type
                   SET summary-slot TO idx-sum
           END-SEARCH.
       EXIT.

       OPEN-REPORT.
           OPEN OUTPUT OUTPUT-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WRITEOFF: cannot open " WS-REPORT-FILENAME
                   ", file status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

       LOAD-POSTED-BALANCES.
           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-count
               MOVE balance OF ACCOUNT-ARRAY(idx-acct)
                   TO PB-BALANCE(idx-acct)
           END-PERFORM
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
                                   MOVE BC-BALANCE
                                       TO PB-BALANCE(idx-acct)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE BALANCE-CARRY-FILE
           END-IF.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "WRITEOFF: " WS-ACCOUNTS-FILENAME
                           " has more rows than ACCOUNT-ARRAY ("
                           ACCOUNT-ARRAY-MAX ") can hold, "
                           "stopping load"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       MOVE ACCOUNT-RECORD TO ACCOUNT-ARRAY(idx-acct)
                       SET idx-acct UP BY 1
                       ADD 1 TO account-count
                   END-IF
           END-READ

           IF WS-ACCOUNTS-STATUS NOT = "00"
                   AND WS-ACCOUNTS-STATUS NOT = "10"
               DISPLAY "WRITEOFF: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-PERFORM.
       EXIT.

       LOAD-DUNNING-STATE.
           OPEN INPUT INPUT-STATE
           IF WS-STATE-STATUS = "00"
               PERFORM UNTIL EOF-STATE = "Y"
                   READ INPUT-STATE INTO STATE-RECORD
                       AT END
                           MOVE "Y" TO EOF-STATE
                       NOT AT END
                           IF state-count < STATE-ARRAY-MAX
                               ADD 1 TO state-count
                               MOVE DS-ACCOUNT-NUMBER TO
                                   ST-ACCOUNT-NUMBER(state-count)
                               MOVE DS-STAGE TO ST-STAGE(state-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-STATE
           END-IF.
       EXIT.

       LOAD-OPERATORS.
           OPEN INPUT INPUT-OPERATORS
           IF WS-OPERATORS-STATUS = "00"
               PERFORM UNTIL EOF-OPERATORS = "Y"
                   READ INPUT-OPERATORS INTO OPERATOR-RECORD
                       AT END
                           MOVE "Y" TO EOF-OPERATORS
                       NOT AT END
                           IF operator-count < OPERATOR-ARRAY-MAX
                               ADD 1 TO operator-count
                               MOVE OPERATOR-RECORD
                                   TO OPERATOR-ARRAY(operator-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-OPERATORS
           ELSE
               DISPLAY "WRITEOFF: no "
                   FUNCTION TRIM(WS-OPERATORS-FILENAME)
                   " on file - every case will be refused"
           END-IF.
       EXIT.

      * The case register; the highest case number on file seeds
      * the numbering of new cases.
       LOAD-REGISTER.
           OPEN INPUT INPUT-REGISTER
           IF WS-REGISTER-STATUS = "00"
               MOVE "Y" TO register-existed
               PERFORM UNTIL EOF-REGISTER = "Y"
                   READ INPUT-REGISTER INTO REGISTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-REGISTER
                       NOT AT END
                           IF case-count >= CASE-ARRAY-MAX
                               DISPLAY "WRITEOFF: "
                                   WS-REGISTER-FILENAME
                                   " has more rows than CASE-ARRAY ("
                                   CASE-ARRAY-MAX ") can hold"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO case-count
                           MOVE REGISTER-RECORD
                               TO CASE-ARRAY(case-count)
                           IF WO-CASE-ID(3:8) IS NUMERIC
                               MOVE WO-CASE-ID(3:8)
                                   TO case-number-work
                               IF case-number-work > next-case-number
                                   MOVE case-number-work
                                       TO next-case-number
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-REGISTER
           END-IF.
       EXIT.

       LOAD-RECOVERIES.
           OPEN INPUT RECOVERIES-FILE
           IF WS-RECOVERIES-STATUS = "00"
               PERFORM UNTIL EOF-RECOVERIES = "Y"
                   READ RECOVERIES-FILE INTO RECOVERY-RECORD
                       AT END
                           MOVE "Y" TO EOF-RECOVERIES
                       NOT AT END
                           IF recovery-load-count
                                   >= RECOVERY-ARRAY-MAX
                               DISPLAY "WRITEOFF: "
                                   WS-RECOVERIES-FILENAME
                                   " has more rows than RECOVERY-ARRAY"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO recovery-load-count
                           MOVE WR-ACCOUNT-NUMBER TO
                               RCV-ACCOUNT-NUMBER(recovery-load-count)
                           MOVE WR-TRANSACTION-REF TO
                               RCV-TRANSACTION-REF(recovery-load-count)
                           MOVE WR-TRANSACTION-DATE TO
                               RCV-TRANSACTION-DATE(recovery-load-count)
                           MOVE WR-AMOUNT TO
                               RCV-AMOUNT(recovery-load-count)
                   END-READ
               END-PERFORM
               CLOSE RECOVERIES-FILE
           END-IF.
       EXIT.

       REWRITE-ACCOUNTS.
           MOVE WS-ACCOUNTS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-ACCOUNTS-FILENAME

           OPEN OUTPUT OUTPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "WRITEOFF: cannot open " WS-ACCOUNTS-FILENAME
                   " for rewrite, file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-count
               MOVE ACCOUNT-ARRAY(idx-acct) TO OUTPUT-ACCOUNT-RECORD
               WRITE OUTPUT-ACCOUNT-RECORD
           END-PERFORM
           CLOSE OUTPUT-ACCOUNTS

           MOVE ZEROES TO verify-count
           MOVE ZEROES TO verify-total
           MOVE ZEROES TO verify-expected-total
           PERFORM VARYING verify-idx FROM 1 BY 1
                   UNTIL verify-idx > account-count
               ADD balance OF ACCOUNT-ARRAY(verify-idx)
                   TO verify-expected-total
           END-PERFORM
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "WRITEOFF: cannot re-open new master "
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
               DISPLAY "WRITEOFF: new master FAILED verification ("
                   verify-count "/" account-count " record(s), "
                   verify-total "/" verify-expected-total
                   ") - live master untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE swap-master-name TO WS-ACCOUNTS-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

      * A register that did not exist before is simply written; an
      * existing one goes through the same swap as the master.
       REWRITE-REGISTER.
           IF register-existed = "Y"
               MOVE WS-REGISTER-FILENAME TO swap-master-name
               PERFORM BUILD-SWAP-NAMES
               MOVE swap-new-name TO WS-REGISTER-FILENAME
           END-IF

           OPEN OUTPUT OUTPUT-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "WRITEOFF: cannot open " WS-REGISTER-FILENAME
                   " for rewrite, file status " WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-case FROM 1 BY 1
                   UNTIL idx-case > case-count
               MOVE CASE-ARRAY(idx-case) TO OUTPUT-REGISTER-RECORD
               WRITE OUTPUT-REGISTER-RECORD
           END-PERFORM
           CLOSE OUTPUT-REGISTER

           IF register-existed = "Y"
               MOVE ZEROES TO verify-count
               MOVE "N" TO EOF-VERIFY
               OPEN INPUT INPUT-REGISTER
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "WRITEOFF: cannot re-open new register "
                       WS-REGISTER-FILENAME " for verification, "
                       "file status " WS-REGISTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL EOF-VERIFY = "Y"
                   READ INPUT-REGISTER INTO REGISTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-VERIFY
                       NOT AT END
                           ADD 1 TO verify-count
                   END-READ
               END-PERFORM
               CLOSE INPUT-REGISTER
               IF verify-count NOT = case-count
                   DISPLAY "WRITEOFF: new register FAILED "
                       "verification (" verify-count "/" case-count
                       " record(s)) - live register untouched"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE swap-master-name TO WS-REGISTER-FILENAME
               PERFORM SWAP-IN-NEW-MASTER
           END-IF.
       EXIT.

           COPY "journal.cpy".

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

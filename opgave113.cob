      * Formål: Laaneoprettelse og kreditafgoerelse. Et laan dukkede
      *    hidtil foerst op i loan-master.txt naar nogen havde tastet
      *    hovedstol, rente og loebetid i haanden, og intet
      *    registrerede ansoegningen, betalingsevnevurderingen eller
      *    hvem der bevilgede. Koerslen laeser laaneansoegningerne
      *    (loan-applications.txt) og vurderer hver mod kundens
      *    indkomst - loenkrediteringerne fra SALFEED (kategori
      *    "LOEN") i de seneste maaneders transaktionsfiler og den
      *    gennemsnitlige indlaanssaldo i balance-history.txt - og
      *    mod den eksisterende gaeld: restgaeld og ydelser i
      *    loan-master.txt plus de bevilgede traekgraenser i
      *    account-info.txt. Hver ansoegning scores og faar en
      *    afgoerelse (bevilget/afslaaet/henvist) med aarsager i
      *    loan-decisions.txt. En bevilling opretter i samme
      *    koersel LOAN-kontoen med ACCTOPEN's nummerering
      *    (account-number-gen.cpy), loan-master.txt-raekken og
      *    udbetalingen som et T/F-par fra laanekontoen til
      *    kundens betalingskonto. Hvert bevilget laan skrives i
      *    sales-register.txt med saelgeren og filialen (SALESRPT).
      *    En ansoegning der allerede er bevilget eller afslaaet i
      *    loan-decisions.txt springes over, saa en genkoersel ikke
      *    opretter laanet to gange.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANORIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-APPLICATIONS
       ASSIGN TO DYNAMIC WS-APPLICATIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-APPLICATIONS-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT OUTPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-LOANS ASSIGN TO DYNAMIC WS-LOANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOANS-STATUS.
       SELECT OUTPUT-LOANS ASSIGN TO DYNAMIC WS-LOANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOANS-STATUS.
       SELECT INPUT-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
       SELECT INPUT-SALARY-TXNS ASSIGN TO DYNAMIC WS-SALARY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SALARY-STATUS.
       SELECT INPUT-OPERATORS ASSIGN TO DYNAMIC WS-OPERATORS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATORS-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT INPUT-DECISIONS ASSIGN TO DYNAMIC WS-DECISIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DECISIONS-STATUS.
       SELECT OUTPUT-DECISIONS ASSIGN TO DYNAMIC WS-DECISIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DECISIONS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT SEQUENCE-FILE ASSIGN TO DYNAMIC WS-SEQUENCE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SEQUENCE-STATUS.
       SELECT EVENTS-FILE ASSIGN TO DYNAMIC WS-EVENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EVENTS-STATUS.
       SELECT MASTER-JOURNAL-FILE
       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT SALES-REGISTER-FILE
       ASSIGN TO DYNAMIC WS-SALES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SALES-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-APPLICATIONS.
       01 APPLICATION-RECORD.
           COPY "loan-application.cpy".
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD OUTPUT-ACCOUNTS.
       01 OUTPUT-ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-LOANS.
       01 LOAN-RECORD.
           COPY "loan-master.cpy".
       FD OUTPUT-LOANS.
       01 OUTPUT-LOAN-RECORD.
           COPY "loan-master.cpy"
               REPLACING LEADING ==LN-== BY ==LN-OUT-==.
       FD INPUT-HISTORY.
       01 HISTORY-RECORD.
           COPY "balance-history.cpy".
       FD INPUT-SALARY-TXNS.
       01 SALARY-TXN-RECORD.
           COPY "transactions.cpy".
       FD INPUT-OPERATORS.
       01 OPERATOR-RECORD.
           COPY "operator-master.cpy".
       FD OUTPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD INPUT-DECISIONS.
       01 PRIOR-DECISION-RECORD.
           COPY "loan-decisions.cpy"
               REPLACING LEADING ==LD-== BY ==LD-IN-==.
       FD OUTPUT-DECISIONS.
       01 DECISION-RECORD.
           COPY "loan-decisions.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 RPT-INFO                 PIC X(150).
       FD SEQUENCE-FILE.
       01 SEQUENCE-RECORD.
           02 SEQ-NEXT-NUMBER          PIC 9(8).
       FD EVENTS-FILE.
       01 EVENT-RECORD.
           COPY "correspondence-events.cpy".
       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".
       FD SALES-REGISTER-FILE.
       01 SALES-REGISTER-RECORD.
           COPY "sales-register.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.
      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Kontonummer-generatoren, samme som ACCTOPEN
      * (account-number-gen.cpy).
           COPY "account-number-gen-fields.cpy".
      * Efter-billeder af nye laanekonti og laaneraekker til den
      * faelles journal (journal.cpy).
           COPY "journal-fields.cpy".
      * Salgsregistret (sales-capture.cpy).
           COPY "sales-capture-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-LOANS                     PIC X VALUE "N".
       01 EOF-HISTORY                   PIC X VALUE "N".
       01 EOF-SALARY                    PIC X VALUE "N".
       01 EOF-OPERATORS                 PIC X VALUE "N".
       01 EOF-DECISIONS                 PIC X VALUE "N".
       01 WS-APPLICATIONS-STATUS        PIC XX VALUE "00".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-LOANS-STATUS               PIC XX VALUE "00".
       01 WS-HISTORY-STATUS             PIC XX VALUE "00".
       01 WS-SALARY-STATUS              PIC XX VALUE "00".
       01 WS-OPERATORS-STATUS           PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-DECISIONS-STATUS           PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".
       01 WS-SEQUENCE-STATUS            PIC XX VALUE "00".
       01 WS-EVENTS-STATUS              PIC XX VALUE "00".

      * The account master is held in memory with the applicant's
      * history average and salary credits accumulated per
      * account, so each application is scored without rescanning
      * the history and transaction files.
       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.
       01 ACCOUNT-STATS                 OCCURS 2000 TIMES.
           02 AST-HIST-SUM              PIC S9(13)V99 VALUE ZEROES.
           02 AST-HIST-ROWS             PIC 9(5) VALUE ZEROES.
           02 AST-SALARY-SUM            PIC 9(11)V99 VALUE ZEROES.
       01 acct-scan                     PIC 9(4) VALUE ZEROES.

       01 LOAN-ARRAY-MAX                PIC 9(4) VALUE 500.
       01 LOAN-ARRAY                    OCCURS 500 TIMES
                                        INDEXED BY idx-loan.
           02 LNA-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 LNA-PRINCIPAL             PIC 9(9)V99 VALUE ZEROES.
           02 LNA-INSTALLMENT           PIC 9(7)V99 VALUE ZEROES.
       01 loan-count                    PIC 9(4) VALUE ZEROES.

       01 OPERATOR-ARRAY-MAX            PIC 9(3) VALUE 200.
       01 OPERATOR-ARRAY                OCCURS 200 TIMES
                                        INDEXED BY idx-opr.
           COPY "operator-master.cpy"
               REPLACING LEADING ==OP-== BY ==OPA-==.
       01 operator-count                PIC 9(3) VALUE ZEROES.

      * Applications already decided, from loan-decisions.txt and
      * from this run: an approval or a decline is final, and a
      * referral is only taken up again once the row carries the
      * supervisor's override. A rerun on the same application file
      * therefore books no loan twice.
       01 DECIDED-ARRAY-MAX             PIC 9(5) VALUE 20000.
       01 DECIDED-ARRAY                 OCCURS 20000 TIMES
                                        INDEXED BY idx-dec.
           02 DEC-APPLICATION-ID        PIC X(10) VALUE SPACES.
           02 DEC-DECISION              PIC X(1) VALUE SPACES.
       01 decided-count                 PIC 9(5) VALUE ZEROES.
       01 prior-decision                PIC X(1) VALUE SPACES.
       01 already-decided               PIC X VALUE "N".

      * Income window: the current transaction file counts as one
      * month, the rest are the closed months'
      * transaction-history-YYYYMM.txt files PERCLOSE rolls them
      * into. The salary total is divided by the number of months
      * in the window.
       01 WS-INCOME-MONTHS              PIC 9(2) VALUE 3.
       01 WS-INCOME-MONTHS-TEXT         PIC X(2) VALUE SPACES.
       01 income-month-idx              PIC 9(2) VALUE ZEROES.
       01 income-period.
           02 income-year               PIC 9(4).
           02 income-month              PIC 9(2).
      * History window for the average balance, in days back from
      * today.
       01 WS-HISTORY-DAYS               PIC 9(3) VALUE 90.
       01 history-cutoff                PIC X(8) VALUE SPACES.
       01 cutoff-integer                PIC 9(8) VALUE ZEROES.
       01 cutoff-date-num               PIC 9(8) VALUE ZEROES.

      * Scoring policy. Hard limits decline outright; the softer
      * thresholds cost points, and an application scoring under
      * the referral score goes to a supervisor.
       01 WS-MAX-DSR-PCT                PIC 9(3) VALUE 40.
       01 WS-REFER-DSR-PCT              PIC 9(3) VALUE 30.
       01 WS-MAX-DEBT-FACTOR            PIC 9(2)V9 VALUE 4.0.
       01 WS-REFER-DEBT-FACTOR          PIC 9(2)V9 VALUE 3.5.
       01 WS-REFER-SCORE                PIC 9(3) VALUE 60.
      * The largest loan the LOAN account's overdraft-limit can
      * carry; the payout draws the account down to minus the loan.
       01 WS-MAX-LOAN-AMOUNT            PIC 9(7)V99 VALUE 9999999.99.
       01 WS-POLICY-TEXT                PIC X(4) VALUE SPACES.

      * Per-application working fields.
       01 app-customer-found            PIC X VALUE "N".
       01 app-hard-decline              PIC X VALUE "N".
       01 app-refer                     PIC X VALUE "N".
       01 app-score                     PIC S9(3) VALUE ZEROES.
       01 app-decision                  PIC X(1) VALUE SPACES.
       01 app-reasons                   PIC X(60) VALUE SPACES.
       01 reason-ptr                    PIC 9(3) VALUE 1.
       01 reason-code                   PIC X(20) VALUE SPACES.
       01 payment-slot                  PIC 9(4) VALUE ZEROES.
       01 monthly-income                PIC 9(9)V99 VALUE ZEROES.
       01 annual-income                 PIC 9(11)V99 VALUE ZEROES.
       01 average-balance               PIC S9(11)V99 VALUE ZEROES.
       01 existing-principal            PIC 9(11)V99 VALUE ZEROES.
       01 existing-installments         PIC 9(9)V99 VALUE ZEROES.
       01 overdraft-total               PIC 9(11)V99 VALUE ZEROES.
       01 total-debt                    PIC 9(11)V99 VALUE ZEROES.
       01 debt-factor                   PIC 9(5)V99 VALUE ZEROES.
       01 dsr-pct                       PIC 9(5)V99 VALUE ZEROES.
       01 new-installment               PIC 9(7)V99 VALUE ZEROES.
       01 monthly-rate                  PIC 9V9(9) VALUE ZEROES.
       01 annuity-factor                PIC 9(3)V9(9) VALUE ZEROES.
       01 approver-found                PIC X VALUE "N".
       01 approver-slot                 PIC 9(3) VALUE ZEROES.
       01 first-installment-date        PIC X(8) VALUE SPACES.
       01 roll-date.
           02 roll-year                 PIC 9(4).
           02 roll-month                PIC 9(2).
           02 roll-day                  PIC 9(2).
       01 score-display                 PIC ZZ9.
       01 dsr-display                   PIC ZZZZ9.99.
       01 income-display                PIC Z(8)9.99.

      * Payout references: "LO" plus the run date's MMDD plus a
      * 4-digit sequence, same shape as EXTXFER's "EX" references.
      * The sequence carries on from the highest "LO" reference
      * already in today's transaction file, so a second run the
      * same day never reuses one.
       01 payout-seq                    PIC 9(4) VALUE ZEROES.
       01 payout-ref                    PIC X(10) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-APPLICATIONS-FILENAME
           PIC X(100) VALUE "loan-applications.txt".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-LOANS-FILENAME
           PIC X(100) VALUE "loan-master.txt".
       01 WS-HISTORY-FILENAME
           PIC X(100) VALUE "balance-history.txt".
       01 WS-SALARY-FILENAME            PIC X(100) VALUE SPACES.
       01 WS-CURRENT-TXN-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-OPERATORS-FILENAME
           PIC X(100) VALUE "operator-master.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-DECISIONS-FILENAME
           PIC X(100) VALUE "loan-decisions.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "loan-origination-report.txt".
       01 WS-SEQUENCE-FILENAME
           PIC X(100) VALUE "account-number-sequence.txt".
       01 WS-EVENTS-FILENAME
           PIC X(100) VALUE "correspondence-events.txt".

      * Batch control totals
       01 application-count             PIC 9(5) VALUE ZEROES.
       01 approved-count                PIC 9(5) VALUE ZEROES.
       01 declined-count                PIC 9(5) VALUE ZEROES.
       01 referred-count                PIC 9(5) VALUE ZEROES.
       01 skipped-count                 PIC 9(5) VALUE ZEROES.
       01 approved-total                PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-APPLICATIONS-FILENAME
           FROM ENVIRONMENT "LOAN_APPLICATIONS_FILE"
       IF WS-APPLICATIONS-FILENAME = SPACES
           MOVE "loan-applications.txt" TO WS-APPLICATIONS-FILENAME
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

       ACCEPT WS-LOANS-FILENAME FROM ENVIRONMENT "LOAN_MASTER_FILE"
       IF WS-LOANS-FILENAME = SPACES
           MOVE "loan-master.txt" TO WS-LOANS-FILENAME
       END-IF

       ACCEPT WS-HISTORY-FILENAME
           FROM ENVIRONMENT "BALANCE_HISTORY_FILE"
       IF WS-HISTORY-FILENAME = SPACES
           MOVE "balance-history.txt" TO WS-HISTORY-FILENAME
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
       MOVE WS-TRANSACTIONS-FILENAME TO WS-CURRENT-TXN-FILENAME

       ACCEPT WS-DECISIONS-FILENAME
           FROM ENVIRONMENT "LOAN_DECISIONS_FILE"
       IF WS-DECISIONS-FILENAME = SPACES
           MOVE "loan-decisions.txt" TO WS-DECISIONS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "LOAN_ORIGINATION_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "loan-origination-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-SEQUENCE-FILENAME
           FROM ENVIRONMENT "ACCOUNT_NUMBER_SEQUENCE_FILE"
       IF WS-SEQUENCE-FILENAME = SPACES
           MOVE "account-number-sequence.txt" TO WS-SEQUENCE-FILENAME
       END-IF

       ACCEPT WS-EVENTS-FILENAME
           FROM ENVIRONMENT "CORRESPONDENCE_EVENTS_FILE"
       IF WS-EVENTS-FILENAME = SPACES
           MOVE "correspondence-events.txt" TO WS-EVENTS-FILENAME
       END-IF

       ACCEPT WS-INCOME-MONTHS-TEXT
           FROM ENVIRONMENT "LOANORIG_INCOME_MONTHS"
       IF WS-INCOME-MONTHS-TEXT IS NUMERIC
           AND WS-INCOME-MONTHS-TEXT NOT = "00"
           MOVE WS-INCOME-MONTHS-TEXT TO WS-INCOME-MONTHS
       END-IF
       ACCEPT WS-POLICY-TEXT FROM ENVIRONMENT "LOANORIG_MAX_DSR_PCT"
       IF WS-POLICY-TEXT(1:3) IS NUMERIC
           MOVE WS-POLICY-TEXT(1:3) TO WS-MAX-DSR-PCT
       END-IF
       MOVE SPACES TO WS-POLICY-TEXT
       ACCEPT WS-POLICY-TEXT FROM ENVIRONMENT "LOANORIG_REFER_DSR_PCT"
       IF WS-POLICY-TEXT(1:3) IS NUMERIC
           MOVE WS-POLICY-TEXT(1:3) TO WS-REFER-DSR-PCT
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
       COMPUTE cutoff-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
           - WS-HISTORY-DAYS
       COMPUTE cutoff-date-num =
           FUNCTION DATE-OF-INTEGER(cutoff-integer)
       MOVE cutoff-date-num TO history-cutoff

       MOVE "LOANORIG" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       MOVE "LOANORIG" TO jrn-program
       PERFORM OPEN-MASTER-JOURNAL

       MOVE "LOANORIG" TO sale-program
       PERFORM OPEN-SALES-REGISTER

       OPEN INPUT SEQUENCE-FILE
       IF WS-SEQUENCE-STATUS = "00"
           READ SEQUENCE-FILE INTO SEQUENCE-RECORD
               NOT AT END
                   MOVE SEQ-NEXT-NUMBER TO next-sequence
           END-READ
           CLOSE SEQUENCE-FILE
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "LOANORIG: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.

       PERFORM LOAD-LOANS.
       PERFORM LOAD-OPERATORS.
       PERFORM ACCUMULATE-HISTORY.
       PERFORM ACCUMULATE-SALARY.
       PERFORM SEED-PAYOUT-SEQUENCE.
       PERFORM LOAD-DECISIONS.

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "LOANORIG: cannot open " WS-CUSTOMERS-FILENAME ", "
               "file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND OUTPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS = "35"
           OPEN OUTPUT OUTPUT-ACCOUNTS
       END-IF
       OPEN EXTEND OUTPUT-LOANS
       IF WS-LOANS-STATUS = "35"
           OPEN OUTPUT OUTPUT-LOANS
       END-IF
       OPEN EXTEND OUTPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS = "35"
           OPEN OUTPUT OUTPUT-TRANSACTIONS
       END-IF
       OPEN EXTEND OUTPUT-DECISIONS
       IF WS-DECISIONS-STATUS = "35"
           OPEN OUTPUT OUTPUT-DECISIONS
       END-IF
       OPEN OUTPUT OUTPUT-REPORT
       IF WS-ACCOUNTS-STATUS NOT = "00"
           OR WS-LOANS-STATUS NOT = "00"
           OR WS-TRANSACTIONS-STATUS NOT = "00"
           OR WS-DECISIONS-STATUS NOT = "00"
           OR WS-REPORT-STATUS NOT = "00"
           DISPLAY "LOANORIG: cannot open output files (accounts="
               WS-ACCOUNTS-STATUS " loans=" WS-LOANS-STATUS
               " transactions=" WS-TRANSACTIONS-STATUS
               " decisions=" WS-DECISIONS-STATUS
               " report=" WS-REPORT-STATUS ")"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "Laaneansoegninger / kreditafgoerelser" TO RPT-INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------"
           TO RPT-INFO
       WRITE REPORT-LINE

       OPEN INPUT INPUT-APPLICATIONS
       IF WS-APPLICATIONS-STATUS = "35"
           DISPLAY "LOANORIG: no "
               FUNCTION TRIM(WS-APPLICATIONS-FILENAME)
               " on file, nothing to decide"
       ELSE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               DISPLAY "LOANORIG: cannot open "
                   WS-APPLICATIONS-FILENAME ", file status "
                   WS-APPLICATIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-APPLICATIONS INTO APPLICATION-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LA-APPLICATION-ID NOT = SPACES
                           PERFORM CHECK-ALREADY-DECIDED
                           IF already-decided = "Y"
                               ADD 1 TO skipped-count
                               PERFORM REPORT-ALREADY-DECIDED
                           ELSE
                               ADD 1 TO application-count
                               PERFORM PROCESS-ONE-APPLICATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-APPLICATIONS
       END-IF

       MOVE SPACES TO RPT-INFO
       STRING "TRAILER: application-count=" DELIMITED BY SIZE
           application-count DELIMITED BY SIZE
           " approved=" DELIMITED BY SIZE
           approved-count DELIMITED BY SIZE
           " declined=" DELIMITED BY SIZE
           declined-count DELIMITED BY SIZE
           " referred=" DELIMITED BY SIZE
           referred-count DELIMITED BY SIZE
           " already-decided=" DELIMITED BY SIZE
           skipped-count DELIMITED BY SIZE
           " approved-total=" DELIMITED BY SIZE
           approved-total DELIMITED BY SIZE
           INTO RPT-INFO
       WRITE REPORT-LINE

       CLOSE INPUT-CUSTOMERS.
       CLOSE OUTPUT-ACCOUNTS.
       CLOSE OUTPUT-LOANS.
       CLOSE OUTPUT-TRANSACTIONS.
       CLOSE OUTPUT-DECISIONS.
       CLOSE OUTPUT-REPORT.

       IF approved-count > 0
           PERFORM SAVE-SEQUENCE
       END-IF

       DISPLAY "LOANORIG: " application-count " application(s), "
           approved-count " approved, " declined-count " declined, "
           referred-count " referred, " skipped-count
           " already decided."

       IF referred-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM CLOSE-MASTER-JOURNAL
       PERFORM CLOSE-SALES-REGISTER
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
                       DISPLAY "LOANORIG: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "LOANORIG: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * Existing debt per customer: outstanding principal and the
      * monthly installment of every loan still running. A bank
      * with no loans on file yet simply has no existing debt.
       LOAD-LOANS.
           OPEN INPUT INPUT-LOANS
           IF WS-LOANS-STATUS = "00"
               PERFORM UNTIL EOF-LOANS = "Y"
                   READ INPUT-LOANS INTO LOAN-RECORD
                       AT END
                           MOVE "Y" TO EOF-LOANS
                       NOT AT END
                           IF LN-PRINCIPAL > ZEROES
                               AND loan-count < LOAN-ARRAY-MAX
                               ADD 1 TO loan-count
                               MOVE LN-CLIENT-ID
                                   TO LNA-CLIENT-ID(loan-count)
                               MOVE LN-PRINCIPAL
                                   TO LNA-PRINCIPAL(loan-count)
                               MOVE LN-INSTALLMENT
                                   TO LNA-INSTALLMENT(loan-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-LOANS
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
               DISPLAY "LOANORIG: no "
                   FUNCTION TRIM(WS-OPERATORS-FILENAME)
                   " on file - every application will be referred"
           END-IF.
       EXIT.

      * One pass over the balance history inside the window: sum
      * and row count per account, so the average per account is
      * sum / rows and the customer's average is the sum of those.
       ACCUMULATE-HISTORY.
           OPEN INPUT INPUT-HISTORY
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL EOF-HISTORY = "Y"
                   READ INPUT-HISTORY INTO HISTORY-RECORD
                       AT END
                           MOVE "Y" TO EOF-HISTORY
                       NOT AT END
                           IF BH-DATE >= history-cutoff
                               PERFORM NOTE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-HISTORY
           END-IF.
       EXIT.

       NOTE-HISTORY-ROW.
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = BH-ACCOUNT-NUMBER
                   SET acct-scan TO idx-acct
                   ADD BH-BALANCE TO AST-HIST-SUM(acct-scan)
                   ADD 1 TO AST-HIST-ROWS(acct-scan)
           END-SEARCH.
       EXIT.

      * Salary credits ("LOEN" from SALFEED) in the current
      * transaction file and in the closed months' history files.
      * A month whose history file is missing simply adds nothing.
       ACCUMULATE-SALARY.
           MOVE WS-CURRENT-TXN-FILENAME TO WS-SALARY-FILENAME
           PERFORM SCAN-SALARY-FILE
           MOVE WS-TODAY(1:4) TO income-year
           MOVE WS-TODAY(5:2) TO income-month
           PERFORM VARYING income-month-idx FROM 1 BY 1
                   UNTIL income-month-idx >= WS-INCOME-MONTHS
               SUBTRACT 1 FROM income-month
               IF income-month = ZEROES
                   MOVE 12 TO income-month
                   SUBTRACT 1 FROM income-year
               END-IF
               MOVE SPACES TO WS-SALARY-FILENAME
               STRING "transaction-history-" DELIMITED BY SIZE
                   income-period DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-SALARY-FILENAME
               PERFORM SCAN-SALARY-FILE
           END-PERFORM.
       EXIT.

       SCAN-SALARY-FILE.
           MOVE "N" TO EOF-SALARY
           OPEN INPUT INPUT-SALARY-TXNS
           IF WS-SALARY-STATUS = "00"
               PERFORM UNTIL EOF-SALARY = "Y"
                   READ INPUT-SALARY-TXNS INTO SALARY-TXN-RECORD
                       AT END
                           MOVE "Y" TO EOF-SALARY
                       NOT AT END
                           IF PURPOSE-CATEGORY OF SALARY-TXN-RECORD
                                   = "LOEN"
                               AND TRANSACTION-TYPE
                                   OF SALARY-TXN-RECORD NOT = "D"
                               AND TRANSACTION-TYPE
                                   OF SALARY-TXN-RECORD NOT = "T"
                               PERFORM NOTE-SALARY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-SALARY-TXNS
           END-IF.
       EXIT.

       NOTE-SALARY-ROW.
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = ACCOUNT-NUMBER OF SALARY-TXN-RECORD
                   SET acct-scan TO idx-acct
                   ADD AMOUNT OF SALARY-TXN-RECORD
                       TO AST-SALARY-SUM(acct-scan)
           END-SEARCH.
       EXIT.

      * Every decision on file, oldest first; the last one for an
      * application is the one that stands. No file yet means
      * nothing has been decided.
       LOAD-DECISIONS.
           OPEN INPUT INPUT-DECISIONS
           IF WS-DECISIONS-STATUS = "00"
               PERFORM UNTIL EOF-DECISIONS = "Y"
                   READ INPUT-DECISIONS INTO PRIOR-DECISION-RECORD
                       AT END
                           MOVE "Y" TO EOF-DECISIONS
                       NOT AT END
                           IF LD-IN-APPLICATION-ID NOT = SPACES
                               MOVE LD-IN-APPLICATION-ID
                                   TO LD-APPLICATION-ID
                               MOVE LD-IN-DECISION TO LD-DECISION
                               PERFORM NOTE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-DECISIONS
           ELSE
               IF WS-DECISIONS-STATUS NOT = "35"
                   DISPLAY "LOANORIG: cannot open "
                       WS-DECISIONS-FILENAME ", file status "
                       WS-DECISIONS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

      * LD-APPLICATION-ID and LD-DECISION in.
       NOTE-DECISION.
           IF decided-count >= DECIDED-ARRAY-MAX
               DISPLAY "LOANORIG: DECIDED-ARRAY is full, cannot load "
                   "more of " WS-DECISIONS-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO decided-count
           MOVE LD-APPLICATION-ID TO DEC-APPLICATION-ID(decided-count)
           MOVE LD-DECISION TO DEC-DECISION(decided-count).
       EXIT.

       CHECK-ALREADY-DECIDED.
           MOVE "N" TO already-decided
           MOVE SPACES TO prior-decision
           PERFORM VARYING idx-dec FROM 1 BY 1
                   UNTIL idx-dec > decided-count
               IF DEC-APPLICATION-ID(idx-dec) = LA-APPLICATION-ID
                   MOVE DEC-DECISION(idx-dec) TO prior-decision
               END-IF
           END-PERFORM
           IF prior-decision = "A" OR prior-decision = "D"
               MOVE "Y" TO already-decided
           END-IF
           IF prior-decision = "R" AND LA-OVERRIDE NOT = "Y"
               MOVE "Y" TO already-decided
           END-IF.
       EXIT.

       REPORT-ALREADY-DECIDED.
           MOVE SPACES TO RPT-INFO
           STRING "ALLEREDE AFGJORT: ansoegning=" DELIMITED BY SIZE
               LA-APPLICATION-ID DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               LA-CLIENT-ID DELIMITED BY SIZE
               " afgoerelse=" DELIMITED BY SIZE
               prior-decision DELIMITED BY SIZE
               " - springes over" DELIMITED BY SIZE
               INTO RPT-INFO
           WRITE REPORT-LINE.
       EXIT.

      * The highest payout sequence already used today, from the
      * "LO" transfer legs in the current transaction file.
       SEED-PAYOUT-SEQUENCE.
           MOVE WS-CURRENT-TXN-FILENAME TO WS-SALARY-FILENAME
           MOVE "N" TO EOF-SALARY
           OPEN INPUT INPUT-SALARY-TXNS
           IF WS-SALARY-STATUS = "00"
               PERFORM UNTIL EOF-SALARY = "Y"
                   READ INPUT-SALARY-TXNS INTO SALARY-TXN-RECORD
                       AT END
                           MOVE "Y" TO EOF-SALARY
                       NOT AT END
                           IF TRANSFER-REF OF SALARY-TXN-RECORD(1:2)
                                   = "LO"
                               AND TRANSFER-REF
                                   OF SALARY-TXN-RECORD(3:4)
                                   = WS-TODAY(5:4)
                               AND TRANSFER-REF
                                   OF SALARY-TXN-RECORD(7:4) IS NUMERIC
                               AND TRANSFER-REF
                                   OF SALARY-TXN-RECORD(7:4)
                                   > payout-seq
                               MOVE TRANSFER-REF
                                   OF SALARY-TXN-RECORD(7:4)
                                   TO payout-seq
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-SALARY-TXNS
           END-IF.
       EXIT.

      * Scores one application and carries out the decision.
       PROCESS-ONE-APPLICATION.
           MOVE "N" TO app-hard-decline
           MOVE "N" TO app-refer
           MOVE 100 TO app-score
           MOVE SPACES TO app-reasons
           MOVE 1 TO reason-ptr
           MOVE SPACES TO app-decision
           MOVE ZEROES TO new-installment
           MOVE ZEROES TO dsr-pct
           MOVE ZEROES TO monthly-income
           MOVE ZEROES TO average-balance

           PERFORM CHECK-APPLICATION-BASICS
           IF app-hard-decline = "N"
               PERFORM GATHER-CUSTOMER-POSITION
               PERFORM COMPUTE-NEW-INSTALLMENT
               PERFORM SCORE-AFFORDABILITY
               PERFORM CHECK-APPROVER
           END-IF

           EVALUATE TRUE
               WHEN app-hard-decline = "Y"
                   MOVE "D" TO app-decision
               WHEN app-refer = "Y" OR app-score < WS-REFER-SCORE
                   MOVE "R" TO app-decision
               WHEN OTHER
                   MOVE "A" TO app-decision
           END-EVALUATE

      *    A referred application resubmitted by an active supervisor
      *    with the override flag is approved on the supervisor's
      *    authority; a decline can never be overridden.
           IF app-decision = "R"
               AND LA-OVERRIDE = "Y"
               AND approver-found = "Y"
               AND OPA-ROLE OF OPERATOR-ARRAY(approver-slot) = "S"
               MOVE "A" TO app-decision
               MOVE "SUPERVISOR-OVERRIDE" TO reason-code
               PERFORM ADD-REASON
           END-IF

           MOVE SPACES TO DECISION-RECORD
           IF app-decision = "A"
               PERFORM BOOK-APPROVED-LOAN
               ADD 1 TO approved-count
               ADD LA-AMOUNT TO approved-total
           ELSE
               IF app-decision = "D"
                   ADD 1 TO declined-count
               ELSE
                   ADD 1 TO referred-count
               END-IF
           END-IF
           PERFORM WRITE-DECISION.
       EXIT.

      * The hard preconditions: a known, living customer, a
      * sensible amount and term, an amount the LOAN account's limit
      * can hold, and an open payment account the customer owns.
       CHECK-APPLICATION-BASICS.
           MOVE "N" TO app-customer-found
           MOVE LA-CLIENT-ID TO client-id OF CUSTOMER-RECORD
           READ INPUT-CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO app-customer-found
           END-READ
           IF app-customer-found = "N"
               MOVE "Y" TO app-hard-decline
               MOVE "UKENDT-KUNDE" TO reason-code
               PERFORM ADD-REASON
           ELSE
               IF deceased-flag OF CUSTOMER-RECORD = "Y"
                   MOVE "Y" TO app-hard-decline
                   MOVE "KUNDE-AFDOED" TO reason-code
                   PERFORM ADD-REASON
               END-IF
           END-IF

           IF LA-AMOUNT NOT NUMERIC OR LA-AMOUNT = ZEROES
               OR LA-TERM-MONTHS NOT NUMERIC
               OR LA-TERM-MONTHS = ZEROES
               OR LA-ANNUAL-RATE NOT NUMERIC
               OR LA-REG-NR = SPACES
               OR (LA-RATE-TYPE = "V"
                   AND (LA-REF-RATE-CODE = SPACES
                       OR LA-MARGIN NOT NUMERIC
                       OR LA-RESET-MONTHS NOT NUMERIC
                       OR LA-RESET-MONTHS = ZEROES))
               MOVE "Y" TO app-hard-decline
               MOVE "UGYLDIG-ANSOEGNING" TO reason-code
               PERFORM ADD-REASON
           END-IF

           IF LA-AMOUNT IS NUMERIC
               AND LA-AMOUNT > WS-MAX-LOAN-AMOUNT
               MOVE "Y" TO app-hard-decline
               MOVE "BELOEB-OVER-MAKS" TO reason-code
               PERFORM ADD-REASON
           END-IF

           MOVE ZEROES TO payment-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = LA-PAYMENT-ACCOUNT
                   IF account-status OF ACCOUNT-ARRAY(idx-acct) = "O"
                       AND client-id OF ACCOUNT-ARRAY(idx-acct)
                           = LA-CLIENT-ID
                       SET payment-slot TO idx-acct
                   END-IF
           END-SEARCH
           IF payment-slot = ZEROES
               MOVE "Y" TO app-hard-decline
               MOVE "BETALINGSKONTO" TO reason-code
               PERFORM ADD-REASON
           END-IF.
       EXIT.

      * Income, average balance and existing debt for the
      * applicant, from the accumulations made at load time.
       GATHER-CUSTOMER-POSITION.
           MOVE ZEROES TO annual-income
           MOVE ZEROES TO existing-principal
           MOVE ZEROES TO existing-installments
           MOVE ZEROES TO overdraft-total
           PERFORM VARYING acct-scan FROM 1 BY 1
                   UNTIL acct-scan > account-count
               IF client-id OF ACCOUNT-ARRAY(acct-scan) = LA-CLIENT-ID
                   ADD AST-SALARY-SUM(acct-scan) TO annual-income
                   IF account-type OF ACCOUNT-ARRAY(acct-scan)
                           NOT = "LOAN"
                       AND AST-HIST-ROWS(acct-scan) > ZEROES
                       COMPUTE average-balance ROUNDED =
                           average-balance
                           + AST-HIST-SUM(acct-scan)
                             / AST-HIST-ROWS(acct-scan)
                   END-IF
                   IF overdraft-limit OF ACCOUNT-ARRAY(acct-scan)
                           IS NUMERIC
                       AND account-type OF ACCOUNT-ARRAY(acct-scan)
                           NOT = "LOAN"
                       ADD overdraft-limit OF ACCOUNT-ARRAY(acct-scan)
                           TO overdraft-total
                   END-IF
               END-IF
           END-PERFORM
      *    annual-income holds the window's salary total here.
           COMPUTE monthly-income ROUNDED =
               annual-income / WS-INCOME-MONTHS
           COMPUTE annual-income = monthly-income * 12

           PERFORM VARYING idx-loan FROM 1 BY 1
                   UNTIL idx-loan > loan-count
               IF LNA-CLIENT-ID(idx-loan) = LA-CLIENT-ID
                   ADD LNA-PRINCIPAL(idx-loan) TO existing-principal
                   ADD LNA-INSTALLMENT(idx-loan)
                       TO existing-installments
               END-IF
           END-PERFORM.
       EXIT.

      * Annuity installment: P * r / (1 - (1 + r) ** -n) with r the
      * monthly rate; an interest-free loan is simply P / n.
       COMPUTE-NEW-INSTALLMENT.
           COMPUTE monthly-rate ROUNDED = LA-ANNUAL-RATE / 100 / 12
           IF monthly-rate = ZEROES
               COMPUTE new-installment ROUNDED =
                   LA-AMOUNT / LA-TERM-MONTHS
           ELSE
               COMPUTE annuity-factor ROUNDED =
                   (1 + monthly-rate) ** LA-TERM-MONTHS
               COMPUTE new-installment ROUNDED =
                   LA-AMOUNT * monthly-rate * annuity-factor
                   / (annuity-factor - 1)
           END-IF.
       EXIT.

       SCORE-AFFORDABILITY.
           IF monthly-income = ZEROES
               SUBTRACT 40 FROM app-score
               MOVE "INGEN-LOEN" TO reason-code
               PERFORM ADD-REASON
           ELSE
               COMPUTE dsr-pct ROUNDED =
                   (existing-installments + new-installment) * 100
                   / monthly-income
               EVALUATE TRUE
                   WHEN dsr-pct > WS-MAX-DSR-PCT
                       MOVE "Y" TO app-hard-decline
                       MOVE "GAELDSSERVICE" TO reason-code
                       PERFORM ADD-REASON
                   WHEN dsr-pct > WS-REFER-DSR-PCT
                       SUBTRACT 30 FROM app-score
                       MOVE "GAELDSSERVICE-HOEJ" TO reason-code
                       PERFORM ADD-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

      *        Total debt including unused overdraft limits against
      *        a year's income.
               COMPUTE total-debt =
                   existing-principal + overdraft-total + LA-AMOUNT
               COMPUTE debt-factor ROUNDED =
                   total-debt / annual-income
               EVALUATE TRUE
                   WHEN debt-factor > WS-MAX-DEBT-FACTOR
                       MOVE "Y" TO app-hard-decline
                       MOVE "GAELDSFAKTOR" TO reason-code
                       PERFORM ADD-REASON
                   WHEN debt-factor > WS-REFER-DEBT-FACTOR
                       SUBTRACT 20 FROM app-score
                       MOVE "GAELDSFAKTOR-HOEJ" TO reason-code
                       PERFORM ADD-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF average-balance < ZEROES
               SUBTRACT 25 FROM app-score
               MOVE "NEGATIV-SNITSALDO" TO reason-code
               PERFORM ADD-REASON
           END-IF

           IF app-score < ZEROES
               MOVE ZEROES TO app-score
           END-IF.
       EXIT.

      * The approving operator must be active in operator-master.txt
      * and the amount must lie within the operator's personal
      * limit (zero = no personal limit); otherwise the application
      * is referred.
       CHECK-APPROVER.
           MOVE "N" TO approver-found
           MOVE ZEROES TO approver-slot
           SET idx-opr TO 1
           SEARCH OPERATOR-ARRAY
               AT END
                   CONTINUE
               WHEN OPA-OPERATOR-ID(idx-opr) = LA-APPROVER
                   IF OPA-ACTIVE(idx-opr) = "Y"
                       MOVE "Y" TO approver-found
                       SET approver-slot TO idx-opr
                   END-IF
           END-SEARCH
           IF approver-found = "N"
               MOVE "Y" TO app-refer
               MOVE "UKENDT-BEVILGER" TO reason-code
               PERFORM ADD-REASON
           ELSE
               IF OPA-ENTRY-LIMIT(approver-slot) > ZEROES
                   AND LA-AMOUNT > OPA-ENTRY-LIMIT(approver-slot)
                   MOVE "Y" TO app-refer
                   MOVE "OVER-BEVILLINGSGRAENSE" TO reason-code
                   PERFORM ADD-REASON
               END-IF
           END-IF.
       EXIT.

       ADD-REASON.
           IF reason-ptr < 60
               STRING FUNCTION TRIM(reason-code) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO app-reasons
                   WITH POINTER reason-ptr
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.
       EXIT.

      * An approval becomes the LOAN account, the loan-master row
      * and the payout pair in one go. The loan account is opened
      * with an authorized overdraft equal to the principal, so the
      * payout debit that takes it negative passes the posting
      * run's limit check; LOANPOST's repayments then bring it back
      * towards zero.
       BOOK-APPROVED-LOAN.
           MOVE LA-REG-NR TO gen-reg-nr
           PERFORM GENERATE-ACCOUNT-NUMBER

           MOVE SPACES TO OUTPUT-ACCOUNT-RECORD
           MOVE LA-CLIENT-ID TO client-id OF OUTPUT-ACCOUNT-RECORD
           MOVE generated-number
               TO account-number OF OUTPUT-ACCOUNT-RECORD
           MOVE "LOAN" TO account-type OF OUTPUT-ACCOUNT-RECORD
           MOVE ZEROES TO balance OF OUTPUT-ACCOUNT-RECORD
           MOVE valuta-code OF ACCOUNT-ARRAY(payment-slot)
               TO valuta-code OF OUTPUT-ACCOUNT-RECORD
           MOVE "O" TO account-status OF OUTPUT-ACCOUNT-RECORD
           MOVE LA-AMOUNT TO overdraft-limit OF OUTPUT-ACCOUNT-RECORD
           MOVE LA-REG-NR TO home-reg-nr OF OUTPUT-ACCOUNT-RECORD
           WRITE OUTPUT-ACCOUNT-RECORD
           MOVE WS-ACCOUNTS-FILENAME(1:40) TO jrn-master-file
           MOVE generated-number TO jrn-key
           MOVE "A" TO jrn-image-type
           MOVE SPACES TO jrn-image
           MOVE OUTPUT-ACCOUNT-RECORD TO jrn-image
           PERFORM WRITE-JOURNAL-IMAGE

           IF LA-FIRST-INSTALLMENT NOT = SPACES
               MOVE LA-FIRST-INSTALLMENT TO first-installment-date
           ELSE
               MOVE WS-TODAY TO roll-date
               ADD 1 TO roll-month
               IF roll-month > 12
                   SUBTRACT 12 FROM roll-month
                   ADD 1 TO roll-year
               END-IF
               IF roll-day > 28
                   MOVE 28 TO roll-day
               END-IF
               MOVE roll-date TO first-installment-date
           END-IF

           MOVE SPACES TO OUTPUT-LOAN-RECORD
           MOVE generated-number TO LN-OUT-ACCOUNT-NUMBER
           MOVE LA-CLIENT-ID TO LN-OUT-CLIENT-ID
           MOVE LA-AMOUNT TO LN-OUT-PRINCIPAL
           MOVE LA-ANNUAL-RATE TO LN-OUT-ANNUAL-RATE
           MOVE LA-TERM-MONTHS TO LN-OUT-TERM-MONTHS
           MOVE new-installment TO LN-OUT-INSTALLMENT
           MOVE first-installment-date TO LN-OUT-NEXT-INSTALLMENT-DATE
           MOVE LA-PAYMENT-ACCOUNT TO LN-OUT-PAYMENT-ACCOUNT
      *    A variable-rate loan is first repriced one reset period
      *    after payout.
           IF LA-RATE-TYPE = "V"
               MOVE "V" TO LN-OUT-RATE-TYPE
               MOVE LA-REF-RATE-CODE TO LN-OUT-REF-RATE-CODE
               MOVE LA-MARGIN TO LN-OUT-MARGIN
               MOVE LA-RESET-MONTHS TO LN-OUT-RESET-MONTHS
               MOVE WS-TODAY TO roll-date
               ADD LA-RESET-MONTHS TO roll-month
               PERFORM UNTIL roll-month <= 12
                   SUBTRACT 12 FROM roll-month
                   ADD 1 TO roll-year
               END-PERFORM
               IF roll-day > 28
                   MOVE 28 TO roll-day
               END-IF
               MOVE roll-date TO LN-OUT-NEXT-RESET-DATE
           ELSE
               MOVE "F" TO LN-OUT-RATE-TYPE
               MOVE ZEROES TO LN-OUT-MARGIN
               MOVE ZEROES TO LN-OUT-RESET-MONTHS
           END-IF
           WRITE OUTPUT-LOAN-RECORD
           MOVE WS-LOANS-FILENAME(1:40) TO jrn-master-file
           MOVE generated-number TO jrn-key
           MOVE "A" TO jrn-image-type
           MOVE SPACES TO jrn-image
           MOVE OUTPUT-LOAN-RECORD TO jrn-image
           PERFORM WRITE-JOURNAL-IMAGE

           ADD 1 TO payout-seq
           MOVE SPACES TO payout-ref
           STRING "LO" DELIMITED BY SIZE
               WS-TODAY(5:4) DELIMITED BY SIZE
               payout-seq DELIMITED BY SIZE
               INTO payout-ref

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE LA-CLIENT-ID TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE generated-number TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE "LAAN UDBETALING" TO OWNER OF TRANSACTION-RECORD
           MOVE WS-TODAY TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "T" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE LA-AMOUNT TO AMOUNT OF TRANSACTION-RECORD
           MOVE LA-APPROVER TO OPERATOR-ID OF TRANSACTION-RECORD
           MOVE LA-PAYMENT-ACCOUNT
               TO COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
           MOVE payout-ref TO TRANSFER-REF OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE LA-CLIENT-ID TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE LA-PAYMENT-ACCOUNT
               TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE "LAAN UDBETALING" TO OWNER OF TRANSACTION-RECORD
           MOVE WS-TODAY TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "F" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE LA-AMOUNT TO AMOUNT OF TRANSACTION-RECORD
           MOVE LA-APPROVER TO OPERATOR-ID OF TRANSACTION-RECORD
           MOVE generated-number
               TO COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
           MOVE payout-ref TO TRANSFER-REF OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD

           MOVE generated-number TO LD-LOAN-ACCOUNT
           PERFORM WRITE-LOAN-EVENT
           PERFORM RECORD-LOAN-SALE.
       EXIT.

      * The booked loan as a sale for SALESRPT, credited to the
      * adviser who sold it, or the approver when none is given.
       RECORD-LOAN-SALE.
           MOVE "L" TO sale-kind
           MOVE "LOAN" TO sale-product-type
           MOVE generated-number TO sale-product-key
           MOVE LA-CLIENT-ID TO sale-client-id
           IF LA-SOLD-BY = SPACES
               MOVE LA-APPROVER TO sale-operator
           ELSE
               MOVE LA-SOLD-BY TO sale-operator
           END-IF
           MOVE LA-REG-NR TO sale-branch
           MOVE LA-AMOUNT TO sale-amount
           PERFORM WRITE-SALE.
       EXIT.

       WRITE-DECISION.
           MOVE LA-APPLICATION-ID TO LD-APPLICATION-ID
           MOVE LA-CLIENT-ID TO LD-CLIENT-ID
           MOVE app-decision TO LD-DECISION
           MOVE app-score TO LD-SCORE
           MOVE LA-AMOUNT TO LD-AMOUNT
           MOVE new-installment TO LD-INSTALLMENT
           MOVE monthly-income TO LD-MONTHLY-INCOME
           IF dsr-pct > 999.99
               MOVE 999.99 TO LD-DEBT-SERVICE-PCT
           ELSE
               MOVE dsr-pct TO LD-DEBT-SERVICE-PCT
           END-IF
           MOVE average-balance TO LD-AVERAGE-BALANCE
           MOVE LA-APPROVER TO LD-APPROVER
           MOVE WS-RUN-TIMESTAMP TO LD-DECIDED-AT
           MOVE app-reasons TO LD-REASONS
           WRITE DECISION-RECORD
           PERFORM NOTE-DECISION

           MOVE app-score TO score-display
           MOVE dsr-pct TO dsr-display
           MOVE monthly-income TO income-display
           MOVE SPACES TO RPT-INFO
           EVALUATE app-decision
               WHEN "A"
                   STRING "BEVILGET: ansoegning=" DELIMITED BY SIZE
                       LA-APPLICATION-ID DELIMITED BY SIZE
                       " client-id=" DELIMITED BY SIZE
                       LA-CLIENT-ID DELIMITED BY SIZE
                       " laanekonto=" DELIMITED BY SIZE
                       FUNCTION TRIM(LD-LOAN-ACCOUNT)
                           DELIMITED BY SIZE
                       " beloeb=" DELIMITED BY SIZE
                       LA-AMOUNT DELIMITED BY SIZE
                       " ydelse=" DELIMITED BY SIZE
                       new-installment DELIMITED BY SIZE
                       " score=" DELIMITED BY SIZE
                       score-display DELIMITED BY SIZE
                       " gaeldsservice=" DELIMITED BY SIZE
                       FUNCTION TRIM(dsr-display) DELIMITED BY SIZE
                       "% " DELIMITED BY SIZE
                       FUNCTION TRIM(app-reasons) DELIMITED BY SIZE
                       INTO RPT-INFO
               WHEN "D"
                   STRING "AFSLAAET: ansoegning=" DELIMITED BY SIZE
                       LA-APPLICATION-ID DELIMITED BY SIZE
                       " client-id=" DELIMITED BY SIZE
                       LA-CLIENT-ID DELIMITED BY SIZE
                       " beloeb=" DELIMITED BY SIZE
                       LA-AMOUNT DELIMITED BY SIZE
                       " indkomst=" DELIMITED BY SIZE
                       FUNCTION TRIM(income-display) DELIMITED BY SIZE
                       " aarsag=" DELIMITED BY SIZE
                       FUNCTION TRIM(app-reasons) DELIMITED BY SIZE
                       INTO RPT-INFO
               WHEN OTHER
                   STRING "HENVIST: ansoegning=" DELIMITED BY SIZE
                       LA-APPLICATION-ID DELIMITED BY SIZE
                       " client-id=" DELIMITED BY SIZE
                       LA-CLIENT-ID DELIMITED BY SIZE
                       " beloeb=" DELIMITED BY SIZE
                       LA-AMOUNT DELIMITED BY SIZE
                       " score=" DELIMITED BY SIZE
                       score-display DELIMITED BY SIZE
                       " gaeldsservice=" DELIMITED BY SIZE
                       FUNCTION TRIM(dsr-display) DELIMITED BY SIZE
                       "% aarsag=" DELIMITED BY SIZE
                       FUNCTION TRIM(app-reasons) DELIMITED BY SIZE
                       INTO RPT-INFO
           END-EVALUATE
           WRITE REPORT-LINE.
       EXIT.

      * One LAAN-BEVILGET event per approval for CORRENG's nightly
      * letter run: the loan account and the monthly installment.
       WRITE-LOAN-EVENT.
           OPEN EXTEND EVENTS-FILE
           IF WS-EVENTS-STATUS = "35"
               OPEN OUTPUT EVENTS-FILE
           END-IF
           IF WS-EVENTS-STATUS NOT = "00"
               DISPLAY "LOANORIG: cannot open " WS-EVENTS-FILENAME
                   ", file status " WS-EVENTS-STATUS
           ELSE
               MOVE SPACES TO EVENT-RECORD
               MOVE "LAAN-BEVILGET" TO EV-EVENT-CODE
               MOVE LA-CLIENT-ID TO EV-CLIENT-ID
               MOVE WS-TODAY TO EV-EVENT-DATE
               MOVE generated-number TO EV-VAR1
               MOVE new-installment TO income-display
               MOVE FUNCTION TRIM(income-display) TO EV-VAR2
               WRITE EVENT-RECORD
               CLOSE EVENTS-FILE
           END-IF.
       EXIT.

       SAVE-SEQUENCE.
           OPEN OUTPUT SEQUENCE-FILE
           IF WS-SEQUENCE-STATUS NOT = "00"
               DISPLAY "LOANORIG: cannot open " WS-SEQUENCE-FILENAME
                   " for rewrite, file status " WS-SEQUENCE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE next-sequence TO SEQ-NEXT-NUMBER
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.
       EXIT.

           COPY "account-number-gen.cpy".

           COPY "journal.cpy".

           COPY "sales-capture.cpy".

           COPY "run-lock.cpy".

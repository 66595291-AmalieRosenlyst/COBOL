      * Formål: Vedligehold kundernes gemte modtagere (payees.txt),
      *    saa kassereren i EXTXFER kan vaelge en modtager ved
      *    kaldenavn i stedet for at taste REG-NR, konto og navn
      *    igen hver gang. Anmodningerne kommer fra en fil i
      *    NOTICES-stoebeformen: "A" = ny modtager, "C" = ret en
      *    modtager (samme kunde + kaldenavn), "D" = slet. En ny
      *    eller rettet modtager valideres mod banks.txt (REG-NR)
      *    eller skal have en SWIFT/BIC, en indtastet IBAN skal
      *    bestaa mod-97-kontrollen, og aendringen parkeres i
      *    dobbeltkontrol-koeen (pending-approvals.txt); APPRREV
      *    sender den godkendte anmodning tilbage med handlingen "V",
      *    som anvendes her. En sletning kan ikke sende penge nogen
      *    steder hen og anvendes med det samme.
      *    Foerste betalinger fra EXTXFER (payee-first-payments.txt)
      *    overfoeres til registret, og payee-same-day-report.txt
      *    viser modtagere der blev oprettet og betalt foerste gang
      *    samme dag - et kendt svindelmoenster.
      *    En behandlet anmodningsfil omdoebes til <navn>.applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEEMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAYEES-FILE ASSIGN TO DYNAMIC WS-PAYEES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAYEES-STATUS.
       SELECT OUTPUT-PAYEES ASSIGN TO DYNAMIC WS-PAYEES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAYEES-STATUS.
       SELECT FIRST-PAYMENTS-FILE
       ASSIGN TO DYNAMIC WS-FIRST-PAYMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FIRST-PAYMENTS-STATUS.
       SELECT INPUT-BANKS ASSIGN TO DYNAMIC WS-BANKS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BANKS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT PENDING-APPROVALS-FILE
       ASSIGN TO DYNAMIC WS-PENDING-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PENDING-STATUS.
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
       FD PAYEES-FILE.
       01 PAYEE-RECORD.
           COPY "payees.cpy".
       FD OUTPUT-PAYEES.
       01 OUTPUT-PAYEE-RECORD.
           COPY "payees.cpy"
               REPLACING LEADING ==PY-== BY ==PY-OUT-==.
       FD FIRST-PAYMENTS-FILE.
       01 FIRST-PAYMENT-RECORD.
           COPY "payee-first-payments.cpy".
       FD INPUT-BANKS.
       01 BANK-RECORD.
           COPY "banks.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-REQUESTS.
       01 MAINT-REQUEST.
           02 maint-action              PIC X(1).
      * Anmoderens operatoer-id; bliver maker i dobbeltkontrollen.
           02 maint-requested-by        PIC X(8).
           02 maint-client-id           PIC X(10).
           02 maint-nickname            PIC X(16).
           02 maint-reg-nr              PIC X(4).
           02 maint-swift-bic           PIC X(11).
           02 maint-account             PIC X(20).
           02 maint-iban                PIC X(34).
           02 maint-beneficiary         PIC X(40).
       FD PENDING-APPROVALS-FILE.
       01 PENDING-APPROVAL-RECORD.
           COPY "pending-approvals.cpy".
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
      * Gemte modtagere og foerste betalinger (payee-check.cpy).
           COPY "payee-check-fields.cpy".
      * IBAN-kontrolcifre (iban-check.cpy), samme kontrol som
      * EXTXFER laver paa en indtastet modtager-IBAN.
           COPY "iban-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-BANKS                     PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-BANKS-STATUS               PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-PENDING-STATUS             PIC XX VALUE "00".
       01 WS-CHANGE-HISTORY-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 BANK-ARRAY-MAX                PIC 9(4) VALUE 200.
       01 BANK-ARRAY                    OCCURS 200 TIMES
                                        INDEXED BY idx-bank.
           COPY "banks.cpy".
       01 bank-count                    PIC 9(4) VALUE ZEROES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 request-valid                 PIC X VALUE "N".
       01 reject-reason                 PIC X(40) VALUE SPACES.
       01 client-known                  PIC X VALUE "N".
       01 reg-nr-known                  PIC X VALUE "N".
       01 CH-ACTION-TEXT                PIC X(12) VALUE SPACES.
       01 payees-present                PIC X VALUE "N".
       01 requests-read                 PIC X VALUE "N".
       01 register-changed              PIC X VALUE "N".

      * Report window: payees first paid on the day they were added,
      * within the last PAYEE_REPORT_DAYS days (standard 7), so a
      * weekend without a run is still covered on Monday.
       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.
       01 report-window-days            PIC 9(2) VALUE 7.
       01 window-start-num              PIC 9(8) VALUE ZEROES.
       01 window-start-date             PIC X(8) VALUE SPACES.

      * Dual control: new and changed payees park in the approval
      * queue; APPRREV sends them back here as action "V".
       01 WS-PENDING-FILENAME
           PIC X(100) VALUE "pending-approvals.txt".

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-BANKS-FILENAME             PIC X(100) VALUE "banks.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "payee-maint-requests.txt".
       01 WS-REQUESTS-DONE-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-CHANGE-HISTORY-FILENAME
           PIC X(100) VALUE "payee-change-history.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "payee-same-day-report.txt".

      * Safe rewrite-and-swap of the payee register, same pattern
      * as NOTICES' rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 queued-count                  PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.
       01 same-day-count                PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-PAYEES-FILENAME FROM ENVIRONMENT "PAYEES_FILE"
       IF WS-PAYEES-FILENAME = SPACES
           MOVE "payees.txt" TO WS-PAYEES-FILENAME
       END-IF

       ACCEPT WS-FIRST-PAYMENTS-FILENAME
           FROM ENVIRONMENT "PAYEE_FIRST_PAYMENTS_FILE"
       IF WS-FIRST-PAYMENTS-FILENAME = SPACES
           MOVE "payee-first-payments.txt"
               TO WS-FIRST-PAYMENTS-FILENAME
       END-IF

       ACCEPT WS-BANKS-FILENAME FROM ENVIRONMENT "BANKS_FILE"
       IF WS-BANKS-FILENAME = SPACES
           MOVE "banks.txt" TO WS-BANKS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "PAYEE_MAINT_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "payee-maint-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-PENDING-FILENAME
           FROM ENVIRONMENT "PENDING_APPROVALS_FILE"
       IF WS-PENDING-FILENAME = SPACES
           MOVE "pending-approvals.txt" TO WS-PENDING-FILENAME
       END-IF

       ACCEPT WS-CHANGE-HISTORY-FILENAME
           FROM ENVIRONMENT "PAYEE_CHANGE_HISTORY_FILE"
       IF WS-CHANGE-HISTORY-FILENAME = SPACES
           MOVE "payee-change-history.txt"
               TO WS-CHANGE-HISTORY-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "PAYEE_SAME_DAY_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "payee-same-day-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "PAYEE_REPORT_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE report-window-days =
               FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

       MOVE "PAYEEMAINT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No register yet is a normal state - the first payee starts
      * it.
       PERFORM LOAD-SAVED-PAYEES
       IF WS-PAYEES-STATUS NOT = "35"
           MOVE "Y" TO payees-present
       END-IF
       PERFORM FOLD-FIRST-PAYMENTS
       IF first-payments-folded > ZEROES
           MOVE "Y" TO register-changed
       END-IF

       OPEN INPUT INPUT-BANKS
       IF WS-BANKS-STATUS NOT = "00"
           DISPLAY "PAYEEMAINT: cannot open " WS-BANKS-FILENAME ", "
               "file status " WS-BANKS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-BANKS.
       CLOSE INPUT-BANKS.

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "PAYEEMAINT: cannot open " WS-ACCOUNTS-FILENAME
               ", file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.

      * Requests are optional - without them the run only folds in
      * the day's first payments and writes the report.
       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "PAYEEMAINT: no "
               FUNCTION TRIM(WS-REQUESTS-FILENAME) " on file, "
               "report only"
       ELSE
           IF WS-REQUESTS-STATUS NOT = "00"
               DISPLAY "PAYEEMAINT: cannot open "
                   WS-REQUESTS-FILENAME ", file status "
                   WS-REQUESTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CHANGE-HISTORY-FILE
           IF WS-CHANGE-HISTORY-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY-FILE
           END-IF
           IF WS-CHANGE-HISTORY-STATUS NOT = "00"
               DISPLAY "PAYEEMAINT: cannot open "
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
                               PERFORM REQUEST-NEW-PAYEE
                           WHEN "C"
                               PERFORM REQUEST-CHANGED-PAYEE
                           WHEN "D"
                               PERFORM DELETE-PAYEE
      *>                   "V" er en godkendt oprettelse eller
      *>                   rettelse fra APPRREV.
                           WHEN "V"
                               PERFORM APPLY-APPROVED-PAYEE
                           WHEN OTHER
                               ADD 1 TO rejected-count
                               DISPLAY "PAYEEMAINT: unknown action '"
                                   maint-action "' for client "
                                   maint-client-id
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
           CLOSE CHANGE-HISTORY-FILE
           MOVE "Y" TO requests-read
       END-IF

       IF applied-count > ZEROES
           MOVE "Y" TO register-changed
       END-IF
       IF register-changed = "Y"
           PERFORM REWRITE-PAYEE-REGISTER
       END-IF

       IF requests-read = "Y"
           PERFORM RETIRE-REQUESTS-FILE
       END-IF

       PERFORM WRITE-SAME-DAY-REPORT

       DISPLAY "PAYEEMAINT: " applied-count " change(s) applied, "
           queued-count " queued for approval, " rejected-count
           " rejected, " same-day-count
           " payee(s) added and first paid the same day."

       IF rejected-count > 0 OR same-day-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-BANKS.
           SET idx-bank TO 1
           PERFORM UNTIL EOF-BANKS = "Y"
           READ INPUT-BANKS INTO BANK-RECORD
               AT END
                   MOVE "Y" TO EOF-BANKS
               NOT AT END
                   IF idx-bank > BANK-ARRAY-MAX
                       DISPLAY "PAYEEMAINT: " WS-BANKS-FILENAME
                           " has more rows than BANK-ARRAY ("
                           BANK-ARRAY-MAX ") can hold, stopping load"
                       MOVE "Y" TO EOF-BANKS
                   ELSE
                       MOVE BANK-RECORD TO BANK-ARRAY(idx-bank)
                       SET idx-bank UP BY 1
                       ADD 1 TO bank-count
                   END-IF
           END-READ

           IF WS-BANKS-STATUS NOT = "00" AND WS-BANKS-STATUS NOT = "10"
               DISPLAY "PAYEEMAINT: error reading " WS-BANKS-FILENAME
                   ", file status " WS-BANKS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-BANKS
           END-IF
           END-PERFORM.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "PAYEEMAINT: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "PAYEEMAINT: error reading "
                   WS-ACCOUNTS-FILENAME ", file status "
                   WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * A payee belongs to a customer holding an open account with
      * us, has a nickname, an account and a name, and names either
      * a REG-NR we know from banks.txt or a SWIFT/BIC - the same
      * counterparty rule as EXTXFER's keyed transfers.
       VALIDATE-PAYEE.
           MOVE "Y" TO request-valid
           MOVE SPACES TO reject-reason

           MOVE "N" TO client-known
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN client-id OF ACCOUNT-ARRAY(idx-acct)
                       = maint-client-id
                   AND account-status OF ACCOUNT-ARRAY(idx-acct) = "O"
                   MOVE "Y" TO client-known
           END-SEARCH
           IF client-known = "N"
               MOVE "N" TO request-valid
               MOVE "KUNDEN HAR INGEN AABEN KONTO" TO reject-reason
           END-IF

           IF request-valid = "Y" AND maint-nickname = SPACES
               MOVE "N" TO request-valid
               MOVE "MANGLENDE KALDENAVN" TO reject-reason
           END-IF

           IF request-valid = "Y" AND maint-account = SPACES
               MOVE "N" TO request-valid
               MOVE "MANGLENDE MODKONTO" TO reject-reason
           END-IF

           IF request-valid = "Y" AND maint-beneficiary = SPACES
               MOVE "N" TO request-valid
               MOVE "MANGLENDE MODTAGERNAVN" TO reject-reason
           END-IF

           IF request-valid = "Y"
               IF maint-reg-nr = SPACES
                   IF maint-swift-bic = SPACES
                       MOVE "N" TO request-valid
                       MOVE "MANGLENDE REG-NR ELLER SWIFT/BIC"
                           TO reject-reason
                   END-IF
               ELSE
                   MOVE "N" TO reg-nr-known
                   SET idx-bank TO 1
                   SEARCH BANK-ARRAY
                       AT END
                           CONTINUE
                       WHEN REG-NR OF BANK-ARRAY(idx-bank)
                               = maint-reg-nr
                           MOVE "Y" TO reg-nr-known
                   END-SEARCH
                   IF reg-nr-known = "N"
                       MOVE "N" TO request-valid
                       MOVE "UKENDT REG-NR" TO reject-reason
                   END-IF
               END-IF
           END-IF

           IF request-valid = "Y" AND maint-iban NOT = SPACES
               MOVE maint-iban TO iban-work-text
               PERFORM VALIDATE-IBAN
               IF iban-valid = "N"
                   MOVE "N" TO request-valid
                   MOVE "UGYLDIG IBAN" TO reject-reason
               END-IF
           END-IF.
       EXIT.

      * A new payee is validated now, so the checker only sees sound
      * requests, and parked for a second operator.
       REQUEST-NEW-PAYEE.
           PERFORM VALIDATE-PAYEE
           IF request-valid = "Y"
               MOVE maint-client-id TO lookup-payee-client
               MOVE maint-nickname TO lookup-payee-nickname
               PERFORM FIND-SAVED-PAYEE
               IF payee-found = "Y"
                   MOVE "N" TO request-valid
                   MOVE "KALDENAVNET FINDES ALLEREDE" TO reject-reason
               END-IF
           END-IF
           IF request-valid = "N"
               PERFORM REJECT-REQUEST
           ELSE
               MOVE "NY MODTAGER" TO AP-RULE
               PERFORM QUEUE-PENDING-APPROVAL
           END-IF.
       EXIT.

       REQUEST-CHANGED-PAYEE.
           PERFORM VALIDATE-PAYEE
           IF request-valid = "Y"
               MOVE maint-client-id TO lookup-payee-client
               MOVE maint-nickname TO lookup-payee-nickname
               PERFORM FIND-SAVED-PAYEE
               IF payee-found = "N"
                   MOVE "N" TO request-valid
                   MOVE "UKENDT MODTAGER" TO reject-reason
               END-IF
           END-IF
           IF request-valid = "N"
               PERFORM REJECT-REQUEST
           ELSE
               MOVE "AENDRET MODTAGER" TO AP-RULE
               PERFORM QUEUE-PENDING-APPROVAL
           END-IF.
       EXIT.

      * The row stays with status "S" as the record of the payee.
       DELETE-PAYEE.
           MOVE maint-client-id TO lookup-payee-client
           MOVE maint-nickname TO lookup-payee-nickname
           PERFORM FIND-SAVED-PAYEE
           IF payee-found = "N"
               MOVE "UKENDT MODTAGER" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
               MOVE "S" TO PY-ARR-STATUS OF PAYEE-ARRAY(payee-slot)
               ADD 1 TO applied-count
               MOVE "SLETTET" TO CH-ACTION-TEXT
               PERFORM WRITE-CHANGE-LINE
           END-IF.
       EXIT.

      * An approved request is validated once more - the bank may
      * have left banks.txt while it waited - and then adds the
      * payee, or replaces the one under the same nickname. Either
      * way the added date is today: a payee whose account changed
      * is as new as one never seen, and its next payment is a
      * first payment again.
       APPLY-APPROVED-PAYEE.
           PERFORM VALIDATE-PAYEE
           IF request-valid = "N"
               PERFORM REJECT-REQUEST
           ELSE
               MOVE maint-client-id TO lookup-payee-client
               MOVE maint-nickname TO lookup-payee-nickname
               PERFORM FIND-SAVED-PAYEE
               IF payee-found = "N"
                   IF payee-count >= PAYEE-ARRAY-MAX
                       MOVE "N" TO request-valid
                       MOVE "PAYEE-ARRAY ER FULD" TO reject-reason
                       PERFORM REJECT-REQUEST
                   ELSE
                       ADD 1 TO payee-count
                       MOVE payee-count TO payee-slot
                       MOVE "OPRETTET" TO CH-ACTION-TEXT
                   END-IF
               ELSE
                   MOVE "AENDRET" TO CH-ACTION-TEXT
               END-IF
           END-IF
           IF request-valid = "Y"
               MOVE SPACES TO PAYEE-ARRAY(payee-slot)
               MOVE maint-client-id
                   TO PY-ARR-CLIENT-ID OF PAYEE-ARRAY(payee-slot)
               MOVE maint-nickname
                   TO PY-ARR-NICKNAME OF PAYEE-ARRAY(payee-slot)
               MOVE maint-reg-nr
                   TO PY-ARR-REG-NR OF PAYEE-ARRAY(payee-slot)
               MOVE maint-swift-bic
                   TO PY-ARR-SWIFT-BIC OF PAYEE-ARRAY(payee-slot)
               MOVE maint-account
                   TO PY-ARR-ACCOUNT OF PAYEE-ARRAY(payee-slot)
               MOVE maint-iban
                   TO PY-ARR-IBAN OF PAYEE-ARRAY(payee-slot)
               MOVE maint-beneficiary
                   TO PY-ARR-BENEFICIARY OF PAYEE-ARRAY(payee-slot)
               MOVE "A" TO PY-ARR-STATUS OF PAYEE-ARRAY(payee-slot)
               MOVE WS-TODAY
                   TO PY-ARR-ADDED-DATE OF PAYEE-ARRAY(payee-slot)
               MOVE maint-requested-by
                   TO PY-ARR-ADDED-BY OF PAYEE-ARRAY(payee-slot)
               ADD 1 TO applied-count
               PERFORM WRITE-CHANGE-LINE
           END-IF.
       EXIT.

       REJECT-REQUEST.
           ADD 1 TO rejected-count
           MOVE "AFVIST" TO CH-ACTION-TEXT
           PERFORM WRITE-CHANGE-LINE
           DISPLAY "PAYEEMAINT: request rejected, "
               FUNCTION TRIM(reject-reason) " for client "
               FUNCTION TRIM(maint-client-id) " payee "
               FUNCTION TRIM(maint-nickname).
       EXIT.

      * The request parks in the approval queue untouched; the
      * register only moves when APPRREV sends it back as a "V".
       QUEUE-PENDING-APPROVAL.
           OPEN EXTEND PENDING-APPROVALS-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVALS-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "PAYEEMAINT: cannot open "
                   WS-PENDING-FILENAME ", file status "
                   WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PAYEEMAINT" TO AP-SOURCE
           MOVE maint-requested-by TO AP-MAKER
           MOVE "P" TO AP-STATUS
           MOVE SPACES TO AP-CHECKER
           MOVE SPACES TO AP-DECIDED-AT
           MOVE MAINT-REQUEST TO AP-REQUEST-IMAGE
           WRITE PENDING-APPROVAL-RECORD
           CLOSE PENDING-APPROVALS-FILE
           ADD 1 TO queued-count
           MOVE "TIL GODKEND" TO CH-ACTION-TEXT
           PERFORM WRITE-CHANGE-LINE.
       EXIT.

      * One audit line per request with the requester's id, same
      * run-at= key/value shape as NOTICES' change history.
       WRITE-CHANGE-LINE.
           MOVE SPACES TO CH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " requested-by=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-requested-by) DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-client-id) DELIMITED BY SIZE
               " payee=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-nickname) DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-ACTION-TEXT) DELIMITED BY SIZE
               " reg-nr=" DELIMITED BY SIZE
               maint-reg-nr DELIMITED BY SIZE
               " account=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-account) DELIMITED BY SIZE
               " reason=" DELIMITED BY SIZE
               FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
               INTO CH-INFO
           WRITE CHANGE-HISTORY-LINE.
       EXIT.

       REWRITE-PAYEE-REGISTER.
           MOVE WS-PAYEES-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-PAYEES-FILENAME

           OPEN OUTPUT OUTPUT-PAYEES
           IF WS-PAYEES-STATUS NOT = "00"
               DISPLAY "PAYEEMAINT: cannot open " WS-PAYEES-FILENAME
                   " for rewrite, file status " WS-PAYEES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-payee FROM 1 BY 1
                   UNTIL idx-payee > payee-count
               MOVE PAYEE-ARRAY(idx-payee) TO OUTPUT-PAYEE-RECORD
               WRITE OUTPUT-PAYEE-RECORD
           END-PERFORM
           CLOSE OUTPUT-PAYEES

           PERFORM VERIFY-NEW-PAYEES-FILE
           MOVE swap-master-name TO WS-PAYEES-FILENAME
           PERFORM SWAP-OR-PLACE-PAYEES.
       EXIT.

       VERIFY-NEW-PAYEES-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT PAYEES-FILE
           IF WS-PAYEES-STATUS NOT = "00"
               DISPLAY "PAYEEMAINT: cannot re-open new register for "
                   "verification, file status " WS-PAYEES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ PAYEES-FILE INTO PAYEE-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE PAYEES-FILE
           IF verify-count NOT = payee-count
               DISPLAY "PAYEEMAINT: new register FAILED verification ("
                   verify-count "/" payee-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * The first payee ever has no register to move aside; the new
      * file is simply renamed into place.
       SWAP-OR-PLACE-PAYEES.
           MOVE "N" TO swap-failed
           IF payees-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "PAYEEMAINT: cannot move "
                       FUNCTION TRIM(swap-new-name)
                       " into place as "
                       FUNCTION TRIM(swap-master-name)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       EXIT.

      * Once the register holds the changes, the request file is
      * moved aside so tomorrow's run does not queue the same
      * payees a second time.
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
               DISPLAY "PAYEEMAINT: cannot move "
                   FUNCTION TRIM(WS-REQUESTS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-REQUESTS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * Payees paid for the first time on the very day they were
      * added or re-pointed - a fraudster who has talked a customer
      * into adding a "new account" wants the money out at once.
       WRITE-SAME-DAY-REPORT.
           COMPUTE window-start-num =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                   - report-window-days + 1)
           MOVE window-start-num TO window-start-date

           OPEN OUTPUT OUTPUT-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PAYEEMAINT: cannot open " WS-REPORT-FILENAME
                   ", file status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO INFO
           STRING "MODTAGERE OPRETTET OG BETALT SAMME DAG "
                   DELIMITED BY SIZE
               window-start-date DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           PERFORM VARYING idx-payee FROM 1 BY 1
                   UNTIL idx-payee > payee-count
               IF PY-ARR-FIRST-PAID-DATE OF PAYEE-ARRAY(idx-payee)
                       NOT = SPACES
                   AND PY-ARR-FIRST-PAID-DATE OF PAYEE-ARRAY(idx-payee)
                       = PY-ARR-ADDED-DATE OF PAYEE-ARRAY(idx-payee)
                   AND PY-ARR-FIRST-PAID-DATE OF PAYEE-ARRAY(idx-payee)
                       NOT < window-start-date
                   ADD 1 TO same-day-count
                   MOVE SPACES TO INFO
                   STRING "SAMME DAG: client-id=" DELIMITED BY SIZE
                       FUNCTION TRIM(PY-ARR-CLIENT-ID
                           OF PAYEE-ARRAY(idx-payee)) DELIMITED BY SIZE
                       " payee=" DELIMITED BY SIZE
                       FUNCTION TRIM(PY-ARR-NICKNAME
                           OF PAYEE-ARRAY(idx-payee)) DELIMITED BY SIZE
                       " reg-nr=" DELIMITED BY SIZE
                       PY-ARR-REG-NR OF PAYEE-ARRAY(idx-payee)
                           DELIMITED BY SIZE
                       " swift=" DELIMITED BY SIZE
                       FUNCTION TRIM(PY-ARR-SWIFT-BIC
                           OF PAYEE-ARRAY(idx-payee)) DELIMITED BY SIZE
                       " account=" DELIMITED BY SIZE
                       FUNCTION TRIM(PY-ARR-ACCOUNT
                           OF PAYEE-ARRAY(idx-payee)) DELIMITED BY SIZE
                       " modtager=" DELIMITED BY SIZE
                       FUNCTION TRIM(PY-ARR-BENEFICIARY
                           OF PAYEE-ARRAY(idx-payee)) DELIMITED BY SIZE
                       " dato=" DELIMITED BY SIZE
                       PY-ARR-ADDED-DATE OF PAYEE-ARRAY(idx-payee)
                           DELIMITED BY SIZE
                       " oprettet-af=" DELIMITED BY SIZE
                       FUNCTION TRIM(PY-ARR-ADDED-BY
                           OF PAYEE-ARRAY(idx-payee)) DELIMITED BY SIZE
                       " ref=" DELIMITED BY SIZE
                       PY-ARR-FIRST-PAID-REF OF PAYEE-ARRAY(idx-payee)
                           DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO INFO
           STRING "TRAILER: same-day=" DELIMITED BY SIZE
               same-day-count DELIMITED BY SIZE
               " payees=" DELIMITED BY SIZE
               payee-count DELIMITED BY SIZE
               " changes=" DELIMITED BY SIZE
               applied-count DELIMITED BY SIZE
               " queued=" DELIMITED BY SIZE
               queued-count DELIMITED BY SIZE
               " rejected=" DELIMITED BY SIZE
               rejected-count DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           CLOSE OUTPUT-REPORT.
       EXIT.

           COPY "payee-check.cpy".

           COPY "iban-check.cpy".

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

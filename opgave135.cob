      * Formål: Vedligehold kundernes NemKonto-udpegning
      *    (nemkonto.txt) - den konto offentlige udbetalinger som
      *    skatterefusion, boerneydelse og pension skal ind paa.
      *    Anmodningerne kommer fra en fil i PAYEEMAINT-stoebeformen:
      *    "A" = udpeg eller flyt kundens NemKonto, "D" = ophoer.
      *    En udpegning valideres: kontoen skal findes i
      *    account-info.txt, vaere aaben og ejes af kunden selv, og
      *    kunden skal have et CPR-nummer i krydsreferencen
      *    (cpr-xref.txt), for uden det kan det nationale register
      *    ikke faa besked. Hver koersel efterproever desuden de
      *    aktive udpegninger: en NemKonto hvis konto er lukket eller
      *    frosset ophoerer. Hver aendring skrives som meddelelse til
      *    det nationale NemKonto-register
      *    (nemkonto-register-notices.txt) og logges i
      *    nemkonto-change-history.txt. En behandlet anmodningsfil
      *    omdoebes til <navn>.applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEMKMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NEMKONTO-FILE ASSIGN TO DYNAMIC WS-NEMKONTO-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NEMKONTO-STATUS.
       SELECT OUTPUT-NEMKONTO ASSIGN TO DYNAMIC WS-NEMKONTO-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NEMKONTO-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-XREF ASSIGN TO DYNAMIC WS-XREF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-XREF-STATUS.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT REGISTER-NOTICES-FILE
       ASSIGN TO DYNAMIC WS-NOTICES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTICES-STATUS.
       SELECT CHANGE-HISTORY-FILE
       ASSIGN TO DYNAMIC WS-CHANGE-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-HISTORY-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD NEMKONTO-FILE.
       01 NEMKONTO-RECORD.
           COPY "nemkonto.cpy".
       FD OUTPUT-NEMKONTO.
       01 OUTPUT-NEMKONTO-RECORD.
           COPY "nemkonto.cpy"
               REPLACING LEADING ==NK-== BY ==NK-OUT-==.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-XREF.
       01 XREF-RECORD.
           02 CX-CPR-NUMBER            PIC X(10).
           02 CX-CLIENT-ID             PIC X(10).
       FD INPUT-REQUESTS.
       01 MAINT-REQUEST.
           02 maint-action              PIC X(1).
           02 maint-requested-by        PIC X(8).
           02 maint-client-id           PIC X(10).
           02 maint-account             PIC X(20).
       FD REGISTER-NOTICES-FILE.
       01 REGISTER-NOTICE-RECORD.
           COPY "nemkonto-notices.cpy".
       FD CHANGE-HISTORY-FILE.
       01 CHANGE-HISTORY-LINE.
           02 CH-INFO                   PIC X(150).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-NEMKONTO                  PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-XREF                      PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-NEMKONTO-STATUS            PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-XREF-STATUS                PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-NOTICES-STATUS             PIC XX VALUE "00".
       01 WS-CHANGE-HISTORY-STATUS      PIC XX VALUE "00".

       01 NEMKONTO-ARRAY-MAX            PIC 9(4) VALUE 2000.
       01 NEMKONTO-ARRAY                OCCURS 2000 TIMES
                                        INDEXED BY idx-nk.
           COPY "nemkonto.cpy"
               REPLACING LEADING ==NK-== BY ==NK-ARR-==.
       01 nemkonto-count                PIC 9(4) VALUE ZEROES.
       01 nemkonto-slot                 PIC 9(4) VALUE ZEROES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.
       01 account-slot                  PIC 9(4) VALUE ZEROES.

       01 XREF-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 XREF-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-xrf.
           02 XR-CPR-NUMBER             PIC X(10) VALUE SPACES.
           02 XR-CLIENT-ID              PIC X(10) VALUE SPACES.
       01 xref-count                    PIC 9(4) VALUE ZEROES.

       01 request-valid                 PIC X VALUE "N".
       01 reject-reason                 PIC X(40) VALUE SPACES.
       01 lookup-cpr-number             PIC X(10) VALUE SPACES.
       01 CH-ACTION-TEXT                PIC X(12) VALUE SPACES.
       01 notice-action                 PIC X(1) VALUE SPACES.
       01 nemkonto-present              PIC X VALUE "N".
       01 requests-read                 PIC X VALUE "N".
       01 register-changed              PIC X VALUE "N".

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-NEMKONTO-FILENAME
           PIC X(100) VALUE "nemkonto.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-XREF-FILENAME
           PIC X(100) VALUE "cpr-xref.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "nemkonto-requests.txt".
       01 WS-REQUESTS-DONE-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-NOTICES-FILENAME
           PIC X(100) VALUE "nemkonto-register-notices.txt".
       01 WS-CHANGE-HISTORY-FILENAME
           PIC X(100) VALUE "nemkonto-change-history.txt".

      * Safe rewrite-and-swap of the NemKonto register, same pattern
      * as PAYEEMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.
       01 lapsed-count                  PIC 9(6) VALUE ZEROES.
       01 notice-count                  PIC 9(6) VALUE ZEROES.
       01 unnotified-count              PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-NEMKONTO-FILENAME FROM ENVIRONMENT "NEMKONTO_FILE"
       IF WS-NEMKONTO-FILENAME = SPACES
           MOVE "nemkonto.txt" TO WS-NEMKONTO-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-XREF-FILENAME FROM ENVIRONMENT "CPR_XREF_FILE"
       IF WS-XREF-FILENAME = SPACES
           MOVE "cpr-xref.txt" TO WS-XREF-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "NEMKONTO_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "nemkonto-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-NOTICES-FILENAME
           FROM ENVIRONMENT "NEMKONTO_NOTICES_FILE"
       IF WS-NOTICES-FILENAME = SPACES
           MOVE "nemkonto-register-notices.txt" TO WS-NOTICES-FILENAME
       END-IF

       ACCEPT WS-CHANGE-HISTORY-FILENAME
           FROM ENVIRONMENT "NEMKONTO_CHANGE_HISTORY_FILE"
       IF WS-CHANGE-HISTORY-FILENAME = SPACES
           MOVE "nemkonto-change-history.txt"
               TO WS-CHANGE-HISTORY-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

       MOVE "NEMKMAINT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No register yet is a normal state - the first designation
      * starts it.
       PERFORM LOAD-NEMKONTO
       IF WS-NEMKONTO-STATUS NOT = "35"
           MOVE "Y" TO nemkonto-present
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "NEMKMAINT: cannot open " WS-ACCOUNTS-FILENAME
               ", file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.

       PERFORM LOAD-XREF.

       OPEN EXTEND CHANGE-HISTORY-FILE
       IF WS-CHANGE-HISTORY-STATUS = "35"
           OPEN OUTPUT CHANGE-HISTORY-FILE
       END-IF
       IF WS-CHANGE-HISTORY-STATUS NOT = "00"
           DISPLAY "NEMKMAINT: cannot open "
               WS-CHANGE-HISTORY-FILENAME ", file status "
               WS-CHANGE-HISTORY-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND REGISTER-NOTICES-FILE
       IF WS-NOTICES-STATUS = "35"
           OPEN OUTPUT REGISTER-NOTICES-FILE
       END-IF
       IF WS-NOTICES-STATUS NOT = "00"
           DISPLAY "NEMKMAINT: cannot open " WS-NOTICES-FILENAME
               ", file status " WS-NOTICES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      * Designations already on file first: an account closed or
      * frozen since the last run can no longer receive public
      * payments, and the register must hear so.
       PERFORM VARYING idx-nk FROM 1 BY 1
               UNTIL idx-nk > nemkonto-count
           IF NK-ARR-STATUS OF NEMKONTO-ARRAY(idx-nk) = "A"
               SET nemkonto-slot TO idx-nk
               PERFORM REVALIDATE-DESIGNATION
           END-IF
       END-PERFORM

      * Requests are optional - without them the run only checks the
      * designations already on file.
       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "NEMKMAINT: no "
               FUNCTION TRIM(WS-REQUESTS-FILENAME) " on file, "
               "revalidation only"
       ELSE
           IF WS-REQUESTS-STATUS NOT = "00"
               DISPLAY "NEMKMAINT: cannot open "
                   WS-REQUESTS-FILENAME ", file status "
                   WS-REQUESTS-STATUS
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
                               PERFORM DESIGNATE-NEMKONTO
                           WHEN "D"
                               PERFORM REMOVE-NEMKONTO
                           WHEN OTHER
                               ADD 1 TO rejected-count
                               DISPLAY "NEMKMAINT: unknown action '"
                                   maint-action "' for client "
                                   maint-client-id
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
           MOVE "Y" TO requests-read
       END-IF

       CLOSE REGISTER-NOTICES-FILE.
       CLOSE CHANGE-HISTORY-FILE.

       IF register-changed = "Y"
           PERFORM REWRITE-NEMKONTO-REGISTER
       END-IF

       IF requests-read = "Y"
           PERFORM RETIRE-REQUESTS-FILE
       END-IF

       DISPLAY "NEMKMAINT: " applied-count " change(s) applied, "
           lapsed-count " lapsed on a closed account, "
           rejected-count " rejected, " notice-count
           " notice(s) to the NemKonto register."

       IF unnotified-count > 0
           DISPLAY "NEMKMAINT: " unnotified-count " change(s) could "
               "not be reported - no CPR number in "
               FUNCTION TRIM(WS-XREF-FILENAME)
       END-IF

       IF rejected-count > 0 OR lapsed-count > 0
           OR unnotified-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-NEMKONTO.
           OPEN INPUT NEMKONTO-FILE
           IF WS-NEMKONTO-STATUS = "35"
               MOVE "Y" TO EOF-NEMKONTO
           ELSE
               IF WS-NEMKONTO-STATUS NOT = "00"
                   DISPLAY "NEMKMAINT: cannot open "
                       WS-NEMKONTO-FILENAME ", file status "
                       WS-NEMKONTO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL EOF-NEMKONTO = "Y"
                   READ NEMKONTO-FILE INTO NEMKONTO-RECORD
                       AT END
                           MOVE "Y" TO EOF-NEMKONTO
                       NOT AT END
                           IF nemkonto-count >= NEMKONTO-ARRAY-MAX
                               DISPLAY "NEMKMAINT: "
                                   WS-NEMKONTO-FILENAME
                                   " has more rows than NEMKONTO-ARRAY"
                                   " can hold - stopping"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO nemkonto-count
                           MOVE NEMKONTO-RECORD
                               TO NEMKONTO-ARRAY(nemkonto-count)
                   END-READ
               END-PERFORM
               CLOSE NEMKONTO-FILE
           END-IF.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "NEMKMAINT: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "NEMKMAINT: error reading "
                   WS-ACCOUNTS-FILENAME ", file status "
                   WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * CPRFEED owns the cross-reference; it is only read here, for
      * the CPR number the national register knows the citizen by.
       LOAD-XREF.
           OPEN INPUT INPUT-XREF
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL EOF-XREF = "Y"
                   READ INPUT-XREF INTO XREF-RECORD
                       AT END
                           MOVE "Y" TO EOF-XREF
                       NOT AT END
                           IF xref-count < XREF-ARRAY-MAX
                               ADD 1 TO xref-count
                               MOVE CX-CPR-NUMBER
                                   TO XR-CPR-NUMBER(xref-count)
                               MOVE CX-CLIENT-ID
                                   TO XR-CLIENT-ID(xref-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-XREF
           END-IF.
       EXIT.

       FIND-DESIGNATION.
           MOVE ZEROES TO nemkonto-slot
           SET idx-nk TO 1
           SEARCH NEMKONTO-ARRAY
               AT END
                   CONTINUE
               WHEN idx-nk > nemkonto-count
                   CONTINUE
               WHEN NK-ARR-CLIENT-ID OF NEMKONTO-ARRAY(idx-nk)
                       = maint-client-id
                   SET nemkonto-slot TO idx-nk
           END-SEARCH.
       EXIT.

       FIND-ACCOUNT.
           MOVE ZEROES TO account-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN idx-acct > account-count
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = maint-account
                   SET account-slot TO idx-acct
           END-SEARCH.
       EXIT.

       FIND-CPR-NUMBER.
           MOVE SPACES TO lookup-cpr-number
           SET idx-xrf TO 1
           SEARCH XREF-ARRAY
               AT END
                   CONTINUE
               WHEN idx-xrf > xref-count
                   CONTINUE
               WHEN XR-CLIENT-ID(idx-xrf) = maint-client-id
                   MOVE XR-CPR-NUMBER(idx-xrf) TO lookup-cpr-number
           END-SEARCH.
       EXIT.

      * Public money may only land on an open account the customer
      * owns - never a relative's account or one about to close.
       VALIDATE-DESIGNATION.
           MOVE "Y" TO request-valid
           MOVE SPACES TO reject-reason

           PERFORM FIND-ACCOUNT
           IF account-slot = ZEROES
               MOVE "N" TO request-valid
               MOVE "UKENDT KONTO" TO reject-reason
           ELSE
           IF client-id OF ACCOUNT-ARRAY(account-slot)
                   NOT = maint-client-id
               MOVE "N" TO request-valid
               MOVE "KONTOEN EJES IKKE AF KUNDEN" TO reject-reason
           ELSE
           IF account-status OF ACCOUNT-ARRAY(account-slot) NOT = "O"
               MOVE "N" TO request-valid
               MOVE "KONTOEN ER IKKE AABEN" TO reject-reason
           END-IF
           END-IF
           END-IF

           IF request-valid = "Y"
               PERFORM FIND-CPR-NUMBER
               IF lookup-cpr-number = SPACES
                   MOVE "N" TO request-valid
                   MOVE "INTET CPR-NUMMER I KRYDSREFERENCEN"
                       TO reject-reason
               END-IF
           END-IF.
       EXIT.

      * A customer has one NemKonto; designating another account
      * moves it, and the register is told of the move.
       DESIGNATE-NEMKONTO.
           PERFORM VALIDATE-DESIGNATION
           IF request-valid = "Y"
               PERFORM FIND-DESIGNATION
               IF nemkonto-slot NOT = ZEROES
                   AND NK-ARR-STATUS OF NEMKONTO-ARRAY(nemkonto-slot)
                       = "A"
                   AND NK-ARR-ACCOUNT-NUMBER
                       OF NEMKONTO-ARRAY(nemkonto-slot) = maint-account
                   MOVE "N" TO request-valid
                   MOVE "KONTOEN ER ALLEREDE NEMKONTO" TO reject-reason
               END-IF
           END-IF
           IF request-valid = "Y" AND nemkonto-slot = ZEROES
               IF nemkonto-count >= NEMKONTO-ARRAY-MAX
                   MOVE "N" TO request-valid
                   MOVE "NEMKONTO-ARRAY ER FULD" TO reject-reason
               END-IF
           END-IF
           IF request-valid = "N"
               PERFORM REJECT-REQUEST
           ELSE
               IF nemkonto-slot = ZEROES
                   ADD 1 TO nemkonto-count
                   MOVE nemkonto-count TO nemkonto-slot
                   MOVE "A" TO notice-action
                   MOVE "OPRETTET" TO CH-ACTION-TEXT
               ELSE
               IF NK-ARR-STATUS OF NEMKONTO-ARRAY(nemkonto-slot) = "A"
                   MOVE "C" TO notice-action
                   MOVE "FLYTTET" TO CH-ACTION-TEXT
               ELSE
                   MOVE "A" TO notice-action
                   MOVE "OPRETTET" TO CH-ACTION-TEXT
               END-IF
               END-IF
               MOVE SPACES TO NEMKONTO-ARRAY(nemkonto-slot)
               MOVE maint-client-id
                   TO NK-ARR-CLIENT-ID OF NEMKONTO-ARRAY(nemkonto-slot)
               MOVE maint-account TO NK-ARR-ACCOUNT-NUMBER
                   OF NEMKONTO-ARRAY(nemkonto-slot)
               MOVE "A"
                   TO NK-ARR-STATUS OF NEMKONTO-ARRAY(nemkonto-slot)
               MOVE WS-TODAY TO NK-ARR-DESIGNATED-DATE
                   OF NEMKONTO-ARRAY(nemkonto-slot)
               MOVE maint-requested-by TO NK-ARR-DESIGNATED-BY
                   OF NEMKONTO-ARRAY(nemkonto-slot)
               MOVE "Y" TO register-changed
               ADD 1 TO applied-count
               PERFORM WRITE-CHANGE-LINE
               PERFORM WRITE-REGISTER-NOTICE
           END-IF.
       EXIT.

      * The row stays with status "S" as the record of the
      * designation.
       REMOVE-NEMKONTO.
           MOVE SPACES TO reject-reason
           PERFORM FIND-DESIGNATION
           IF nemkonto-slot = ZEROES
               MOVE "KUNDEN HAR INGEN NEMKONTO" TO reject-reason
           ELSE
           IF NK-ARR-STATUS OF NEMKONTO-ARRAY(nemkonto-slot) NOT = "A"
               MOVE "KUNDEN HAR INGEN NEMKONTO" TO reject-reason
           END-IF
           END-IF
           IF reject-reason NOT = SPACES
               PERFORM REJECT-REQUEST
           ELSE
               MOVE NK-ARR-ACCOUNT-NUMBER
                   OF NEMKONTO-ARRAY(nemkonto-slot) TO maint-account
               PERFORM STOP-DESIGNATION
               ADD 1 TO applied-count
               MOVE "OPHOERT" TO CH-ACTION-TEXT
               PERFORM WRITE-CHANGE-LINE
               PERFORM FIND-CPR-NUMBER
               PERFORM WRITE-REGISTER-NOTICE
           END-IF.
       EXIT.

      * An active designation whose account has closed, been frozen
      * or passed to someone else lapses on its own.
       REVALIDATE-DESIGNATION.
           MOVE SPACES TO MAINT-REQUEST
           MOVE NK-ARR-CLIENT-ID OF NEMKONTO-ARRAY(nemkonto-slot)
               TO maint-client-id
           MOVE NK-ARR-ACCOUNT-NUMBER OF NEMKONTO-ARRAY(nemkonto-slot)
               TO maint-account
           MOVE SPACES TO reject-reason
           PERFORM FIND-ACCOUNT
           IF account-slot = ZEROES
               MOVE "KONTOEN FINDES IKKE LAENGERE" TO reject-reason
           ELSE
           IF client-id OF ACCOUNT-ARRAY(account-slot)
                   NOT = maint-client-id
               MOVE "KONTOEN EJES IKKE AF KUNDEN" TO reject-reason
           ELSE
           IF account-status OF ACCOUNT-ARRAY(account-slot) NOT = "O"
               MOVE "KONTOEN ER IKKE AABEN" TO reject-reason
           END-IF
           END-IF
           END-IF
           IF reject-reason NOT = SPACES
               PERFORM STOP-DESIGNATION
               ADD 1 TO lapsed-count
               MOVE "BORTFALDET" TO CH-ACTION-TEXT
               PERFORM WRITE-CHANGE-LINE
               PERFORM FIND-CPR-NUMBER
               PERFORM WRITE-REGISTER-NOTICE
               DISPLAY "NEMKMAINT: NemKonto for client "
                   FUNCTION TRIM(maint-client-id) " lapsed, "
                   FUNCTION TRIM(reject-reason) " - "
                   FUNCTION TRIM(maint-account)
           END-IF.
       EXIT.

       STOP-DESIGNATION.
           MOVE "S" TO NK-ARR-STATUS OF NEMKONTO-ARRAY(nemkonto-slot)
           MOVE "D" TO notice-action
           MOVE "Y" TO register-changed.
       EXIT.

       REJECT-REQUEST.
           ADD 1 TO rejected-count
           MOVE "AFVIST" TO CH-ACTION-TEXT
           PERFORM WRITE-CHANGE-LINE
           DISPLAY "NEMKMAINT: request rejected, "
               FUNCTION TRIM(reject-reason) " for client "
               FUNCTION TRIM(maint-client-id) " account "
               FUNCTION TRIM(maint-account).
       EXIT.

      * One notice per change for the national register. The REG-NR
      * is the account's home branch, or the account number's first
      * four digits on older rows without one. Without a CPR number
      * the register cannot be told - the change is still made
      * locally and counted for follow-up.
       WRITE-REGISTER-NOTICE.
           IF lookup-cpr-number = SPACES
               ADD 1 TO unnotified-count
           ELSE
               MOVE SPACES TO REGISTER-NOTICE-RECORD
               MOVE notice-action TO NN-ACTION
               MOVE lookup-cpr-number TO NN-CPR-NUMBER
               MOVE maint-account(1:4) TO NN-REG-NR
               PERFORM FIND-ACCOUNT
               IF account-slot NOT = ZEROES
                   IF home-reg-nr OF ACCOUNT-ARRAY(account-slot)
                           NOT = SPACES
                       MOVE home-reg-nr OF ACCOUNT-ARRAY(account-slot)
                           TO NN-REG-NR
                   END-IF
               END-IF
               MOVE maint-account TO NN-ACCOUNT-NUMBER
               MOVE WS-TODAY TO NN-EFFECTIVE-DATE
               WRITE REGISTER-NOTICE-RECORD
               ADD 1 TO notice-count
           END-IF.
       EXIT.

      * One audit line per change with the requester's id, same
      * run-at= key/value shape as PAYEEMAINT's change history. The
      * CPR number stays out of it, as in CPRFEED's audit trail.
       WRITE-CHANGE-LINE.
           MOVE SPACES TO CH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " requested-by=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-requested-by) DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-client-id) DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-ACTION-TEXT) DELIMITED BY SIZE
               " account=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-account) DELIMITED BY SIZE
               " reason=" DELIMITED BY SIZE
               FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
               INTO CH-INFO
           WRITE CHANGE-HISTORY-LINE.
       EXIT.

       REWRITE-NEMKONTO-REGISTER.
           MOVE WS-NEMKONTO-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-NEMKONTO-FILENAME

           OPEN OUTPUT OUTPUT-NEMKONTO
           IF WS-NEMKONTO-STATUS NOT = "00"
               DISPLAY "NEMKMAINT: cannot open " WS-NEMKONTO-FILENAME
                   " for rewrite, file status " WS-NEMKONTO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-nk FROM 1 BY 1
                   UNTIL idx-nk > nemkonto-count
               MOVE NEMKONTO-ARRAY(idx-nk) TO OUTPUT-NEMKONTO-RECORD
               WRITE OUTPUT-NEMKONTO-RECORD
           END-PERFORM
           CLOSE OUTPUT-NEMKONTO

           PERFORM VERIFY-NEW-NEMKONTO-FILE
           MOVE swap-master-name TO WS-NEMKONTO-FILENAME
           PERFORM SWAP-OR-PLACE-NEMKONTO.
       EXIT.

       VERIFY-NEW-NEMKONTO-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT NEMKONTO-FILE
           IF WS-NEMKONTO-STATUS NOT = "00"
               DISPLAY "NEMKMAINT: cannot re-open new register for "
                   "verification, file status " WS-NEMKONTO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ NEMKONTO-FILE INTO NEMKONTO-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE NEMKONTO-FILE
           IF verify-count NOT = nemkonto-count
               DISPLAY "NEMKMAINT: new register FAILED verification ("
                   verify-count "/" nemkonto-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * The first designation ever has no register to move aside;
      * the new file is simply renamed into place.
       SWAP-OR-PLACE-NEMKONTO.
           MOVE "N" TO swap-failed
           IF nemkonto-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "NEMKMAINT: cannot move "
                       FUNCTION TRIM(swap-new-name)
                       " into place as "
                       FUNCTION TRIM(swap-master-name)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF swap-failed = "Y"
               STOP RUN
           END-IF.
       EXIT.

      * Once the register holds the changes, the request file is
      * moved aside so tomorrow's run does not report the same
      * designations to the register a second time.
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
               DISPLAY "NEMKMAINT: cannot move "
                   FUNCTION TRIM(WS-REQUESTS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-REQUESTS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

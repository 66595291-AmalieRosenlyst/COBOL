      * Formål: Vedligehold bankboksregistret
      *    (safe-deposit-boxes.txt) i stedet for filialernes
      *    boksprotokol. Anmodningerne kommer fra en fil i
      *    PAYEEMAINT-stoebeformen: "U" = udlej en boks (en ny boks
      *    oprettes i registret, en ledig udlejes igen), "R" = ret en
      *    udlejet boks (udfyldte felter overskriver, "-" som anden
      *    lejer fjerner den anden lejer), "O" = opsig lejemaalet
      *    (boksen bliver staaende som ledig). Lejekontoen valideres:
      *    den skal findes i account-info.txt, vaere aaben og ejes af
      *    en af lejerne - som kontoens ejer eller som medejer i
      *    account-owners.txt. Et nyt lejemaal faar forfald i dag, saa
      *    BOXRENT traekker foerste aars leje med nattens koersel.
      *    Hver aendring logges i safe-deposit-change-history.txt, og
      *    en behandlet anmodningsfil omdoebes til <navn>.applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOXMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BOXES-FILE ASSIGN TO DYNAMIC WS-BOXES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BOXES-STATUS.
       SELECT OUTPUT-BOXES ASSIGN TO DYNAMIC WS-BOXES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BOXES-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-OWNERS ASSIGN TO DYNAMIC WS-OWNERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OWNERS-STATUS.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT CHANGE-HISTORY-FILE
       ASSIGN TO DYNAMIC WS-CHANGE-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-HISTORY-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD BOXES-FILE.
       01 BOX-RECORD.
           COPY "safe-deposit-boxes.cpy".
       FD OUTPUT-BOXES.
       01 OUTPUT-BOX-RECORD.
           COPY "safe-deposit-boxes.cpy"
               REPLACING LEADING ==SB-== BY ==SB-OUT-==.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-OWNERS.
       01 OWNER-RECORD.
           COPY "account-owners.cpy".
       FD INPUT-REQUESTS.
       01 MAINT-REQUEST.
           02 maint-action              PIC X(1).
           02 maint-requested-by        PIC X(8).
           02 maint-reg-nr              PIC X(4).
           02 maint-box-number          PIC X(6).
           02 maint-size                PIC X(1).
           02 maint-renter              PIC X(10) OCCURS 2 TIMES.
           02 maint-fee-account         PIC X(20).
           02 maint-key-count           PIC X(1).
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
       01 EOF-BOXES                     PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-OWNERS                    PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-BOXES-STATUS               PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-OWNERS-STATUS              PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-CHANGE-HISTORY-STATUS      PIC XX VALUE "00".

       01 BOX-ARRAY-MAX                 PIC 9(4) VALUE 2000.
       01 BOX-ARRAY                     OCCURS 2000 TIMES
                                        INDEXED BY idx-box.
           COPY "safe-deposit-boxes.cpy"
               REPLACING LEADING ==SB-== BY ==SB-ARR-==.
       01 box-count                     PIC 9(4) VALUE ZEROES.
       01 box-slot                      PIC 9(4) VALUE ZEROES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.
       01 account-slot                  PIC 9(4) VALUE ZEROES.

       01 OWNER-ARRAY-MAX               PIC 9(4) VALUE 2000.
       01 OWNER-ARRAY                   OCCURS 2000 TIMES
                                        INDEXED BY idx-own.
           COPY "account-owners.cpy"
               REPLACING LEADING ==AO-== BY ==AO-ARR-==.
       01 owner-count                   PIC 9(4) VALUE ZEROES.

      * The box as it will look once the request is applied - built
      * from the row on file and the request's filled-in fields, and
      * validated as a whole before it replaces the row.
       01 new-size                      PIC X(1) VALUE SPACES.
       01 new-renter                    PIC X(10) VALUE SPACES
                                        OCCURS 2 TIMES.
       01 new-fee-account               PIC X(20) VALUE SPACES.
       01 new-key-count                 PIC 9(1) VALUE ZEROES.

       01 request-valid                 PIC X VALUE "N".
       01 reject-reason                 PIC X(40) VALUE SPACES.
       01 account-owned                 PIC X VALUE "N".
       01 CH-ACTION-TEXT                PIC X(12) VALUE SPACES.
       01 boxes-present                 PIC X VALUE "N".
       01 requests-read                 PIC X VALUE "N".
       01 register-changed              PIC X VALUE "N".
       01 amount-display                PIC Z(6)9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-BOXES-FILENAME
           PIC X(100) VALUE "safe-deposit-boxes.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-OWNERS-FILENAME
           PIC X(100) VALUE "account-owners.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "safe-deposit-requests.txt".
       01 WS-REQUESTS-DONE-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-CHANGE-HISTORY-FILENAME
           PIC X(100) VALUE "safe-deposit-change-history.txt".

      * Safe rewrite-and-swap of the box register, same pattern as
      * NEMKMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-BOXES-FILENAME FROM ENVIRONMENT "SAFE_DEPOSIT_FILE"
       IF WS-BOXES-FILENAME = SPACES
           MOVE "safe-deposit-boxes.txt" TO WS-BOXES-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-OWNERS-FILENAME FROM ENVIRONMENT "ACCOUNT_OWNERS_FILE"
       IF WS-OWNERS-FILENAME = SPACES
           MOVE "account-owners.txt" TO WS-OWNERS-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "SAFE_DEPOSIT_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "safe-deposit-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-CHANGE-HISTORY-FILENAME
           FROM ENVIRONMENT "SAFE_DEPOSIT_CHANGE_HISTORY_FILE"
       IF WS-CHANGE-HISTORY-FILENAME = SPACES
           MOVE "safe-deposit-change-history.txt"
               TO WS-CHANGE-HISTORY-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

      * Requests are the only input that changes anything - without
      * them there is nothing to do.
       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "BOXMAINT: no " FUNCTION TRIM(WS-REQUESTS-FILENAME)
               " on file, nothing to do"
           STOP RUN
       END-IF
       IF WS-REQUESTS-STATUS NOT = "00"
           DISPLAY "BOXMAINT: cannot open " WS-REQUESTS-FILENAME
               ", file status " WS-REQUESTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "BOXMAINT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No register yet is a normal state - the first rental starts
      * it.
       PERFORM LOAD-BOXES
       IF WS-BOXES-STATUS NOT = "35"
           MOVE "Y" TO boxes-present
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "BOXMAINT: cannot open " WS-ACCOUNTS-FILENAME
               ", file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.

       PERFORM LOAD-OWNERS.

       OPEN EXTEND CHANGE-HISTORY-FILE
       IF WS-CHANGE-HISTORY-STATUS = "35"
           OPEN OUTPUT CHANGE-HISTORY-FILE
       END-IF
       IF WS-CHANGE-HISTORY-STATUS NOT = "00"
           DISPLAY "BOXMAINT: cannot open "
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
                       WHEN "U"
                           PERFORM RENT-BOX
                       WHEN "R"
                           PERFORM CHANGE-BOX
                       WHEN "O"
                           PERFORM TERMINATE-BOX
                       WHEN OTHER
                           ADD 1 TO rejected-count
                           DISPLAY "BOXMAINT: unknown action '"
                               maint-action "' for box "
                               maint-reg-nr "/" maint-box-number
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE INPUT-REQUESTS
       MOVE "Y" TO requests-read

       CLOSE CHANGE-HISTORY-FILE.

       IF register-changed = "Y"
           PERFORM REWRITE-BOX-REGISTER
       END-IF

       IF requests-read = "Y"
           PERFORM RETIRE-REQUESTS-FILE
       END-IF

       DISPLAY "BOXMAINT: " applied-count " change(s) applied, "
           rejected-count " rejected."

       IF rejected-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-BOXES.
           OPEN INPUT BOXES-FILE
           IF WS-BOXES-STATUS = "35"
               MOVE "Y" TO EOF-BOXES
           ELSE
               IF WS-BOXES-STATUS NOT = "00"
                   DISPLAY "BOXMAINT: cannot open "
                       WS-BOXES-FILENAME ", file status "
                       WS-BOXES-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL EOF-BOXES = "Y"
                   READ BOXES-FILE INTO BOX-RECORD
                       AT END
                           MOVE "Y" TO EOF-BOXES
                       NOT AT END
                           IF box-count >= BOX-ARRAY-MAX
                               DISPLAY "BOXMAINT: "
                                   WS-BOXES-FILENAME
                                   " has more rows than BOX-ARRAY"
                                   " can hold - stopping"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO box-count
                           MOVE BOX-RECORD TO BOX-ARRAY(box-count)
                   END-READ
               END-PERFORM
               CLOSE BOXES-FILE
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
                       DISPLAY "BOXMAINT: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "BOXMAINT: error reading "
                   WS-ACCOUNTS-FILENAME ", file status "
                   WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * Without account-owners.txt every account has just the one
      * owner its own row names.
       LOAD-OWNERS.
           OPEN INPUT INPUT-OWNERS
           IF WS-OWNERS-STATUS = "00"
               PERFORM UNTIL EOF-OWNERS = "Y"
                   READ INPUT-OWNERS INTO OWNER-RECORD
                       AT END
                           MOVE "Y" TO EOF-OWNERS
                       NOT AT END
                           IF owner-count < OWNER-ARRAY-MAX
                               ADD 1 TO owner-count
                               MOVE OWNER-RECORD
                                   TO OWNER-ARRAY(owner-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-OWNERS
           END-IF.
       EXIT.

       FIND-BOX.
           MOVE ZEROES TO box-slot
           SET idx-box TO 1
           SEARCH BOX-ARRAY
               AT END
                   CONTINUE
               WHEN idx-box > box-count
                   CONTINUE
               WHEN SB-ARR-REG-NR OF BOX-ARRAY(idx-box) = maint-reg-nr
                   AND SB-ARR-BOX-NUMBER OF BOX-ARRAY(idx-box)
                       = maint-box-number
                   SET box-slot TO idx-box
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
                       = new-fee-account
                   SET account-slot TO idx-acct
           END-SEARCH.
       EXIT.

      * Rent is drawn from the renters' own money only: the account
      * must be open and one of the renters must own or co-own it.
       VALIDATE-BOX.
           MOVE "Y" TO request-valid
           MOVE SPACES TO reject-reason

           IF new-size NOT = "S" AND new-size NOT = "M"
                   AND new-size NOT = "L"
               MOVE "N" TO request-valid
               MOVE "UKENDT BOKSSTOERRELSE" TO reject-reason
           ELSE
           IF new-renter(1) = SPACES
               MOVE "N" TO request-valid
               MOVE "LEJER MANGLER" TO reject-reason
           ELSE
           IF new-renter(2) = new-renter(1)
               MOVE "N" TO request-valid
               MOVE "SAMME LEJER TO GANGE" TO reject-reason
           ELSE
           IF new-key-count = ZEROES
               MOVE "N" TO request-valid
               MOVE "UGYLDIGT ANTAL NOEGLER" TO reject-reason
           END-IF
           END-IF
           END-IF
           END-IF

           IF request-valid = "Y"
               PERFORM FIND-ACCOUNT
               IF account-slot = ZEROES
                   MOVE "N" TO request-valid
                   MOVE "UKENDT LEJEKONTO" TO reject-reason
               ELSE
               IF account-status OF ACCOUNT-ARRAY(account-slot)
                       NOT = "O"
                   MOVE "N" TO request-valid
                   MOVE "LEJEKONTOEN ER IKKE AABEN" TO reject-reason
               ELSE
                   PERFORM CHECK-ACCOUNT-OWNED
                   IF account-owned = "N"
                       MOVE "N" TO request-valid
                       MOVE "LEJEKONTOEN EJES IKKE AF LEJER"
                           TO reject-reason
                   END-IF
               END-IF
               END-IF
           END-IF.
       EXIT.

       CHECK-ACCOUNT-OWNED.
           MOVE "N" TO account-owned
           IF client-id OF ACCOUNT-ARRAY(account-slot) = new-renter(1)
               OR (new-renter(2) NOT = SPACES
                   AND client-id OF ACCOUNT-ARRAY(account-slot)
                       = new-renter(2))
               MOVE "Y" TO account-owned
           END-IF
           PERFORM VARYING idx-own FROM 1 BY 1
                   UNTIL idx-own > owner-count OR account-owned = "Y"
               IF AO-ARR-ACCOUNT-NUMBER OF OWNER-ARRAY(idx-own)
                       = new-fee-account
                   AND (AO-ARR-CLIENT-ID OF OWNER-ARRAY(idx-own)
                           = new-renter(1)
                       OR (new-renter(2) NOT = SPACES
                           AND AO-ARR-CLIENT-ID OF OWNER-ARRAY(idx-own)
                               = new-renter(2)))
                   MOVE "Y" TO account-owned
               END-IF
           END-PERFORM.
       EXIT.

      * Key count from the request, or two keys when left blank.
       TAKE-KEY-COUNT.
           IF maint-key-count NOT = SPACES
               IF maint-key-count IS NUMERIC
                   MOVE maint-key-count TO new-key-count
               ELSE
                   MOVE ZEROES TO new-key-count
               END-IF
           END-IF.
       EXIT.

      * A box new to the register is added; a vacant one on file is
      * let again. Rent for the first year falls due today.
       RENT-BOX.
           PERFORM FIND-BOX
           MOVE maint-size TO new-size
           IF new-size = SPACES AND box-slot NOT = ZEROES
               MOVE SB-ARR-SIZE OF BOX-ARRAY(box-slot) TO new-size
           END-IF
           MOVE maint-renter(1) TO new-renter(1)
           MOVE maint-renter(2) TO new-renter(2)
           MOVE maint-fee-account TO new-fee-account
           MOVE 2 TO new-key-count
           PERFORM TAKE-KEY-COUNT
           PERFORM VALIDATE-BOX
           IF request-valid = "Y" AND box-slot NOT = ZEROES
               IF SB-ARR-STATUS OF BOX-ARRAY(box-slot) = "A"
                   MOVE "N" TO request-valid
                   MOVE "BOKSEN ER ALLEREDE UDLEJET" TO reject-reason
               END-IF
           END-IF
           IF request-valid = "Y" AND box-slot = ZEROES
               IF maint-reg-nr = SPACES OR maint-box-number = SPACES
                   MOVE "N" TO request-valid
                   MOVE "REG-NR ELLER BOKSNUMMER MANGLER"
                       TO reject-reason
               ELSE
               IF box-count >= BOX-ARRAY-MAX
                   MOVE "N" TO request-valid
                   MOVE "BOX-ARRAY ER FULD" TO reject-reason
               END-IF
               END-IF
           END-IF
           IF request-valid = "N"
               PERFORM REJECT-REQUEST
           ELSE
               IF box-slot = ZEROES
                   ADD 1 TO box-count
                   MOVE box-count TO box-slot
               END-IF
               MOVE SPACES TO BOX-ARRAY(box-slot)
               MOVE maint-reg-nr
                   TO SB-ARR-REG-NR OF BOX-ARRAY(box-slot)
               MOVE maint-box-number
                   TO SB-ARR-BOX-NUMBER OF BOX-ARRAY(box-slot)
               MOVE "A" TO SB-ARR-STATUS OF BOX-ARRAY(box-slot)
               MOVE WS-TODAY TO SB-ARR-START-DATE OF BOX-ARRAY(box-slot)
               MOVE WS-TODAY
                   TO SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(box-slot)
               MOVE ZEROES TO SB-ARR-RENT-DUE OF BOX-ARRAY(box-slot)
               PERFORM STORE-NEW-BOX-FIELDS
               MOVE "UDLEJET" TO CH-ACTION-TEXT
               PERFORM ACCEPT-CHANGE
           END-IF.
       EXIT.

      * Only a rented box can be changed; fields left blank keep
      * what is on file, and "-" as second renter takes the second
      * renter off the box.
       CHANGE-BOX.
           PERFORM FIND-BOX
           IF box-slot = ZEROES
               MOVE "UKENDT BOKS" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
           IF SB-ARR-STATUS OF BOX-ARRAY(box-slot) NOT = "A"
               MOVE "BOKSEN ER IKKE UDLEJET" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
               MOVE SB-ARR-SIZE OF BOX-ARRAY(box-slot) TO new-size
               MOVE SB-ARR-RENTER-CLIENT-ID OF BOX-ARRAY(box-slot, 1)
                   TO new-renter(1)
               MOVE SB-ARR-RENTER-CLIENT-ID OF BOX-ARRAY(box-slot, 2)
                   TO new-renter(2)
               MOVE SB-ARR-FEE-ACCOUNT OF BOX-ARRAY(box-slot)
                   TO new-fee-account
               MOVE SB-ARR-KEY-COUNT OF BOX-ARRAY(box-slot)
                   TO new-key-count
               IF maint-size NOT = SPACES
                   MOVE maint-size TO new-size
               END-IF
               IF maint-renter(1) NOT = SPACES
                   MOVE maint-renter(1) TO new-renter(1)
               END-IF
               IF maint-renter(2) = "-"
                   MOVE SPACES TO new-renter(2)
               ELSE
               IF maint-renter(2) NOT = SPACES
                   MOVE maint-renter(2) TO new-renter(2)
               END-IF
               END-IF
               IF maint-fee-account NOT = SPACES
                   MOVE maint-fee-account TO new-fee-account
               END-IF
               PERFORM TAKE-KEY-COUNT
               PERFORM VALIDATE-BOX
               IF request-valid = "N"
                   PERFORM REJECT-REQUEST
               ELSE
                   PERFORM STORE-NEW-BOX-FIELDS
                   MOVE "AENDRET" TO CH-ACTION-TEXT
                   PERFORM ACCEPT-CHANGE
               END-IF
           END-IF
           END-IF.
       EXIT.

      * The box stays on file as vacant. Rent still owed at the
      * termination is settled over the counter, not by this run -
      * the history line says how much was outstanding.
       TERMINATE-BOX.
           PERFORM FIND-BOX
           IF box-slot = ZEROES
               MOVE "UKENDT BOKS" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
           IF SB-ARR-STATUS OF BOX-ARRAY(box-slot) NOT = "A"
               MOVE "BOKSEN ER IKKE UDLEJET" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
               MOVE SPACES TO reject-reason
               IF SB-ARR-RENT-DUE OF BOX-ARRAY(box-slot) > ZEROES
                   MOVE SB-ARR-RENT-DUE OF BOX-ARRAY(box-slot)
                       TO amount-display
                   STRING "UBETALT LEJE " DELIMITED BY SIZE
                       FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                       INTO reject-reason
               END-IF
               MOVE SB-ARR-RENTER-CLIENT-ID OF BOX-ARRAY(box-slot, 1)
                   TO new-renter(1)
               MOVE SB-ARR-RENTER-CLIENT-ID OF BOX-ARRAY(box-slot, 2)
                   TO new-renter(2)
               MOVE SB-ARR-FEE-ACCOUNT OF BOX-ARRAY(box-slot)
                   TO new-fee-account
               MOVE "L" TO SB-ARR-STATUS OF BOX-ARRAY(box-slot)
               MOVE SPACES
                   TO SB-ARR-RENTER-CLIENT-ID OF BOX-ARRAY(box-slot, 1)
               MOVE SPACES
                   TO SB-ARR-RENTER-CLIENT-ID OF BOX-ARRAY(box-slot, 2)
               MOVE SPACES TO SB-ARR-FEE-ACCOUNT OF BOX-ARRAY(box-slot)
               MOVE SPACES
                   TO SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(box-slot)
               MOVE ZEROES TO SB-ARR-RENT-DUE OF BOX-ARRAY(box-slot)
               MOVE SPACES
                   TO SB-ARR-DUNNING-STAGE OF BOX-ARRAY(box-slot)
               MOVE SPACES
                   TO SB-ARR-DUNNING-DATE OF BOX-ARRAY(box-slot)
               MOVE "OPSAGT" TO CH-ACTION-TEXT
               PERFORM ACCEPT-CHANGE
           END-IF
           END-IF.
       EXIT.

       STORE-NEW-BOX-FIELDS.
           MOVE new-size TO SB-ARR-SIZE OF BOX-ARRAY(box-slot)
           MOVE new-renter(1)
               TO SB-ARR-RENTER-CLIENT-ID OF BOX-ARRAY(box-slot, 1)
           MOVE new-renter(2)
               TO SB-ARR-RENTER-CLIENT-ID OF BOX-ARRAY(box-slot, 2)
           MOVE new-fee-account
               TO SB-ARR-FEE-ACCOUNT OF BOX-ARRAY(box-slot)
           MOVE new-key-count
               TO SB-ARR-KEY-COUNT OF BOX-ARRAY(box-slot).
       EXIT.

       ACCEPT-CHANGE.
           MOVE "Y" TO register-changed
           ADD 1 TO applied-count
           PERFORM WRITE-CHANGE-LINE.
       EXIT.

       REJECT-REQUEST.
           ADD 1 TO rejected-count
           MOVE maint-renter(1) TO new-renter(1)
           MOVE maint-renter(2) TO new-renter(2)
           MOVE maint-fee-account TO new-fee-account
           MOVE "AFVIST" TO CH-ACTION-TEXT
           PERFORM WRITE-CHANGE-LINE
           DISPLAY "BOXMAINT: request rejected, "
               FUNCTION TRIM(reject-reason) " for box "
               maint-reg-nr "/" FUNCTION TRIM(maint-box-number).
       EXIT.

      * One audit line per change with the requester's id, same
      * run-at= key/value shape as NEMKMAINT's change history.
       WRITE-CHANGE-LINE.
           MOVE SPACES TO CH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " requested-by=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-requested-by) DELIMITED BY SIZE
               " box=" DELIMITED BY SIZE
               maint-reg-nr DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(maint-box-number) DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-ACTION-TEXT) DELIMITED BY SIZE
               " renters=" DELIMITED BY SIZE
               FUNCTION TRIM(new-renter(1)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(new-renter(2)) DELIMITED BY SIZE
               " account=" DELIMITED BY SIZE
               FUNCTION TRIM(new-fee-account) DELIMITED BY SIZE
               " reason=" DELIMITED BY SIZE
               FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
               INTO CH-INFO
           WRITE CHANGE-HISTORY-LINE.
       EXIT.

       REWRITE-BOX-REGISTER.
           MOVE WS-BOXES-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-BOXES-FILENAME

           OPEN OUTPUT OUTPUT-BOXES
           IF WS-BOXES-STATUS NOT = "00"
               DISPLAY "BOXMAINT: cannot open " WS-BOXES-FILENAME
                   " for rewrite, file status " WS-BOXES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-box FROM 1 BY 1
                   UNTIL idx-box > box-count
               MOVE BOX-ARRAY(idx-box) TO OUTPUT-BOX-RECORD
               WRITE OUTPUT-BOX-RECORD
           END-PERFORM
           CLOSE OUTPUT-BOXES

           PERFORM VERIFY-NEW-BOXES-FILE
           MOVE swap-master-name TO WS-BOXES-FILENAME
           PERFORM SWAP-OR-PLACE-BOXES.
       EXIT.

       VERIFY-NEW-BOXES-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT BOXES-FILE
           IF WS-BOXES-STATUS NOT = "00"
               DISPLAY "BOXMAINT: cannot re-open new register for "
                   "verification, file status " WS-BOXES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ BOXES-FILE INTO BOX-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE BOXES-FILE
           IF verify-count NOT = box-count
               DISPLAY "BOXMAINT: new register FAILED verification ("
                   verify-count "/" box-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * The first rental ever has no register to move aside; the new
      * file is simply renamed into place.
       SWAP-OR-PLACE-BOXES.
           MOVE "N" TO swap-failed
           IF boxes-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "BOXMAINT: cannot move "
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
      * moved aside so tomorrow's run does not let the same box a
      * second time.
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
               DISPLAY "BOXMAINT: cannot move "
                   FUNCTION TRIM(WS-REQUESTS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-REQUESTS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

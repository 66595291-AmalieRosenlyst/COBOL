      * Formål: Register over sikkerheder for udlaan. loan-master.txt
      *    siger hvad kunden skylder, men intet sagde hvad der
      *    sikrer det - pantebreve, biler og pantsatte
      *    indlaanskonti laa paa papir i filialen. Registret
      *    (collateral-register.txt) vedligeholdes her ud fra en
      *    anmodningsfil - "A" = registrer sikkerhed (type,
      *    vurdering, vurderingsdato, prioritet), "V" = ny
      *    vurdering, "R" = frigiv (raekken bliver staaende som
      *    dokumentation) - med revisionsspor i
      *    collateral-history.txt. En pantsat indlaanskonto (type
      *    "D") spaerres for haevning ad samme vej som de retslige
      *    spaerringer: koerslen opretter, justerer og ophaever en
      *    raekke i legal-holds.txt med sagsreference "PANT-" plus
      *    sikkerhedens id, saa hold-check.cpy og ACCTCLOSE
      *    behandler den som enhver anden spaerring.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-COLLATERAL ASSIGN TO DYNAMIC WS-COLLATERAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COLLATERAL-STATUS.
       SELECT OUTPUT-COLLATERAL
       ASSIGN TO DYNAMIC WS-COLLATERAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COLLATERAL-STATUS.
       SELECT INPUT-HOLDS ASSIGN TO DYNAMIC WS-LEGAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEGAL-STATUS.
       SELECT OUTPUT-HOLDS ASSIGN TO DYNAMIC WS-LEGAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEGAL-STATUS.
       SELECT INPUT-LOANS ASSIGN TO DYNAMIC WS-LOANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOANS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
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
       FD INPUT-COLLATERAL.
       01 COLLATERAL-RECORD.
           COPY "collateral.cpy".
       FD OUTPUT-COLLATERAL.
       01 OUTPUT-COLLATERAL-RECORD.
           COPY "collateral.cpy"
               REPLACING LEADING ==CL-== BY ==CL-OUT-==.
       FD INPUT-HOLDS.
       01 LEGAL-HOLD-RECORD.
           COPY "legal-holds.cpy".
       FD OUTPUT-HOLDS.
       01 OUTPUT-HOLD-RECORD.
           COPY "legal-holds.cpy"
               REPLACING LEADING ==LH-== BY ==LH-OUT-==.
       FD INPUT-LOANS.
       01 LOAN-RECORD.
           COPY "loan-master.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-REQUESTS.
       01 MAINT-REQUEST.
           02 maint-action              PIC X(1).
           02 maint-requested-by        PIC X(8).
           02 maint-collateral-id       PIC X(10).
           02 maint-loan-account        PIC X(20).
           02 maint-type                PIC X(1).
           02 maint-description         PIC X(30).
           02 maint-valuation           PIC 9(9)V99.
           02 maint-valuation-date      PIC X(8).
           02 maint-priority            PIC 9(2).
           02 maint-pledged-account     PIC X(20).
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
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-HOLDS                     PIC X VALUE "N".
       01 EOF-LOANS                     PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-COLLATERAL-STATUS          PIC XX VALUE "00".
       01 WS-LEGAL-STATUS               PIC XX VALUE "00".
       01 WS-LOANS-STATUS               PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-CHANGE-HISTORY-STATUS      PIC XX VALUE "00".

       01 COLLATERAL-ARRAY-MAX          PIC 9(4) VALUE 1000.
       01 COLLATERAL-ARRAY              OCCURS 1000 TIMES
                                        INDEXED BY idx-coll.
           COPY "collateral.cpy"
               REPLACING LEADING ==CL-== BY ==CL-ARR-==.
       01 collateral-count              PIC 9(4) VALUE ZEROES.

       01 HOLD-ARRAY-MAX                PIC 9(4) VALUE 500.
       01 HOLD-ARRAY                    OCCURS 500 TIMES
                                        INDEXED BY idx-hold.
           COPY "legal-holds.cpy"
               REPLACING LEADING ==LH-== BY ==LH-ARR-==.
       01 hold-count                    PIC 9(4) VALUE ZEROES.
       01 holds-changed                 PIC X VALUE "N".

       01 LOAN-ACCOUNT-MAX              PIC 9(4) VALUE 500.
       01 LOAN-ACCOUNT-ARRAY            OCCURS 500 TIMES
                                        INDEXED BY idx-loan.
           02 LNA-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
       01 loan-count                    PIC 9(4) VALUE ZEROES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 found-slot                    PIC 9(4) VALUE ZEROES.
       01 hold-slot                     PIC 9(4) VALUE ZEROES.
       01 request-ok                    PIC X VALUE "Y".
       01 pledge-case-ref               PIC X(15) VALUE SPACES.
       01 pledge-amount                 PIC 9(7)V99 VALUE ZEROES.
       01 CH-ACTION-TEXT                PIC X(12) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-COLLATERAL-FILENAME
           PIC X(100) VALUE "collateral-register.txt".
       01 WS-LEGAL-FILENAME
           PIC X(100) VALUE "legal-holds.txt".
       01 WS-LOANS-FILENAME
           PIC X(100) VALUE "loan-master.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "collateral-requests.txt".
       01 WS-CHANGE-HISTORY-FILENAME
           PIC X(100) VALUE "collateral-history.txt".

      * Safe rewrite-and-swap of both registers, same pattern as the
      * other rewriters.
           COPY "safe-swap-fields.cpy".
       01 register-existed              PIC X VALUE "Y".
       01 holds-existed                 PIC X VALUE "Y".

      * Batch control totals
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-COLLATERAL-FILENAME
           FROM ENVIRONMENT "COLLATERAL_REGISTER_FILE"
       IF WS-COLLATERAL-FILENAME = SPACES
           MOVE "collateral-register.txt" TO WS-COLLATERAL-FILENAME
       END-IF

       ACCEPT WS-LEGAL-FILENAME FROM ENVIRONMENT "LEGAL_HOLDS_FILE"
       IF WS-LEGAL-FILENAME = SPACES
           MOVE "legal-holds.txt" TO WS-LEGAL-FILENAME
       END-IF

       ACCEPT WS-LOANS-FILENAME FROM ENVIRONMENT "LOAN_MASTER_FILE"
       IF WS-LOANS-FILENAME = SPACES
           MOVE "loan-master.txt" TO WS-LOANS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "COLLATERAL_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "collateral-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-CHANGE-HISTORY-FILENAME
           FROM ENVIRONMENT "COLLATERAL_HISTORY_FILE"
       IF WS-CHANGE-HISTORY-FILENAME = SPACES
           MOVE "collateral-history.txt" TO WS-CHANGE-HISTORY-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

       MOVE "COLLMAINT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No collateral on file yet is a normal state - the first
      * registration creates the register.
       OPEN INPUT INPUT-COLLATERAL
       IF WS-COLLATERAL-STATUS = "00"
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-COLLATERAL INTO COLLATERAL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF collateral-count >= COLLATERAL-ARRAY-MAX
                           DISPLAY "COLLMAINT: COLLATERAL-ARRAY is "
                               "full, cannot load more of "
                               WS-COLLATERAL-FILENAME
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO collateral-count
                           MOVE COLLATERAL-RECORD
                               TO COLLATERAL-ARRAY(collateral-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-COLLATERAL
       ELSE
           IF WS-COLLATERAL-STATUS NOT = "35"
               DISPLAY "COLLMAINT: cannot open "
                   WS-COLLATERAL-FILENAME ", file status "
                   WS-COLLATERAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO register-existed
       END-IF

       OPEN INPUT INPUT-HOLDS
       IF WS-LEGAL-STATUS = "00"
           PERFORM UNTIL EOF-HOLDS = "Y"
               READ INPUT-HOLDS INTO LEGAL-HOLD-RECORD
                   AT END
                       MOVE "Y" TO EOF-HOLDS
                   NOT AT END
                       IF hold-count >= HOLD-ARRAY-MAX
                           DISPLAY "COLLMAINT: HOLD-ARRAY is full, "
                               "cannot load more of "
                               WS-LEGAL-FILENAME
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO hold-count
                       MOVE LEGAL-HOLD-RECORD TO HOLD-ARRAY(hold-count)
               END-READ
           END-PERFORM
           CLOSE INPUT-HOLDS
       ELSE
           IF WS-LEGAL-STATUS NOT = "35"
               DISPLAY "COLLMAINT: cannot open " WS-LEGAL-FILENAME
                   ", file status " WS-LEGAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO holds-existed
       END-IF

       OPEN INPUT INPUT-LOANS
       IF WS-LOANS-STATUS = "00"
           PERFORM UNTIL EOF-LOANS = "Y"
               READ INPUT-LOANS INTO LOAN-RECORD
                   AT END
                       MOVE "Y" TO EOF-LOANS
                   NOT AT END
                       IF loan-count < LOAN-ACCOUNT-MAX
                           ADD 1 TO loan-count
                           MOVE LN-ACCOUNT-NUMBER
                               TO LNA-ACCOUNT-NUMBER(loan-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-LOANS
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "COLLMAINT: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.

       OPEN EXTEND CHANGE-HISTORY-FILE
       IF WS-CHANGE-HISTORY-STATUS = "35"
           OPEN OUTPUT CHANGE-HISTORY-FILE
       END-IF
       IF WS-CHANGE-HISTORY-STATUS NOT = "00"
           DISPLAY "COLLMAINT: cannot open "
               WS-CHANGE-HISTORY-FILENAME ", file status "
               WS-CHANGE-HISTORY-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "00"
           PERFORM UNTIL END-OF-REQUESTS = "Y"
               READ INPUT-REQUESTS INTO MAINT-REQUEST
                   AT END
                       MOVE "Y" TO END-OF-REQUESTS
                   NOT AT END
                       EVALUATE maint-action
                           WHEN "A"
                               PERFORM ADD-COLLATERAL
                           WHEN "V"
                               PERFORM REVALUE-COLLATERAL
                           WHEN "R"
                               PERFORM RELEASE-COLLATERAL
                           WHEN OTHER
                               ADD 1 TO rejected-count
                               DISPLAY "COLLMAINT: unknown action '"
                                   maint-action "' for collateral "
                                   maint-collateral-id
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
       ELSE
           IF WS-REQUESTS-STATUS NOT = "35"
               DISPLAY "COLLMAINT: cannot open " WS-REQUESTS-FILENAME
                   ", file status " WS-REQUESTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       CLOSE CHANGE-HISTORY-FILE.

       IF applied-count > 0
           PERFORM REWRITE-COLLATERAL-REGISTER
       END-IF
       IF holds-changed = "Y"
           PERFORM REWRITE-LEGAL-HOLDS
       END-IF

       DISPLAY "COLLMAINT: " applied-count " change(s) applied, "
           rejected-count " rejected."

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
                       DISPLAY "COLLMAINT: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "COLLMAINT: error reading "
                   WS-ACCOUNTS-FILENAME ", file status "
                   WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

       FIND-ACTIVE-COLLATERAL.
           MOVE ZEROES TO found-slot
           SET idx-coll TO 1
           SEARCH COLLATERAL-ARRAY
               AT END
                   CONTINUE
               WHEN CL-ARR-COLLATERAL-ID OF COLLATERAL-ARRAY(idx-coll)
                       = maint-collateral-id
                   AND CL-ARR-STATUS OF COLLATERAL-ARRAY(idx-coll)
                       = "A"
                   SET found-slot TO idx-coll
           END-SEARCH.
       EXIT.

      * The pledge hold in legal-holds.txt for the collateral in
      * maint-collateral-id: case ref "PANT-" plus the id.
       FIND-PLEDGE-HOLD.
           MOVE SPACES TO pledge-case-ref
           STRING "PANT-" DELIMITED BY SIZE
               maint-collateral-id DELIMITED BY SIZE
               INTO pledge-case-ref
           MOVE ZEROES TO hold-slot
           SET idx-hold TO 1
           SEARCH HOLD-ARRAY
               AT END
                   CONTINUE
               WHEN LH-ARR-CASE-REF OF HOLD-ARRAY(idx-hold)
                       = pledge-case-ref
                   AND LH-ARR-STATUS OF HOLD-ARRAY(idx-hold) = "A"
                   SET hold-slot TO idx-hold
           END-SEARCH.
       EXIT.

      * The loan must be on loan-master.txt; a pledged deposit must
      * name an open account on account-info.txt.
       ADD-COLLATERAL.
           MOVE "Y" TO request-ok
           PERFORM FIND-ACTIVE-COLLATERAL
           IF found-slot NOT = ZEROES
               MOVE "N" TO request-ok
               DISPLAY "COLLMAINT: add rejected, collateral "
                   FUNCTION TRIM(maint-collateral-id)
                   " is already registered"
           END-IF
           IF request-ok = "Y"
               SET idx-loan TO 1
               SEARCH LOAN-ACCOUNT-ARRAY
                   AT END
                       MOVE "N" TO request-ok
                       DISPLAY "COLLMAINT: add rejected, loan "
                           FUNCTION TRIM(maint-loan-account)
                           " is not on " WS-LOANS-FILENAME
                   WHEN LNA-ACCOUNT-NUMBER(idx-loan)
                           = maint-loan-account
                       CONTINUE
               END-SEARCH
           END-IF
           IF request-ok = "Y"
               AND maint-type NOT = "E" AND maint-type NOT = "K"
               AND maint-type NOT = "D"
               MOVE "N" TO request-ok
               DISPLAY "COLLMAINT: add rejected, collateral type '"
                   maint-type "' is unknown"
           END-IF
           IF request-ok = "Y"
               AND (maint-valuation NOT NUMERIC
                   OR maint-valuation-date = SPACES)
               MOVE "N" TO request-ok
               DISPLAY "COLLMAINT: add rejected, collateral "
                   FUNCTION TRIM(maint-collateral-id)
                   " has no valuation"
           END-IF
           IF request-ok = "Y" AND maint-type = "D"
               MOVE "N" TO request-ok
               SET idx-acct TO 1
               SEARCH ACCOUNT-ARRAY
                   AT END
                       CONTINUE
                   WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                           = maint-pledged-account
                       IF account-status OF ACCOUNT-ARRAY(idx-acct)
                               = "O"
                           MOVE "Y" TO request-ok
                       END-IF
               END-SEARCH
               IF request-ok = "N"
                   DISPLAY "COLLMAINT: add rejected, pledged account "
                       FUNCTION TRIM(maint-pledged-account)
                       " is unknown or not open"
               END-IF
           END-IF
           IF request-ok = "Y"
               AND collateral-count >= COLLATERAL-ARRAY-MAX
               MOVE "N" TO request-ok
               DISPLAY "COLLMAINT: COLLATERAL-ARRAY is full, cannot "
                   "add collateral " maint-collateral-id
           END-IF

           IF request-ok = "N"
               ADD 1 TO rejected-count
           ELSE
               ADD 1 TO collateral-count
               MOVE maint-collateral-id TO CL-ARR-COLLATERAL-ID
                   OF COLLATERAL-ARRAY(collateral-count)
               MOVE maint-loan-account TO CL-ARR-LOAN-ACCOUNT
                   OF COLLATERAL-ARRAY(collateral-count)
               MOVE maint-type TO CL-ARR-TYPE
                   OF COLLATERAL-ARRAY(collateral-count)
               MOVE maint-description TO CL-ARR-DESCRIPTION
                   OF COLLATERAL-ARRAY(collateral-count)
               MOVE maint-valuation TO CL-ARR-VALUATION
                   OF COLLATERAL-ARRAY(collateral-count)
               MOVE maint-valuation-date TO CL-ARR-VALUATION-DATE
                   OF COLLATERAL-ARRAY(collateral-count)
               IF maint-priority NOT NUMERIC
                   OR maint-priority = ZEROES
                   MOVE 1 TO CL-ARR-PRIORITY
                       OF COLLATERAL-ARRAY(collateral-count)
               ELSE
                   MOVE maint-priority TO CL-ARR-PRIORITY
                       OF COLLATERAL-ARRAY(collateral-count)
               END-IF
               IF maint-type = "D"
                   MOVE maint-pledged-account TO CL-ARR-PLEDGED-ACCOUNT
                       OF COLLATERAL-ARRAY(collateral-count)
                   PERFORM PLACE-PLEDGE-HOLD
               ELSE
                   MOVE SPACES TO CL-ARR-PLEDGED-ACCOUNT
                       OF COLLATERAL-ARRAY(collateral-count)
               END-IF
               MOVE "A" TO CL-ARR-STATUS
                   OF COLLATERAL-ARRAY(collateral-count)
               ADD 1 TO applied-count
               MOVE "REGISTRERET" TO CH-ACTION-TEXT
               PERFORM WRITE-CHANGE-LINE
           END-IF.
       EXIT.

      * A new valuation replaces the old one; for a pledged deposit
      * the blocked amount follows the pledged value.
       REVALUE-COLLATERAL.
           PERFORM FIND-ACTIVE-COLLATERAL
           IF found-slot = ZEROES
               ADD 1 TO rejected-count
               DISPLAY "COLLMAINT: revaluation rejected, no active "
                   "collateral " FUNCTION TRIM(maint-collateral-id)
           ELSE
               IF maint-valuation NOT NUMERIC
                   OR maint-valuation-date = SPACES
                   ADD 1 TO rejected-count
                   DISPLAY "COLLMAINT: revaluation rejected, "
                       "collateral " FUNCTION TRIM(maint-collateral-id)
                       " has no valuation"
               ELSE
                   MOVE maint-valuation TO CL-ARR-VALUATION
                       OF COLLATERAL-ARRAY(found-slot)
                   MOVE maint-valuation-date TO CL-ARR-VALUATION-DATE
                       OF COLLATERAL-ARRAY(found-slot)
                   MOVE CL-ARR-LOAN-ACCOUNT
                       OF COLLATERAL-ARRAY(found-slot)
                       TO maint-loan-account
                   IF CL-ARR-TYPE OF COLLATERAL-ARRAY(found-slot) = "D"
                       PERFORM FIND-PLEDGE-HOLD
                       IF hold-slot NOT = ZEROES
                           PERFORM SET-PLEDGE-AMOUNT
                           MOVE pledge-amount TO LH-ARR-AMOUNT
                               OF HOLD-ARRAY(hold-slot)
                           MOVE "Y" TO holds-changed
                       END-IF
                   END-IF
                   ADD 1 TO applied-count
                   MOVE "NYVURDERET" TO CH-ACTION-TEXT
                   PERFORM WRITE-CHANGE-LINE
               END-IF
           END-IF.
       EXIT.

       RELEASE-COLLATERAL.
           PERFORM FIND-ACTIVE-COLLATERAL
           IF found-slot = ZEROES
               ADD 1 TO rejected-count
               DISPLAY "COLLMAINT: release rejected, no active "
                   "collateral " FUNCTION TRIM(maint-collateral-id)
           ELSE
               MOVE "R" TO CL-ARR-STATUS OF COLLATERAL-ARRAY(found-slot)
               MOVE CL-ARR-LOAN-ACCOUNT OF COLLATERAL-ARRAY(found-slot)
                   TO maint-loan-account
               MOVE CL-ARR-VALUATION OF COLLATERAL-ARRAY(found-slot)
                   TO maint-valuation
               IF CL-ARR-TYPE OF COLLATERAL-ARRAY(found-slot) = "D"
                   PERFORM FIND-PLEDGE-HOLD
                   IF hold-slot NOT = ZEROES
                       MOVE "R" TO LH-ARR-STATUS
                           OF HOLD-ARRAY(hold-slot)
                       MOVE "Y" TO holds-changed
                   END-IF
               END-IF
               ADD 1 TO applied-count
               MOVE "FRIGIVET" TO CH-ACTION-TEXT
               PERFORM WRITE-CHANGE-LINE
           END-IF.
       EXIT.

      * The blocked amount is the pledged value, capped at what a
      * legal-holds.txt amount can carry.
       SET-PLEDGE-AMOUNT.
           IF maint-valuation > 9999999.99
               MOVE 9999999.99 TO pledge-amount
           ELSE
               MOVE maint-valuation TO pledge-amount
           END-IF.
       EXIT.

       PLACE-PLEDGE-HOLD.
           PERFORM FIND-PLEDGE-HOLD
           PERFORM SET-PLEDGE-AMOUNT
           IF hold-slot = ZEROES
               IF hold-count >= HOLD-ARRAY-MAX
                   DISPLAY "COLLMAINT: HOLD-ARRAY is full, pledge on "
                       FUNCTION TRIM(maint-pledged-account)
                       " NOT blocked"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO hold-count
               MOVE hold-count TO hold-slot
               MOVE pledge-case-ref TO LH-ARR-CASE-REF
                   OF HOLD-ARRAY(hold-slot)
               MOVE WS-TODAY TO LH-ARR-START-DATE
                   OF HOLD-ARRAY(hold-slot)
               MOVE SPACES TO LH-ARR-EXPIRY-DATE
                   OF HOLD-ARRAY(hold-slot)
               MOVE "A" TO LH-ARR-STATUS OF HOLD-ARRAY(hold-slot)
           END-IF
           MOVE maint-pledged-account TO LH-ARR-ACCOUNT-NUMBER
               OF HOLD-ARRAY(hold-slot)
           MOVE pledge-amount TO LH-ARR-AMOUNT OF HOLD-ARRAY(hold-slot)
           MOVE "Y" TO holds-changed.
       EXIT.

       WRITE-CHANGE-LINE.
           MOVE SPACES TO CH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " requested-by=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-requested-by) DELIMITED BY SIZE
               " collateral=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-collateral-id) DELIMITED BY SIZE
               " loan=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-loan-account) DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-ACTION-TEXT) DELIMITED BY SIZE
               " valuation=" DELIMITED BY SIZE
               maint-valuation DELIMITED BY SIZE
               INTO CH-INFO
           WRITE CHANGE-HISTORY-LINE.
       EXIT.

       REWRITE-COLLATERAL-REGISTER.
           MOVE WS-COLLATERAL-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           IF register-existed = "Y"
               MOVE swap-new-name TO WS-COLLATERAL-FILENAME
           END-IF
           OPEN OUTPUT OUTPUT-COLLATERAL
           IF WS-COLLATERAL-STATUS NOT = "00"
               DISPLAY "COLLMAINT: cannot open "
                   WS-COLLATERAL-FILENAME " for rewrite, file status "
                   WS-COLLATERAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-coll FROM 1 BY 1
                   UNTIL idx-coll > collateral-count
               MOVE COLLATERAL-ARRAY(idx-coll)
                   TO OUTPUT-COLLATERAL-RECORD
               WRITE OUTPUT-COLLATERAL-RECORD
           END-PERFORM
           CLOSE OUTPUT-COLLATERAL

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-COLLATERAL
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-COLLATERAL INTO COLLATERAL-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-COLLATERAL
           IF verify-count NOT = collateral-count
               DISPLAY "COLLMAINT: new register FAILED verification ("
                   verify-count "/" collateral-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-COLLATERAL-FILENAME
           IF register-existed = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           END-IF.
       EXIT.

       REWRITE-LEGAL-HOLDS.
           MOVE WS-LEGAL-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           IF holds-existed = "Y"
               MOVE swap-new-name TO WS-LEGAL-FILENAME
           END-IF
           OPEN OUTPUT OUTPUT-HOLDS
           IF WS-LEGAL-STATUS NOT = "00"
               DISPLAY "COLLMAINT: cannot open " WS-LEGAL-FILENAME
                   " for rewrite, file status " WS-LEGAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-hold FROM 1 BY 1
                   UNTIL idx-hold > hold-count
               MOVE HOLD-ARRAY(idx-hold) TO OUTPUT-HOLD-RECORD
               WRITE OUTPUT-HOLD-RECORD
           END-PERFORM
           CLOSE OUTPUT-HOLDS

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-HOLDS
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-HOLDS INTO LEGAL-HOLD-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-HOLDS
           IF verify-count NOT = hold-count
               DISPLAY "COLLMAINT: new holds register FAILED "
                   "verification (" verify-count "/" hold-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-LEGAL-FILENAME
           IF holds-existed = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

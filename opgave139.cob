      * Formål: PSD2-samtykkeregistret (tpp-consents.txt). Kontooplys-
      *    nings- og betalingsinitieringsudbydere henter data og
      *    starter betalinger paa vegne af vores kunder, men vi havde
      *    intet sted at se hvilken udbyder kunden har bemyndiget,
      *    til hvilke konti eller hvor laenge. Registret vedligeholdes
      *    her ud fra en anmodningsfil i POAMAINT-stoebeformen:
      *    "A" = giv (eller forny) samtykke til en udbyder med omfang
      *    (saldi, posteringer, betalinger) og op til fem konti, som
      *    alle skal findes i account-info.txt, vaere aabne og ejes
      *    af kunden; udloebsdatoen er givet-datoen + 90 dage, og et
      *    aktivt samtykke til samme udbyder erstattes. "C" =
      *    kunden tilbagekalder. Hver koersel tilbagekalder derefter
      *    selv de samtykker hvis udloebsdato er passeret. Alle
      *    aendringer logges i tpp-consent-history.txt, og
      *    tpp-consent-report.txt viser pr. kunde de aktive samtykker
      *    i en form der kan sendes til kunden. En behandlet
      *    anmodningsfil omdoebes til <navn>.applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPCONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONSENT-FILE ASSIGN TO DYNAMIC WS-CONSENT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONSENT-STATUS.
       SELECT OUTPUT-CONSENTS ASSIGN TO DYNAMIC WS-CONSENT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONSENT-STATUS.
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
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CONSENT-FILE.
       01 CONSENT-RECORD.
           COPY "tpp-consents.cpy".
       FD OUTPUT-CONSENTS.
       01 OUTPUT-CONSENT-RECORD.
           COPY "tpp-consents.cpy"
               REPLACING LEADING ==TC-== BY ==TC-OUT-==.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-REQUESTS.
       01 MAINT-REQUEST.
           02 maint-action              PIC X(1).
           02 maint-requested-by        PIC X(8).
           02 maint-client-id           PIC X(10).
           02 maint-provider-id         PIC X(10).
           02 maint-provider-name       PIC X(30).
           02 maint-scope-balances      PIC X(1).
           02 maint-scope-transactions  PIC X(1).
           02 maint-scope-payments      PIC X(1).
           02 maint-account-number      PIC X(20) OCCURS 5 TIMES.
           02 maint-granted-date        PIC X(8).
       FD CHANGE-HISTORY-FILE.
       01 CHANGE-HISTORY-LINE.
           02 CH-INFO                   PIC X(150).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                      PIC X(100).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-CONSENTS                  PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-CONSENT-STATUS             PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-CHANGE-HISTORY-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 CONSENT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 CONSENT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-tc idx-prior.
           COPY "tpp-consents.cpy"
               REPLACING LEADING ==TC-== BY ==TC-ARR-==.
       01 consent-count                 PIC 9(4) VALUE ZEROES.
       01 consent-slot                  PIC 9(4) VALUE ZEROES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.
       01 account-slot                  PIC 9(4) VALUE ZEROES.

       01 idx-req-acct                  PIC 9(1) VALUE ZEROES.
       01 listed-accounts               PIC 9(1) VALUE ZEROES.
       01 lookup-account                PIC X(20) VALUE SPACES.
       01 request-valid                 PIC X VALUE "N".
       01 reject-reason                 PIC X(40) VALUE SPACES.
       01 CH-ACTION-TEXT                PIC X(12) VALUE SPACES.
       01 consent-present               PIC X VALUE "N".
       01 requests-read                 PIC X VALUE "N".
       01 register-changed              PIC X VALUE "N".
       01 client-listed-before          PIC X VALUE "N".

      * A consent runs 90 calendar days from the day it was given.
       01 CONSENT-VALID-DAYS            PIC 9(3) VALUE 90.
       01 granted-integer               PIC 9(8) VALUE ZEROES.
       01 expiry-date-num               PIC 9(8) VALUE ZEROES.
       01 grant-date                    PIC X(8) VALUE SPACES.

       01 scope-text                    PIC X(40) VALUE SPACES.
       01 scope-pointer                 PIC 9(3) VALUE ZEROES.
       01 account-text                  PIC X(90) VALUE SPACES.
       01 account-pointer               PIC 9(3) VALUE ZEROES.
       01 report-client-id              PIC X(10) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CONSENT-FILENAME
           PIC X(100) VALUE "tpp-consents.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "tpp-consent-requests.txt".
       01 WS-REQUESTS-DONE-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-CHANGE-HISTORY-FILENAME
           PIC X(100) VALUE "tpp-consent-history.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "tpp-consent-report.txt".

      * Safe rewrite-and-swap of the consent register, same pattern
      * as NEMKMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.
       01 expired-count                 PIC 9(6) VALUE ZEROES.
       01 active-count                  PIC 9(6) VALUE ZEROES.
       01 report-client-count           PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-CONSENT-FILENAME FROM ENVIRONMENT "TPP_CONSENTS_FILE"
       IF WS-CONSENT-FILENAME = SPACES
           MOVE "tpp-consents.txt" TO WS-CONSENT-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "TPP_CONSENT_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "tpp-consent-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-CHANGE-HISTORY-FILENAME
           FROM ENVIRONMENT "TPP_CONSENT_HISTORY_FILE"
       IF WS-CHANGE-HISTORY-FILENAME = SPACES
           MOVE "tpp-consent-history.txt"
               TO WS-CHANGE-HISTORY-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "TPP_CONSENT_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "tpp-consent-report.txt" TO WS-REPORT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

       MOVE "TPPCONS" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No register yet is a normal state - the first consent starts
      * it.
       PERFORM LOAD-CONSENTS
       IF WS-CONSENT-STATUS NOT = "35"
           MOVE "Y" TO consent-present
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "TPPCONS: cannot open " WS-ACCOUNTS-FILENAME
               ", file status " WS-ACCOUNTS-STATUS
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
           DISPLAY "TPPCONS: cannot open "
               WS-CHANGE-HISTORY-FILENAME ", file status "
               WS-CHANGE-HISTORY-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      * Requests are optional - without them the run only expires
      * what has run out and reprints the report.
       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "TPPCONS: no "
               FUNCTION TRIM(WS-REQUESTS-FILENAME) " on file, "
               "expiry check only"
       ELSE
           IF WS-REQUESTS-STATUS NOT = "00"
               DISPLAY "TPPCONS: cannot open "
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
                               PERFORM GRANT-CONSENT
                           WHEN "C"
                               PERFORM REVOKE-CONSENT
                           WHEN OTHER
                               ADD 1 TO rejected-count
                               DISPLAY "TPPCONS: unknown action '"
                                   maint-action "' for client "
                                   maint-client-id
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
           MOVE "Y" TO requests-read
       END-IF

      * Consents past their expiry date are revoked by the bank; the
      * provider's access stops with them.
       PERFORM VARYING idx-tc FROM 1 BY 1
               UNTIL idx-tc > consent-count
           IF TC-ARR-STATUS OF CONSENT-ARRAY(idx-tc) = "A"
                   AND TC-ARR-EXPIRY-DATE OF CONSENT-ARRAY(idx-tc)
                       < WS-TODAY
               SET consent-slot TO idx-tc
               PERFORM EXPIRE-CONSENT
           END-IF
       END-PERFORM

       CLOSE CHANGE-HISTORY-FILE.

       IF register-changed = "Y"
           PERFORM REWRITE-CONSENT-REGISTER
       END-IF

       IF requests-read = "Y"
           PERFORM RETIRE-REQUESTS-FILE
       END-IF

       PERFORM WRITE-CONSENT-REPORT

       DISPLAY "TPPCONS: " applied-count " change(s) applied, "
           expired-count " expired, " rejected-count " rejected, "
           active-count " active consent(s) for "
           report-client-count " client(s)."

       IF rejected-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-CONSENTS.
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS = "35"
               MOVE "Y" TO EOF-CONSENTS
           ELSE
               IF WS-CONSENT-STATUS NOT = "00"
                   DISPLAY "TPPCONS: cannot open "
                       WS-CONSENT-FILENAME ", file status "
                       WS-CONSENT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL EOF-CONSENTS = "Y"
                   READ CONSENT-FILE INTO CONSENT-RECORD
                       AT END
                           MOVE "Y" TO EOF-CONSENTS
                       NOT AT END
                           IF consent-count >= CONSENT-ARRAY-MAX
                               DISPLAY "TPPCONS: "
                                   WS-CONSENT-FILENAME
                                   " has more rows than CONSENT-ARRAY"
                                   " can hold - stopping"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO consent-count
                           MOVE CONSENT-RECORD
                               TO CONSENT-ARRAY(consent-count)
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
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
                       DISPLAY "TPPCONS: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "TPPCONS: error reading "
                   WS-ACCOUNTS-FILENAME ", file status "
                   WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * The customer's active consent to this provider, if any - one
      * provider holds at most one active consent per customer.
       FIND-ACTIVE-CONSENT.
           MOVE ZEROES TO consent-slot
           SET idx-tc TO 1
           SEARCH CONSENT-ARRAY
               AT END
                   CONTINUE
               WHEN idx-tc > consent-count
                   CONTINUE
               WHEN TC-ARR-CLIENT-ID OF CONSENT-ARRAY(idx-tc)
                       = maint-client-id
                   AND TC-ARR-PROVIDER-ID OF CONSENT-ARRAY(idx-tc)
                       = maint-provider-id
                   AND TC-ARR-STATUS OF CONSENT-ARRAY(idx-tc) = "A"
                   SET consent-slot TO idx-tc
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
                       = lookup-account
                   SET account-slot TO idx-acct
           END-SEARCH.
       EXIT.

      * A provider may only see or move money on open accounts the
      * customer owns, and the consent must ask for something.
       VALIDATE-GRANT.
           MOVE "Y" TO request-valid
           MOVE SPACES TO reject-reason

           IF maint-scope-balances = SPACE
               MOVE "N" TO maint-scope-balances
           END-IF
           IF maint-scope-transactions = SPACE
               MOVE "N" TO maint-scope-transactions
           END-IF
           IF maint-scope-payments = SPACE
               MOVE "N" TO maint-scope-payments
           END-IF

           IF maint-provider-id = SPACES
               MOVE "N" TO request-valid
               MOVE "UDBYDER-ID MANGLER" TO reject-reason
           ELSE
           IF (maint-scope-balances NOT = "J"
                   AND maint-scope-balances NOT = "N")
               OR (maint-scope-transactions NOT = "J"
                   AND maint-scope-transactions NOT = "N")
               OR (maint-scope-payments NOT = "J"
                   AND maint-scope-payments NOT = "N")
               MOVE "N" TO request-valid
               MOVE "UKENDT OMFANG" TO reject-reason
           ELSE
           IF maint-scope-balances = "N"
                   AND maint-scope-transactions = "N"
                   AND maint-scope-payments = "N"
               MOVE "N" TO request-valid
               MOVE "INTET OMFANG ANGIVET" TO reject-reason
           END-IF
           END-IF
           END-IF

           MOVE ZEROES TO listed-accounts
           PERFORM VARYING idx-req-acct FROM 1 BY 1
                   UNTIL idx-req-acct > 5 OR request-valid = "N"
               IF maint-account-number(idx-req-acct) NOT = SPACES
                   ADD 1 TO listed-accounts
                   MOVE maint-account-number(idx-req-acct)
                       TO lookup-account
                   PERFORM FIND-ACCOUNT
                   IF account-slot = ZEROES
                       MOVE "N" TO request-valid
                       MOVE "UKENDT KONTO" TO reject-reason
                   ELSE
                   IF client-id OF ACCOUNT-ARRAY(account-slot)
                           NOT = maint-client-id
                       MOVE "N" TO request-valid
                       MOVE "KONTOEN EJES IKKE AF KUNDEN"
                           TO reject-reason
                   ELSE
                   IF account-status OF ACCOUNT-ARRAY(account-slot)
                           NOT = "O"
                       MOVE "N" TO request-valid
                       MOVE "KONTOEN ER IKKE AABEN" TO reject-reason
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF request-valid = "Y" AND listed-accounts = ZEROES
               MOVE "N" TO request-valid
               MOVE "INGEN KONTI ANGIVET" TO reject-reason
           END-IF

           MOVE maint-granted-date TO grant-date
           IF grant-date = SPACES
               MOVE WS-TODAY TO grant-date
           END-IF
           IF request-valid = "Y"
               IF grant-date IS NOT NUMERIC
                   MOVE "N" TO request-valid
                   MOVE "UGYLDIG DATO" TO reject-reason
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(grant-date)) NOT = 0
                   MOVE "N" TO request-valid
                   MOVE "UGYLDIG DATO" TO reject-reason
               ELSE
               IF grant-date > WS-TODAY
                   MOVE "N" TO request-valid
                   MOVE "DATO I FREMTIDEN" TO reject-reason
               END-IF
               END-IF
               END-IF
           END-IF.
       EXIT.

      * A new consent to a provider the customer already has an
      * active consent with replaces it - the renewal the provider
      * asks for every 90 days.
       GRANT-CONSENT.
           PERFORM VALIDATE-GRANT
           IF request-valid = "Y"
                   AND consent-count >= CONSENT-ARRAY-MAX
               MOVE "N" TO request-valid
               MOVE "CONSENT-ARRAY ER FULD" TO reject-reason
           END-IF
           IF request-valid = "N"
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM FIND-ACTIVE-CONSENT
               IF consent-slot NOT = ZEROES
                   MOVE "E"
                       TO TC-ARR-STATUS OF CONSENT-ARRAY(consent-slot)
                   MOVE WS-TODAY TO TC-ARR-STATUS-DATE
                       OF CONSENT-ARRAY(consent-slot)
                   MOVE "ERSTATTET" TO CH-ACTION-TEXT
                   PERFORM WRITE-CHANGE-LINE
               END-IF
           END-IF
           IF request-valid = "Y"
               COMPUTE granted-integer =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(grant-date))
                   + CONSENT-VALID-DAYS
               COMPUTE expiry-date-num =
                   FUNCTION DATE-OF-INTEGER(granted-integer)
               ADD 1 TO consent-count
               MOVE consent-count TO consent-slot
               MOVE SPACES TO CONSENT-ARRAY(consent-slot)
               MOVE maint-client-id
                   TO TC-ARR-CLIENT-ID OF CONSENT-ARRAY(consent-slot)
               MOVE maint-provider-id
                   TO TC-ARR-PROVIDER-ID OF CONSENT-ARRAY(consent-slot)
               MOVE maint-provider-name TO TC-ARR-PROVIDER-NAME
                   OF CONSENT-ARRAY(consent-slot)
               MOVE maint-scope-balances TO TC-ARR-SCOPE-BALANCES
                   OF CONSENT-ARRAY(consent-slot)
               MOVE maint-scope-transactions
                   TO TC-ARR-SCOPE-TRANSACTIONS
                       OF CONSENT-ARRAY(consent-slot)
               MOVE maint-scope-payments TO TC-ARR-SCOPE-PAYMENTS
                   OF CONSENT-ARRAY(consent-slot)
               PERFORM VARYING idx-req-acct FROM 1 BY 1
                       UNTIL idx-req-acct > 5
                   MOVE maint-account-number(idx-req-acct)
                       TO TC-ARR-ACCOUNT-NUMBER
                           OF CONSENT-ARRAY(consent-slot, idx-req-acct)
               END-PERFORM
               MOVE grant-date
                   TO TC-ARR-GRANTED-DATE OF CONSENT-ARRAY(consent-slot)
               MOVE expiry-date-num
                   TO TC-ARR-EXPIRY-DATE OF CONSENT-ARRAY(consent-slot)
               MOVE "A" TO TC-ARR-STATUS OF CONSENT-ARRAY(consent-slot)
               MOVE WS-TODAY
                   TO TC-ARR-STATUS-DATE OF CONSENT-ARRAY(consent-slot)
               MOVE "Y" TO register-changed
               ADD 1 TO applied-count
               MOVE "GIVET" TO CH-ACTION-TEXT
               PERFORM WRITE-CHANGE-LINE
           END-IF.
       EXIT.

      * The row stays with status "T" as the record of the consent.
       REVOKE-CONSENT.
           MOVE SPACES TO reject-reason
           PERFORM FIND-ACTIVE-CONSENT
           IF consent-slot = ZEROES
               MOVE "INTET AKTIVT SAMTYKKE" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
               MOVE "T" TO TC-ARR-STATUS OF CONSENT-ARRAY(consent-slot)
               MOVE WS-TODAY
                   TO TC-ARR-STATUS-DATE OF CONSENT-ARRAY(consent-slot)
               MOVE "Y" TO register-changed
               ADD 1 TO applied-count
               MOVE "TILBAGEKALDT" TO CH-ACTION-TEXT
               PERFORM WRITE-CHANGE-LINE
           END-IF.
       EXIT.

       EXPIRE-CONSENT.
           MOVE SPACES TO MAINT-REQUEST
           MOVE "BATCH" TO maint-requested-by
           MOVE TC-ARR-CLIENT-ID OF CONSENT-ARRAY(consent-slot)
               TO maint-client-id
           MOVE TC-ARR-PROVIDER-ID OF CONSENT-ARRAY(consent-slot)
               TO maint-provider-id
           MOVE "UDLOEBET" TO reject-reason
           MOVE "U" TO TC-ARR-STATUS OF CONSENT-ARRAY(consent-slot)
           MOVE WS-TODAY
               TO TC-ARR-STATUS-DATE OF CONSENT-ARRAY(consent-slot)
           MOVE "Y" TO register-changed
           ADD 1 TO expired-count
           MOVE "UDLOEBET" TO CH-ACTION-TEXT
           PERFORM WRITE-CHANGE-LINE.
       EXIT.

       REJECT-REQUEST.
           ADD 1 TO rejected-count
           MOVE "AFVIST" TO CH-ACTION-TEXT
           PERFORM WRITE-CHANGE-LINE
           DISPLAY "TPPCONS: request rejected, "
               FUNCTION TRIM(reject-reason) " for client "
               FUNCTION TRIM(maint-client-id) " provider "
               FUNCTION TRIM(maint-provider-id).
       EXIT.

      * One audit line per change with the requester's id, same
      * run-at= key/value shape as NEMKMAINT's change history.
       WRITE-CHANGE-LINE.
           MOVE SPACES TO CH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " requested-by=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-requested-by) DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-client-id) DELIMITED BY SIZE
               " provider=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-provider-id) DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-ACTION-TEXT) DELIMITED BY SIZE
               " reason=" DELIMITED BY SIZE
               FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
               INTO CH-INFO
           WRITE CHANGE-HISTORY-LINE.
       EXIT.

       REWRITE-CONSENT-REGISTER.
           MOVE WS-CONSENT-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-CONSENT-FILENAME

           OPEN OUTPUT OUTPUT-CONSENTS
           IF WS-CONSENT-STATUS NOT = "00"
               DISPLAY "TPPCONS: cannot open " WS-CONSENT-FILENAME
                   " for rewrite, file status " WS-CONSENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-tc FROM 1 BY 1
                   UNTIL idx-tc > consent-count
               MOVE CONSENT-ARRAY(idx-tc) TO OUTPUT-CONSENT-RECORD
               WRITE OUTPUT-CONSENT-RECORD
           END-PERFORM
           CLOSE OUTPUT-CONSENTS

           PERFORM VERIFY-NEW-CONSENT-FILE
           MOVE swap-master-name TO WS-CONSENT-FILENAME
           PERFORM SWAP-OR-PLACE-CONSENTS.
       EXIT.

       VERIFY-NEW-CONSENT-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = "00"
               DISPLAY "TPPCONS: cannot re-open new register for "
                   "verification, file status " WS-CONSENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ CONSENT-FILE INTO CONSENT-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE
           IF verify-count NOT = consent-count
               DISPLAY "TPPCONS: new register FAILED verification ("
                   verify-count "/" consent-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * The first consent ever has no register to move aside; the new
      * file is simply renamed into place.
       SWAP-OR-PLACE-CONSENTS.
           MOVE "N" TO swap-failed
           IF consent-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "TPPCONS: cannot move "
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
      * moved aside so tomorrow's run does not grant the same
      * consents a second time.
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
               DISPLAY "TPPCONS: cannot move "
                   FUNCTION TRIM(WS-REQUESTS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-REQUESTS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * The customer-facing overview: per customer, each provider
      * that currently holds an active consent, what it may do, on
      * which accounts and until when. A customer's block is printed
      * at the customer's first active row, so the register needs no
      * sorting.
       WRITE-CONSENT-REPORT.
           OPEN OUTPUT OUTPUT-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TPPCONS: cannot open " WS-REPORT-FILENAME
                   ", file status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Aktive samtykker til tredjepartsudbydere (PSD2)"
               TO INFO
           WRITE REPORT-LINE
           MOVE "-----------------------------------------------"
               TO INFO
           WRITE REPORT-LINE

           PERFORM VARYING idx-tc FROM 1 BY 1
                   UNTIL idx-tc > consent-count
               IF TC-ARR-STATUS OF CONSENT-ARRAY(idx-tc) = "A"
                   ADD 1 TO active-count
                   PERFORM CHECK-CLIENT-LISTED-BEFORE
                   IF client-listed-before = "N"
                       PERFORM WRITE-CLIENT-BLOCK
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO INFO
           STRING "TRAILER: client-count=" DELIMITED BY SIZE
               report-client-count DELIMITED BY SIZE
               " active-count=" DELIMITED BY SIZE
               active-count DELIMITED BY SIZE
               " expired-today=" DELIMITED BY SIZE
               expired-count DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           CLOSE OUTPUT-REPORT.
       EXIT.

       CHECK-CLIENT-LISTED-BEFORE.
           MOVE "N" TO client-listed-before
           PERFORM VARYING idx-prior FROM 1 BY 1
                   UNTIL idx-prior >= idx-tc
                   OR client-listed-before = "Y"
               IF TC-ARR-STATUS OF CONSENT-ARRAY(idx-prior) = "A"
                   AND TC-ARR-CLIENT-ID OF CONSENT-ARRAY(idx-prior)
                       = TC-ARR-CLIENT-ID OF CONSENT-ARRAY(idx-tc)
                   MOVE "Y" TO client-listed-before
               END-IF
           END-PERFORM.
       EXIT.

       WRITE-CLIENT-BLOCK.
           ADD 1 TO report-client-count
           MOVE TC-ARR-CLIENT-ID OF CONSENT-ARRAY(idx-tc)
               TO report-client-id
           MOVE SPACES TO INFO
           WRITE REPORT-LINE
           MOVE SPACES TO INFO
           STRING "Kunde " DELIMITED BY SIZE
               FUNCTION TRIM(report-client-id) DELIMITED BY SIZE
               " - disse udbydere har i dag adgang til dine konti:"
                   DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           PERFORM VARYING idx-prior FROM idx-tc BY 1
                   UNTIL idx-prior > consent-count
               IF TC-ARR-STATUS OF CONSENT-ARRAY(idx-prior) = "A"
                   AND TC-ARR-CLIENT-ID OF CONSENT-ARRAY(idx-prior)
                       = report-client-id
                   PERFORM WRITE-CONSENT-LINES
               END-IF
           END-PERFORM.
       EXIT.

       WRITE-CONSENT-LINES.
           MOVE SPACES TO scope-text
           MOVE 1 TO scope-pointer
           IF TC-ARR-SCOPE-BALANCES OF CONSENT-ARRAY(idx-prior) = "J"
               STRING "saldi " DELIMITED BY SIZE
                   INTO scope-text WITH POINTER scope-pointer
           END-IF
           IF TC-ARR-SCOPE-TRANSACTIONS OF CONSENT-ARRAY(idx-prior)
                   = "J"
               STRING "posteringer " DELIMITED BY SIZE
                   INTO scope-text WITH POINTER scope-pointer
           END-IF
           IF TC-ARR-SCOPE-PAYMENTS OF CONSENT-ARRAY(idx-prior) = "J"
               STRING "betalinger " DELIMITED BY SIZE
                   INTO scope-text WITH POINTER scope-pointer
           END-IF

           MOVE SPACES TO account-text
           MOVE 1 TO account-pointer
           PERFORM VARYING idx-req-acct FROM 1 BY 1
                   UNTIL idx-req-acct > 5
               IF TC-ARR-ACCOUNT-NUMBER
                       OF CONSENT-ARRAY(idx-prior, idx-req-acct)
                       NOT = SPACES
                   STRING FUNCTION TRIM(TC-ARR-ACCOUNT-NUMBER
                           OF CONSENT-ARRAY(idx-prior, idx-req-acct))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO account-text WITH POINTER account-pointer
               END-IF
           END-PERFORM

           MOVE SPACES TO INFO
           STRING "  Udbyder: " DELIMITED BY SIZE
               FUNCTION TRIM(TC-ARR-PROVIDER-NAME
                   OF CONSENT-ARRAY(idx-prior)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(TC-ARR-PROVIDER-ID
                   OF CONSENT-ARRAY(idx-prior)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE SPACES TO INFO
           STRING "    Adgang til: " DELIMITED BY SIZE
               FUNCTION TRIM(scope-text) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE SPACES TO INFO
           STRING "    Konti: " DELIMITED BY SIZE
               FUNCTION TRIM(account-text) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE SPACES TO INFO
           STRING "    Givet " DELIMITED BY SIZE
               TC-ARR-GRANTED-DATE OF CONSENT-ARRAY(idx-prior)
                   DELIMITED BY SIZE
               ", udloeber " DELIMITED BY SIZE
               TC-ARR-EXPIRY-DATE OF CONSENT-ARRAY(idx-prior)
                   DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

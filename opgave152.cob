      * Formål: Sagsbehandling af AML-sagerne i aml-cases.txt, som
      *    CASEOPEN aabner fra screeningernes hits. Anmodningerne
      *    kommer fra en fil i BOXMAINT-stoebeformen: "T" = tildel
      *    sagen til en medarbejder, "N" = noter paa sagen, "K" =
      *    knyt en transaktion til sagen (referencen skal findes som
      *    postering; hoejst fem pr. sag), "L" = luk sagen uden
      *    mistanke og "E" = eskaler sagen til indberetning - begge
      *    afgoerelser kraever en begrundelse og staar med
      *    medarbejder og dato paa sagen. En lukket sag undertrykker
      *    det samme hit i CASEOPEN i AML_CASE_SUPPRESS_DAYS dage, og
      *    en eskaleret sag indberettes af STRFILE med nattens
      *    koersel. Hvert skridt, ogsaa de afviste, skrives i
      *    noteloggen aml-case-notes.txt, og en behandlet
      *    anmodningsfil omdoebes til <navn>.applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CASES-FILE ASSIGN TO DYNAMIC WS-CASES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CASES-STATUS.
       SELECT OUTPUT-CASES ASSIGN TO DYNAMIC WS-CASES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CASES-STATUS.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT NOTES-FILE ASSIGN TO DYNAMIC WS-NOTES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTES-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-LOOKUP-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOOKUP-STATUS.
       SELECT TXN-REF-INDEX-FILE
       ASSIGN TO DYNAMIC WS-REF-INDEX-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REF-INDEX-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CASES-FILE.
       01 CASE-RECORD.
           COPY "aml-cases.cpy".
       FD OUTPUT-CASES.
       01 OUTPUT-CASE-RECORD.
           COPY "aml-cases.cpy"
               REPLACING LEADING ==AC-== BY ==AC-OUT-==.
       FD INPUT-REQUESTS.
       01 MAINT-REQUEST.
           02 maint-action              PIC X(1).
           02 maint-requested-by        PIC X(8).
           02 maint-case-id             PIC X(8).
           02 maint-assignee            PIC X(8).
           02 maint-txn-ref             PIC X(12).
           02 maint-text                PIC X(80).
       FD NOTES-FILE.
       01 NOTE-RECORD.
           COPY "aml-case-notes.cpy".
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD TXN-REF-INDEX-FILE.
       01 TXN-REF-INDEX-RECORD.
           COPY "txn-ref-index.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Referenceindekset (ref-index.cpy).
           COPY "ref-index-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-CASES                     PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-CASES-STATUS               PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-NOTES-STATUS               PIC XX VALUE "00".
       01 WS-LOOKUP-STATUS              PIC XX VALUE "00".

       01 CASE-ARRAY-MAX                PIC 9(4) VALUE 5000.
       01 CASE-ARRAY                    OCCURS 5000 TIMES
                                        INDEXED BY idx-case.
           COPY "aml-cases.cpy"
               REPLACING LEADING ==AC-== BY ==AC-ARR-==.
       01 case-count                    PIC 9(4) VALUE ZEROES.
       01 case-slot                     PIC 9(4) VALUE ZEROES.
       01 ref-slot                      PIC 9(1) VALUE ZEROES.
       01 idx-ref                       PIC 9(1) VALUE ZEROES.

       01 request-valid                 PIC X VALUE "N".
       01 reject-reason                 PIC X(40) VALUE SPACES.
       01 found-txn                     PIC X VALUE "N".
       01 note-action                   PIC X(12) VALUE SPACES.
       01 note-text                     PIC X(80) VALUE SPACES.
       01 requests-read                 PIC X VALUE "N".
       01 register-changed              PIC X VALUE "N".

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CASES-FILENAME
           PIC X(100) VALUE "aml-cases.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "aml-case-requests.txt".
       01 WS-REQUESTS-DONE-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-NOTES-FILENAME
           PIC X(100) VALUE "aml-case-notes.txt".
       01 WS-VALIDATED-FILENAME
           PIC X(100) VALUE "transactions-validated.txt".
       01 WS-LOOKUP-FILENAME            PIC X(100) VALUE SPACES.

      * Safe rewrite-and-swap of the case register, same pattern as
      * BOXMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-CASES-FILENAME FROM ENVIRONMENT "AML_CASES_FILE"
       IF WS-CASES-FILENAME = SPACES
           MOVE "aml-cases.txt" TO WS-CASES-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "AML_CASE_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "aml-case-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-NOTES-FILENAME FROM ENVIRONMENT "AML_CASE_NOTES_FILE"
       IF WS-NOTES-FILENAME = SPACES
           MOVE "aml-case-notes.txt" TO WS-NOTES-FILENAME
       END-IF

       ACCEPT WS-VALIDATED-FILENAME
           FROM ENVIRONMENT "VALIDATED_TRANSACTIONS_FILE"
       IF WS-VALIDATED-FILENAME = SPACES
           MOVE "transactions-validated.txt" TO WS-VALIDATED-FILENAME
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
           DISPLAY "CASEMAINT: no " FUNCTION TRIM(WS-REQUESTS-FILENAME)
               " on file, nothing to do"
           STOP RUN
       END-IF
       IF WS-REQUESTS-STATUS NOT = "00"
           DISPLAY "CASEMAINT: cannot open " WS-REQUESTS-FILENAME
               ", file status " WS-REQUESTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "CASEMAINT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * Without a register there are no cases to work - every request
      * is then rejected as an unknown case.
       PERFORM LOAD-CASES

       OPEN EXTEND NOTES-FILE
       IF WS-NOTES-STATUS = "35"
           OPEN OUTPUT NOTES-FILE
       END-IF
       IF WS-NOTES-STATUS NOT = "00"
           DISPLAY "CASEMAINT: cannot open " WS-NOTES-FILENAME
               ", file status " WS-NOTES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM UNTIL END-OF-REQUESTS = "Y"
           READ INPUT-REQUESTS INTO MAINT-REQUEST
               AT END
                   MOVE "Y" TO END-OF-REQUESTS
               NOT AT END
                   PERFORM FIND-CASE
                   EVALUATE maint-action
                       WHEN "T"
                           PERFORM ASSIGN-CASE
                       WHEN "N"
                           PERFORM ANNOTATE-CASE
                       WHEN "K"
                           PERFORM LINK-TRANSACTION
                       WHEN "L"
                           PERFORM CLOSE-CASE
                       WHEN "E"
                           PERFORM ESCALATE-CASE
                       WHEN OTHER
                           MOVE "UKENDT HANDLING" TO reject-reason
                           PERFORM REJECT-REQUEST
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE INPUT-REQUESTS
       MOVE "Y" TO requests-read

       CLOSE NOTES-FILE.

       IF register-changed = "Y"
           PERFORM REWRITE-CASE-REGISTER
       END-IF

       IF requests-read = "Y"
           PERFORM RETIRE-REQUESTS-FILE
       END-IF

       DISPLAY "CASEMAINT: " applied-count " change(s) applied, "
           rejected-count " rejected."

       IF rejected-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-CASES.
           OPEN INPUT CASES-FILE
           IF WS-CASES-STATUS = "35"
               MOVE "Y" TO EOF-CASES
           ELSE
               IF WS-CASES-STATUS NOT = "00"
                   DISPLAY "CASEMAINT: cannot open "
                       WS-CASES-FILENAME ", file status "
                       WS-CASES-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL EOF-CASES = "Y"
                   READ CASES-FILE INTO CASE-RECORD
                       AT END
                           MOVE "Y" TO EOF-CASES
                       NOT AT END
                           IF case-count >= CASE-ARRAY-MAX
                               DISPLAY "CASEMAINT: "
                                   WS-CASES-FILENAME
                                   " has more rows than CASE-ARRAY"
                                   " can hold - stopping"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO case-count
                           MOVE CASE-RECORD TO CASE-ARRAY(case-count)
                   END-READ
               END-PERFORM
               CLOSE CASES-FILE
           END-IF.
       EXIT.

       FIND-CASE.
           MOVE ZEROES TO case-slot
           SET idx-case TO 1
           SEARCH CASE-ARRAY
               AT END
                   CONTINUE
               WHEN idx-case > case-count
                   CONTINUE
               WHEN AC-ARR-CASE-ID(idx-case) = maint-case-id
                   SET case-slot TO idx-case
           END-SEARCH.
       EXIT.

      * A case is assigned while it is open or already assigned - a
      * reassignment simply names the new case officer.
       ASSIGN-CASE.
           IF case-slot = ZEROES
               MOVE "UKENDT SAG" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
           IF AC-ARR-STATUS(case-slot) NOT = "A"
                   AND AC-ARR-STATUS(case-slot) NOT = "T"
               MOVE "SAGEN ER AFGJORT" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
           IF maint-assignee = SPACES
               MOVE "SAGSBEHANDLER MANGLER" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
               MOVE "T" TO AC-ARR-STATUS(case-slot)
               MOVE maint-assignee TO AC-ARR-ASSIGNEE(case-slot)
               MOVE "TILDELT" TO note-action
               MOVE SPACES TO note-text
               STRING "tildelt " DELIMITED BY SIZE
                   FUNCTION TRIM(maint-assignee) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   maint-text DELIMITED BY SIZE
                   INTO note-text
               PERFORM ACCEPT-CHANGE
           END-IF
           END-IF
           END-IF.
       EXIT.

      * A note can be added to any case, also a decided one - the
      * investigation file is kept complete after the decision.
       ANNOTATE-CASE.
           IF case-slot = ZEROES
               MOVE "UKENDT SAG" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
           IF maint-text = SPACES
               MOVE "NOTATTEKST MANGLER" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
               MOVE "NOTAT" TO note-action
               MOVE maint-text TO note-text
               PERFORM ACCEPT-NOTE
           END-IF
           END-IF.
       EXIT.

       LINK-TRANSACTION.
           MOVE ZEROES TO ref-slot
           IF case-slot NOT = ZEROES
               PERFORM VARYING idx-ref FROM 5 BY -1
                       UNTIL idx-ref < 1
                   IF AC-ARR-TXN-REF(case-slot, idx-ref) = SPACES
                       MOVE idx-ref TO ref-slot
                   END-IF
               END-PERFORM
           END-IF
           IF case-slot = ZEROES
               MOVE "UKENDT SAG" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
           IF AC-ARR-STATUS(case-slot) NOT = "A"
                   AND AC-ARR-STATUS(case-slot) NOT = "T"
                   AND AC-ARR-STATUS(case-slot) NOT = "E"
               MOVE "SAGEN ER AFSLUTTET" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
           IF maint-txn-ref = SPACES
               MOVE "TRANSAKTIONSREFERENCE MANGLER" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
           IF AC-ARR-TXN-REF(case-slot, 1) = maint-txn-ref
                   OR AC-ARR-TXN-REF(case-slot, 2) = maint-txn-ref
                   OR AC-ARR-TXN-REF(case-slot, 3) = maint-txn-ref
                   OR AC-ARR-TXN-REF(case-slot, 4) = maint-txn-ref
                   OR AC-ARR-TXN-REF(case-slot, 5) = maint-txn-ref
               MOVE "TRANSAKTIONEN ER ALLEREDE KNYTTET"
                   TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
           IF ref-slot = ZEROES
               MOVE "SAGEN HAR ALLEREDE FEM TRANSAKTIONER"
                   TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM FIND-POSTING
               IF found-txn = "N"
                   MOVE "UKENDT TRANSAKTIONSREFERENCE"
                       TO reject-reason
                   PERFORM REJECT-REQUEST
               ELSE
                   MOVE maint-txn-ref
                       TO AC-ARR-TXN-REF(case-slot, ref-slot)
                   MOVE "KNYTTET" TO note-action
                   MOVE SPACES TO note-text
                   STRING "transaktion " DELIMITED BY SIZE
                       maint-txn-ref DELIMITED BY SIZE
                       " konto " DELIMITED BY SIZE
                       FUNCTION TRIM(ACCOUNT-NUMBER
                           OF TRANSACTION-RECORD) DELIMITED BY SIZE
                       " dato " DELIMITED BY SIZE
                       TRANSACTION-DATE OF TRANSACTION-RECORD
                           DELIMITED BY SIZE
                       INTO note-text
                   PERFORM ACCEPT-CHANGE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       EXIT.

      * The posting behind the reference, looked up the way DISPUTE
      * does: the index names the file the reference lives in, a miss
      * falls back to the cumulative validated file.
       FIND-POSTING.
           MOVE maint-txn-ref TO ref-lookup-key
           MOVE WS-VALIDATED-FILENAME TO WS-LOOKUP-FILENAME
           PERFORM LOOKUP-REF-IN-INDEX
           IF ref-index-hit = "Y"
               MOVE ref-holding-file TO WS-LOOKUP-FILENAME
           END-IF
           MOVE "N" TO found-txn
           MOVE "N" TO EOF-TRANSACTIONS
           OPEN INPUT INPUT-TRANSACTIONS
           IF WS-LOOKUP-STATUS = "00"
               PERFORM UNTIL EOF-TRANSACTIONS = "Y"
                   READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
                       AT END
                           MOVE "Y" TO EOF-TRANSACTIONS
                       NOT AT END
                           IF TRANSACTION-REF OF TRANSACTION-RECORD
                                   = ref-lookup-key
                               MOVE "Y" TO found-txn
                               MOVE "Y" TO EOF-TRANSACTIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANSACTIONS
           END-IF.
       EXIT.

      * Both decisions are taken on a case still being worked and
      * must carry the reason - it is what the supervisor reads.
       CLOSE-CASE.
           PERFORM CHECK-DECISION
           IF request-valid = "N"
               PERFORM REJECT-REQUEST
           ELSE
               MOVE "L" TO AC-ARR-STATUS(case-slot)
               PERFORM STORE-DECISION
               MOVE "LUKKET" TO note-action
               MOVE maint-text TO note-text
               PERFORM ACCEPT-CHANGE
           END-IF.
       EXIT.

       ESCALATE-CASE.
           PERFORM CHECK-DECISION
           IF request-valid = "N"
               PERFORM REJECT-REQUEST
           ELSE
               MOVE "E" TO AC-ARR-STATUS(case-slot)
               PERFORM STORE-DECISION
               MOVE "ESKALERET" TO note-action
               MOVE maint-text TO note-text
               PERFORM ACCEPT-CHANGE
           END-IF.
       EXIT.

       CHECK-DECISION.
           MOVE "Y" TO request-valid
           IF case-slot = ZEROES
               MOVE "N" TO request-valid
               MOVE "UKENDT SAG" TO reject-reason
           ELSE
           IF AC-ARR-STATUS(case-slot) NOT = "A"
                   AND AC-ARR-STATUS(case-slot) NOT = "T"
               MOVE "N" TO request-valid
               MOVE "SAGEN ER AFGJORT" TO reject-reason
           ELSE
           IF maint-text = SPACES
               MOVE "N" TO request-valid
               MOVE "BEGRUNDELSE MANGLER" TO reject-reason
           END-IF
           END-IF
           END-IF.
       EXIT.

       STORE-DECISION.
           MOVE maint-requested-by TO AC-ARR-DECIDED-BY(case-slot)
           MOVE WS-TODAY TO AC-ARR-DECIDED-DATE(case-slot)
           MOVE maint-text TO AC-ARR-RATIONALE(case-slot)
           IF AC-ARR-ASSIGNEE(case-slot) = SPACES
               MOVE maint-requested-by TO AC-ARR-ASSIGNEE(case-slot)
           END-IF.
       EXIT.

       ACCEPT-CHANGE.
           MOVE "Y" TO register-changed
           PERFORM ACCEPT-NOTE.
       EXIT.

       ACCEPT-NOTE.
           ADD 1 TO applied-count
           MOVE SPACES TO reject-reason
           PERFORM WRITE-NOTE-LINE.
       EXIT.

       REJECT-REQUEST.
           ADD 1 TO rejected-count
           MOVE "AFVIST" TO note-action
           MOVE SPACES TO note-text
           STRING maint-action DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
               INTO note-text
           PERFORM WRITE-NOTE-LINE
           DISPLAY "CASEMAINT: request rejected, "
               FUNCTION TRIM(reject-reason) " for case "
               maint-case-id.
       EXIT.

      * One line per step in the case's audit trail, with the
      * requester's id as operator.
       WRITE-NOTE-LINE.
           MOVE SPACES TO NOTE-RECORD
           IF maint-case-id IS NUMERIC
               MOVE maint-case-id TO CN-CASE-ID
           ELSE
               MOVE ZEROES TO CN-CASE-ID
           END-IF
           MOVE WS-RUN-TIMESTAMP TO CN-TIMESTAMP
           MOVE maint-requested-by TO CN-OPERATOR
           MOVE note-action TO CN-ACTION
           MOVE note-text TO CN-TEXT
           WRITE NOTE-RECORD.
       EXIT.

       REWRITE-CASE-REGISTER.
           MOVE WS-CASES-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-CASES-FILENAME

           OPEN OUTPUT OUTPUT-CASES
           IF WS-CASES-STATUS NOT = "00"
               DISPLAY "CASEMAINT: cannot open " WS-CASES-FILENAME
                   " for rewrite, file status " WS-CASES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-case FROM 1 BY 1
                   UNTIL idx-case > case-count
               MOVE CASE-ARRAY(idx-case) TO OUTPUT-CASE-RECORD
               WRITE OUTPUT-CASE-RECORD
           END-PERFORM
           CLOSE OUTPUT-CASES

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT CASES-FILE
           IF WS-CASES-STATUS NOT = "00"
               DISPLAY "CASEMAINT: cannot re-open new register for "
                   "verification, file status " WS-CASES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ CASES-FILE INTO CASE-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE CASES-FILE
           IF verify-count NOT = case-count
               DISPLAY "CASEMAINT: new register FAILED verification ("
                   verify-count "/" case-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE swap-master-name TO WS-CASES-FILENAME
           PERFORM SWAP-IN-NEW-MASTER
           IF swap-failed = "Y"
               STOP RUN
           END-IF.
       EXIT.

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
               DISPLAY "CASEMAINT: cannot move "
                   FUNCTION TRIM(WS-REQUESTS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-REQUESTS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "ref-index.cpy".

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

      * Formål: Vedligehold operatoerstamdata (operator-master.txt)
      *    med dobbeltkontrol. Rolle, graense og aktiv-markering
      *    blev hidtil rettet direkte i filen; anmodningerne kommer
      *    nu i operator-maint-requests.txt - fra OPRECERT's
      *    kvartalsvise recertificering eller tastet af en
      *    supervisor: "A" = aendr rolle og/eller graense, "T" =
      *    tilbagekald adgangen. De laegges i pending-approvals.txt,
      *    og foerst naar en ANDEN operatoer har godkendt dem i
      *    APPRREV, kommer de tilbage som "V" og rammer masteren.
      *    "D" er OPRECERT's automatiske deaktivering (ikke
      *    bekraeftet inden fristen eller ubrugt), som kun fjerner
      *    adgang og derfor anvendes direkte. Hver anmodning logges
      *    med anmoderen i operator-change-history.txt, og en
      *    behandlet anmodningsfil omdoebes til <navn>.applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERATORS-FILE ASSIGN TO DYNAMIC WS-OPERATORS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATORS-STATUS.
       SELECT OUTPUT-OPERATORS ASSIGN TO DYNAMIC WS-OPERATORS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATORS-STATUS.
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

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
           COPY "operator-master.cpy".
       FD OUTPUT-OPERATORS.
       01 OUTPUT-OPERATOR-RECORD.
           COPY "operator-master.cpy"
               REPLACING LEADING ==OP-== BY ==OP-OUT-==.
       FD INPUT-REQUESTS.
       01 MAINT-REQUEST.
           COPY "operator-maint-request.cpy".
       FD PENDING-APPROVALS-FILE.
       01 PENDING-APPROVAL-RECORD.
           COPY "pending-approvals.cpy".
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
       01 EOF-OPERATORS                 PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-OPERATORS-STATUS           PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-PENDING-STATUS             PIC XX VALUE "00".
       01 WS-CHANGE-HISTORY-STATUS      PIC XX VALUE "00".

       01 OPERATOR-ARRAY-MAX            PIC 9(3) VALUE 500.
       01 OPERATOR-ARRAY                OCCURS 500 TIMES
                                        INDEXED BY idx-op.
           COPY "operator-master.cpy"
               REPLACING LEADING ==OP-== BY ==OPA-==.
       01 operator-count                PIC 9(3) VALUE ZEROES.
       01 operator-slot                 PIC 9(3) VALUE ZEROES.

       01 request-valid                 PIC X VALUE "N".
       01 reject-reason                 PIC X(40) VALUE SPACES.
       01 CH-ACTION-TEXT                PIC X(12) VALUE SPACES.
       01 CH-DETAIL                     PIC X(60) VALUE SPACES.
       01 new-limit-value               PIC 9(7)V99 VALUE ZEROES.
       01 old-limit-display             PIC Z(6)9.99.
       01 new-limit-display             PIC Z(6)9.99.
       01 requests-read                 PIC X VALUE "N".
       01 master-changed                PIC X VALUE "N".

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-OPERATORS-FILENAME
           PIC X(100) VALUE "operator-master.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "operator-maint-requests.txt".
       01 WS-REQUESTS-DONE-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-PENDING-FILENAME
           PIC X(100) VALUE "pending-approvals.txt".
       01 WS-CHANGE-HISTORY-FILENAME
           PIC X(100) VALUE "operator-change-history.txt".

      * Safe rewrite-and-swap of the operator master, same pattern
      * as BOXMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 queued-count                  PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-OPERATORS-FILENAME
           FROM ENVIRONMENT "OPERATOR_MASTER_FILE"
       IF WS-OPERATORS-FILENAME = SPACES
           MOVE "operator-master.txt" TO WS-OPERATORS-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "OPERATOR_MAINT_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "operator-maint-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-PENDING-FILENAME
           FROM ENVIRONMENT "PENDING_APPROVALS_FILE"
       IF WS-PENDING-FILENAME = SPACES
           MOVE "pending-approvals.txt" TO WS-PENDING-FILENAME
       END-IF

       ACCEPT WS-CHANGE-HISTORY-FILENAME
           FROM ENVIRONMENT "OPERATOR_CHANGE_HISTORY_FILE"
       IF WS-CHANGE-HISTORY-FILENAME = SPACES
           MOVE "operator-change-history.txt"
               TO WS-CHANGE-HISTORY-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

      * Requests are the only input that changes anything - without
      * them there is nothing to do.
       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "OPMAINT: no " FUNCTION TRIM(WS-REQUESTS-FILENAME)
               " on file, nothing to do"
           STOP RUN
       END-IF
       IF WS-REQUESTS-STATUS NOT = "00"
           DISPLAY "OPMAINT: cannot open " WS-REQUESTS-FILENAME
               ", file status " WS-REQUESTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "OPMAINT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-OPERATORS

       OPEN EXTEND CHANGE-HISTORY-FILE
       IF WS-CHANGE-HISTORY-STATUS = "35"
           OPEN OUTPUT CHANGE-HISTORY-FILE
       END-IF
       IF WS-CHANGE-HISTORY-STATUS NOT = "00"
           DISPLAY "OPMAINT: cannot open "
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
                   EVALUATE OM-ACTION
                       WHEN "A"
                       WHEN "T"
                           PERFORM QUEUE-CHANGE
      *>               "V" er en "A" eller "T" godkendt i APPRREV -
      *>               OM-KIND siger hvilken.
                       WHEN "V"
                           PERFORM APPLY-APPROVED-CHANGE
                       WHEN "D"
                           PERFORM DEACTIVATE-OPERATOR
                       WHEN OTHER
                           MOVE "UKENDT HANDLING" TO reject-reason
                           PERFORM REJECT-REQUEST
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE INPUT-REQUESTS
       MOVE "Y" TO requests-read

       CLOSE CHANGE-HISTORY-FILE.

       IF master-changed = "Y"
           PERFORM REWRITE-OPERATOR-MASTER
       END-IF

       IF requests-read = "Y"
           PERFORM RETIRE-REQUESTS-FILE
       END-IF

       DISPLAY "OPMAINT: " applied-count " change(s) applied, "
           queued-count " queued for approval, "
           rejected-count " rejected."

       IF rejected-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-OPERATORS.
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "OPMAINT: cannot open " WS-OPERATORS-FILENAME
                   ", file status " WS-OPERATORS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-OPERATORS = "Y"
               READ OPERATORS-FILE INTO OPERATOR-RECORD
                   AT END
                       MOVE "Y" TO EOF-OPERATORS
                   NOT AT END
                       IF operator-count >= OPERATOR-ARRAY-MAX
                           DISPLAY "OPMAINT: " WS-OPERATORS-FILENAME
                               " has more rows than OPERATOR-ARRAY"
                               " can hold - stopping"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO operator-count
                       MOVE OPERATOR-RECORD
                           TO OPERATOR-ARRAY(operator-count)
               END-READ
           END-PERFORM
           CLOSE OPERATORS-FILE.
       EXIT.

       FIND-OPERATOR.
           MOVE ZEROES TO operator-slot
           SET idx-op TO 1
           SEARCH OPERATOR-ARRAY
               AT END
                   CONTINUE
               WHEN idx-op > operator-count
                   CONTINUE
               WHEN OPA-OPERATOR-ID(idx-op) = OM-OPERATOR-ID
                   SET operator-slot TO idx-op
           END-SEARCH.
       EXIT.

      * The same checks run when a change is queued and again when it
      * comes back approved - the operator may have changed between.
       VALIDATE-REQUEST.
           MOVE "Y" TO request-valid
           MOVE SPACES TO reject-reason
           PERFORM FIND-OPERATOR

           IF operator-slot = ZEROES
               MOVE "N" TO request-valid
               MOVE "UKENDT OPERATOER" TO reject-reason
           ELSE
           IF OM-REQUESTED-BY = SPACES
               MOVE "N" TO request-valid
               MOVE "ANMODER MANGLER" TO reject-reason
           ELSE
           IF OM-REQUESTED-BY = OM-OPERATOR-ID
               MOVE "N" TO request-valid
               MOVE "EGEN ADGANG KAN IKKE AENDRES" TO reject-reason
           ELSE
           IF OM-KIND = "T"
               IF OPA-ACTIVE(operator-slot) NOT = "Y"
                   MOVE "N" TO request-valid
                   MOVE "OPERATOEREN ER ALLEREDE DEAKTIVERET"
                       TO reject-reason
               END-IF
           ELSE
           IF OM-KIND = "A"
               IF OM-NEW-ROLE = SPACES AND OM-NEW-LIMIT = SPACES
                   MOVE "N" TO request-valid
                   MOVE "AENDRING UDEN NY ROLLE ELLER GRAENSE"
                       TO reject-reason
               ELSE
               IF OM-NEW-ROLE NOT = SPACES
                   AND OM-NEW-ROLE NOT = "T"
                   AND OM-NEW-ROLE NOT = "S"
                   AND OM-NEW-ROLE NOT = "E"
                   MOVE "N" TO request-valid
                   MOVE "UKENDT ROLLE" TO reject-reason
               ELSE
               IF OM-NEW-LIMIT NOT = SPACES
                   AND OM-NEW-LIMIT IS NOT NUMERIC
                   MOVE "N" TO request-valid
                   MOVE "UGYLDIG GRAENSE" TO reject-reason
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE "N" TO request-valid
               MOVE "UKENDT AENDRINGSTYPE" TO reject-reason
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       EXIT.

      * The request parks in the approval queue untouched; the
      * master only moves when APPRREV sends it back as a "V".
       QUEUE-CHANGE.
           MOVE OM-ACTION TO OM-KIND
           PERFORM VALIDATE-REQUEST
           IF request-valid = "N"
               PERFORM REJECT-REQUEST
           ELSE
               OPEN EXTEND PENDING-APPROVALS-FILE
               IF WS-PENDING-STATUS = "35"
                   OPEN OUTPUT PENDING-APPROVALS-FILE
               END-IF
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "OPMAINT: cannot open "
                       WS-PENDING-FILENAME ", file status "
                       WS-PENDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO PENDING-APPROVAL-RECORD
               MOVE "OPMAINT" TO AP-SOURCE
               IF OM-KIND = "T"
                   MOVE "OPERATOER-TILBAGEKALDELSE" TO AP-RULE
               ELSE
                   MOVE "OPERATOER-ROLLE/GRAENSE" TO AP-RULE
               END-IF
               MOVE OM-REQUESTED-BY TO AP-MAKER
               MOVE "P" TO AP-STATUS
               MOVE MAINT-REQUEST TO AP-REQUEST-IMAGE
               WRITE PENDING-APPROVAL-RECORD
               CLOSE PENDING-APPROVALS-FILE
               ADD 1 TO queued-count
               MOVE "I KOE" TO CH-ACTION-TEXT
               MOVE "AFVENTER GODKENDELSE" TO CH-DETAIL
               PERFORM WRITE-CHANGE-LINE
           END-IF.
       EXIT.

       APPLY-APPROVED-CHANGE.
           PERFORM VALIDATE-REQUEST
           IF request-valid = "N"
               PERFORM REJECT-REQUEST
           ELSE
           IF OM-KIND = "T"
               MOVE "N" TO OPA-ACTIVE(operator-slot)
               MOVE "TILBAGEKALDT" TO CH-ACTION-TEXT
               MOVE OM-REASON TO CH-DETAIL
               PERFORM ACCEPT-CHANGE
           ELSE
               MOVE SPACES TO CH-DETAIL
               IF OM-NEW-ROLE NOT = SPACES
                   STRING "ROLLE " DELIMITED BY SIZE
                       OPA-ROLE(operator-slot) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       OM-NEW-ROLE DELIMITED BY SIZE
                       INTO CH-DETAIL
                   MOVE OM-NEW-ROLE TO OPA-ROLE(operator-slot)
               END-IF
               IF OM-NEW-LIMIT NOT = SPACES
                   COMPUTE new-limit-value =
                       FUNCTION NUMVAL(OM-NEW-LIMIT) / 100
                   MOVE OPA-ENTRY-LIMIT(operator-slot)
                       TO old-limit-display
                   MOVE new-limit-value TO new-limit-display
                   STRING FUNCTION TRIM(CH-DETAIL) DELIMITED BY SIZE
                       " GRAENSE " DELIMITED BY SIZE
                       FUNCTION TRIM(old-limit-display)
                           DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(new-limit-display)
                           DELIMITED BY SIZE
                       INTO CH-DETAIL
                   MOVE new-limit-value
                       TO OPA-ENTRY-LIMIT(operator-slot)
               END-IF
               MOVE "AENDRET" TO CH-ACTION-TEXT
               PERFORM ACCEPT-CHANGE
           END-IF
           END-IF.
       EXIT.

      * OPRECERT's automatic switch-off; an operator already inactive
      * is left as is.
       DEACTIVATE-OPERATOR.
           PERFORM FIND-OPERATOR
           IF operator-slot = ZEROES
               MOVE "UKENDT OPERATOER" TO reject-reason
               PERFORM REJECT-REQUEST
           ELSE
           IF OPA-ACTIVE(operator-slot) = "Y"
               MOVE "N" TO OPA-ACTIVE(operator-slot)
               MOVE "DEAKTIVERET" TO CH-ACTION-TEXT
               MOVE OM-REASON TO CH-DETAIL
               PERFORM ACCEPT-CHANGE
           END-IF
           END-IF.
       EXIT.

       ACCEPT-CHANGE.
           MOVE "Y" TO master-changed
           ADD 1 TO applied-count
           PERFORM WRITE-CHANGE-LINE.
       EXIT.

       REJECT-REQUEST.
           ADD 1 TO rejected-count
           MOVE "AFVIST" TO CH-ACTION-TEXT
           MOVE reject-reason TO CH-DETAIL
           PERFORM WRITE-CHANGE-LINE
           DISPLAY "OPMAINT: request rejected, "
               FUNCTION TRIM(reject-reason) " for operator "
               OM-OPERATOR-ID.
       EXIT.

      * One audit line per request with the requester's id, same
      * run-at= key/value shape as BOXMAINT's change history.
       WRITE-CHANGE-LINE.
           MOVE SPACES TO CH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " requested-by=" DELIMITED BY SIZE
               FUNCTION TRIM(OM-REQUESTED-BY) DELIMITED BY SIZE
               " operator=" DELIMITED BY SIZE
               FUNCTION TRIM(OM-OPERATOR-ID) DELIMITED BY SIZE
               " request=" DELIMITED BY SIZE
               OM-ACTION DELIMITED BY SIZE
               OM-KIND DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-ACTION-TEXT) DELIMITED BY SIZE
               " detail=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-DETAIL) DELIMITED BY SIZE
               INTO CH-INFO
           WRITE CHANGE-HISTORY-LINE.
       EXIT.

       REWRITE-OPERATOR-MASTER.
           MOVE WS-OPERATORS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-OPERATORS-FILENAME

           OPEN OUTPUT OUTPUT-OPERATORS
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "OPMAINT: cannot open " WS-OPERATORS-FILENAME
                   " for rewrite, file status " WS-OPERATORS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-op FROM 1 BY 1
                   UNTIL idx-op > operator-count
               MOVE OPERATOR-ARRAY(idx-op) TO OUTPUT-OPERATOR-RECORD
               WRITE OUTPUT-OPERATOR-RECORD
           END-PERFORM
           CLOSE OUTPUT-OPERATORS

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "OPMAINT: cannot re-open new master for "
                   "verification, file status " WS-OPERATORS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ OPERATORS-FILE INTO OPERATOR-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE OPERATORS-FILE
           IF verify-count NOT = operator-count
               DISPLAY "OPMAINT: new master FAILED verification ("
                   verify-count "/" operator-count
                   ") - live master untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE swap-master-name TO WS-OPERATORS-FILENAME
           MOVE "N" TO swap-failed
           PERFORM SWAP-IN-NEW-MASTER
           IF swap-failed = "Y"
               STOP RUN
           END-IF.
       EXIT.

      * Once the master holds the changes, the request file is moved
      * aside so tomorrow's run does not apply the same change twice.
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
               DISPLAY "OPMAINT: cannot move "
                   FUNCTION TRIM(WS-REQUESTS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-REQUESTS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

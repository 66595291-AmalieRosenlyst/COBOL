      * Formål: Register over grupper af forbundne kunder. Hvert
      *    client-id stod alene, saa et aegtepar, et selskab og dets
      *    ejer eller to soesterselskaber kunne ikke ses som eet
      *    engagement. Registret (client-groups.txt) vedligeholdes
      *    her ud fra en anmodningsfil - "A" = tilfoej kunde til en
      *    gruppe (gruppen oprettes med navn ved foerste medlem),
      *    "R" = fjern kunde fra gruppen - med revisionsspor i
      *    client-group-history.txt. LRGEXPO summerer eksponeringen
      *    pr. gruppe ud fra registret.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-GROUPS ASSIGN TO DYNAMIC WS-GROUPS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GROUPS-STATUS.
       SELECT OUTPUT-GROUPS ASSIGN TO DYNAMIC WS-GROUPS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GROUPS-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
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
       FD INPUT-GROUPS.
       01 GROUP-RECORD.
           COPY "client-groups.cpy".
       FD OUTPUT-GROUPS.
       01 OUTPUT-GROUP-RECORD.
           COPY "client-groups.cpy"
               REPLACING LEADING ==CG-== BY ==CG-OUT-==.
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD INPUT-REQUESTS.
       01 MAINT-REQUEST.
           02 maint-action              PIC X(1).
           02 maint-requested-by        PIC X(8).
           02 maint-group-id            PIC X(10).
           02 maint-group-name          PIC X(30).
           02 maint-client-id           PIC X(10).
           02 maint-relation            PIC X(1).
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
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-GROUPS-STATUS              PIC XX VALUE "00".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-CHANGE-HISTORY-STATUS      PIC XX VALUE "00".

       01 GROUP-ARRAY-MAX               PIC 9(4) VALUE 2000.
       01 GROUP-ARRAY                   OCCURS 2000 TIMES
                                        INDEXED BY idx-grp.
           COPY "client-groups.cpy"
               REPLACING LEADING ==CG-== BY ==CG-ARR-==.
       01 group-count                   PIC 9(4) VALUE ZEROES.

       01 found-slot                    PIC 9(4) VALUE ZEROES.
       01 group-slot                    PIC 9(4) VALUE ZEROES.
       01 request-ok                    PIC X VALUE "Y".
       01 CH-ACTION-TEXT                PIC X(12) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-GROUPS-FILENAME
           PIC X(100) VALUE "client-groups.txt".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "client-group-requests.txt".
       01 WS-CHANGE-HISTORY-FILENAME
           PIC X(100) VALUE "client-group-history.txt".

      * Safe rewrite-and-swap of the register, same pattern as the
      * other rewriters.
           COPY "safe-swap-fields.cpy".
       01 register-existed              PIC X VALUE "Y".

      * Batch control totals
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-GROUPS-FILENAME FROM ENVIRONMENT "CLIENT_GROUPS_FILE"
       IF WS-GROUPS-FILENAME = SPACES
           MOVE "client-groups.txt" TO WS-GROUPS-FILENAME
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "CLIENT_GROUP_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "client-group-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-CHANGE-HISTORY-FILENAME
           FROM ENVIRONMENT "CLIENT_GROUP_HISTORY_FILE"
       IF WS-CHANGE-HISTORY-FILENAME = SPACES
           MOVE "client-group-history.txt" TO WS-CHANGE-HISTORY-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

       MOVE "GRPMAINT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No groups on file yet is a normal state - the first
      * registration creates the register.
       OPEN INPUT INPUT-GROUPS
       IF WS-GROUPS-STATUS = "00"
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-GROUPS INTO GROUP-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF group-count >= GROUP-ARRAY-MAX
                           DISPLAY "GRPMAINT: GROUP-ARRAY is full, "
                               "cannot load more of "
                               WS-GROUPS-FILENAME
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO group-count
                       MOVE GROUP-RECORD TO GROUP-ARRAY(group-count)
               END-READ
           END-PERFORM
           CLOSE INPUT-GROUPS
       ELSE
           IF WS-GROUPS-STATUS NOT = "35"
               DISPLAY "GRPMAINT: cannot open " WS-GROUPS-FILENAME
                   ", file status " WS-GROUPS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO register-existed
       END-IF

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "GRPMAINT: cannot open " WS-CUSTOMERS-FILENAME ", "
               "file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND CHANGE-HISTORY-FILE
       IF WS-CHANGE-HISTORY-STATUS = "35"
           OPEN OUTPUT CHANGE-HISTORY-FILE
       END-IF
       IF WS-CHANGE-HISTORY-STATUS NOT = "00"
           DISPLAY "GRPMAINT: cannot open "
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
                               PERFORM ADD-MEMBER
                           WHEN "R"
                               PERFORM REMOVE-MEMBER
                           WHEN OTHER
                               ADD 1 TO rejected-count
                               DISPLAY "GRPMAINT: unknown action '"
                                   maint-action "' for client "
                                   maint-client-id
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
       ELSE
           IF WS-REQUESTS-STATUS NOT = "35"
               DISPLAY "GRPMAINT: cannot open " WS-REQUESTS-FILENAME
                   ", file status " WS-REQUESTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       CLOSE CHANGE-HISTORY-FILE.
       CLOSE INPUT-CUSTOMERS.

       IF applied-count > 0
           PERFORM REWRITE-GROUP-REGISTER
       END-IF

       DISPLAY "GRPMAINT: " applied-count " change(s) applied, "
           rejected-count " rejected."

       IF rejected-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * The row (any group) holding maint-client-id, and the first
      * row of maint-group-id.
       FIND-MEMBER.
           MOVE ZEROES TO found-slot group-slot
           PERFORM VARYING idx-grp FROM 1 BY 1
                   UNTIL idx-grp > group-count
               IF CG-ARR-CLIENT-ID OF GROUP-ARRAY(idx-grp)
                       = maint-client-id
                   SET found-slot TO idx-grp
               END-IF
               IF CG-ARR-GROUP-ID OF GROUP-ARRAY(idx-grp)
                       = maint-group-id
                   AND group-slot = ZEROES
                   SET group-slot TO idx-grp
               END-IF
           END-PERFORM.
       EXIT.

      * The client must be on the customer master and not already in
      * a group; a new group needs a name, an existing one keeps its
      * name.
       ADD-MEMBER.
           MOVE "Y" TO request-ok
           IF maint-group-id = SPACES OR maint-client-id = SPACES
               MOVE "N" TO request-ok
               DISPLAY "GRPMAINT: add rejected, group-id and client-id "
                   "are both required"
           END-IF
           IF request-ok = "Y"
               PERFORM FIND-MEMBER
               IF found-slot NOT = ZEROES
                   MOVE "N" TO request-ok
                   DISPLAY "GRPMAINT: add rejected, client "
                       FUNCTION TRIM(maint-client-id)
                       " is already in group "
                       CG-ARR-GROUP-ID OF GROUP-ARRAY(found-slot)
               END-IF
           END-IF
           IF request-ok = "Y"
               MOVE maint-client-id TO client-id OF CUSTOMER-RECORD
               READ INPUT-CUSTOMERS
                   INVALID KEY
                       MOVE "N" TO request-ok
                       DISPLAY "GRPMAINT: add rejected, client "
                           FUNCTION TRIM(maint-client-id)
                           " is not on " WS-CUSTOMERS-FILENAME
               END-READ
           END-IF
           IF request-ok = "Y"
               AND maint-relation NOT = "H" AND maint-relation NOT = "E"
               AND maint-relation NOT = "S" AND maint-relation NOT = "O"
               MOVE "N" TO request-ok
               DISPLAY "GRPMAINT: add rejected, relation '"
                   maint-relation "' is unknown"
           END-IF
           IF request-ok = "Y"
               AND group-slot = ZEROES AND maint-group-name = SPACES
               MOVE "N" TO request-ok
               DISPLAY "GRPMAINT: add rejected, new group "
                   FUNCTION TRIM(maint-group-id) " has no name"
           END-IF
           IF request-ok = "Y" AND group-count >= GROUP-ARRAY-MAX
               MOVE "N" TO request-ok
               DISPLAY "GRPMAINT: GROUP-ARRAY is full, cannot add "
                   "client " maint-client-id
           END-IF

           IF request-ok = "N"
               ADD 1 TO rejected-count
           ELSE
               IF group-slot NOT = ZEROES
                   MOVE CG-ARR-GROUP-NAME OF GROUP-ARRAY(group-slot)
                       TO maint-group-name
               END-IF
               ADD 1 TO group-count
               MOVE maint-group-id TO CG-ARR-GROUP-ID
                   OF GROUP-ARRAY(group-count)
               MOVE maint-group-name TO CG-ARR-GROUP-NAME
                   OF GROUP-ARRAY(group-count)
               MOVE maint-client-id TO CG-ARR-CLIENT-ID
                   OF GROUP-ARRAY(group-count)
               MOVE maint-relation TO CG-ARR-RELATION
                   OF GROUP-ARRAY(group-count)
               MOVE WS-TODAY TO CG-ARR-ADDED-DATE
                   OF GROUP-ARRAY(group-count)
               MOVE maint-requested-by TO CG-ARR-ADDED-BY
                   OF GROUP-ARRAY(group-count)
               ADD 1 TO applied-count
               MOVE "TILFOEJET" TO CH-ACTION-TEXT
               PERFORM WRITE-CHANGE-LINE
           END-IF.
       EXIT.

      * The member row is dropped from the register; the history
      * file keeps the trail.
       REMOVE-MEMBER.
           PERFORM FIND-MEMBER
           IF found-slot = ZEROES
               OR CG-ARR-GROUP-ID OF GROUP-ARRAY(found-slot)
                   NOT = maint-group-id
               ADD 1 TO rejected-count
               DISPLAY "GRPMAINT: remove rejected, client "
                   FUNCTION TRIM(maint-client-id) " is not in group "
                   FUNCTION TRIM(maint-group-id)
           ELSE
               MOVE CG-ARR-RELATION OF GROUP-ARRAY(found-slot)
                   TO maint-relation
               PERFORM VARYING idx-grp FROM found-slot BY 1
                       UNTIL idx-grp >= group-count
                   MOVE GROUP-ARRAY(idx-grp + 1) TO GROUP-ARRAY(idx-grp)
               END-PERFORM
               SUBTRACT 1 FROM group-count
               ADD 1 TO applied-count
               MOVE "FJERNET" TO CH-ACTION-TEXT
               PERFORM WRITE-CHANGE-LINE
           END-IF.
       EXIT.

       WRITE-CHANGE-LINE.
           MOVE SPACES TO CH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " requested-by=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-requested-by) DELIMITED BY SIZE
               " group=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-group-id) DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               FUNCTION TRIM(maint-client-id) DELIMITED BY SIZE
               " relation=" DELIMITED BY SIZE
               maint-relation DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-ACTION-TEXT) DELIMITED BY SIZE
               INTO CH-INFO
           WRITE CHANGE-HISTORY-LINE.
       EXIT.

       REWRITE-GROUP-REGISTER.
           MOVE WS-GROUPS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           IF register-existed = "Y"
               MOVE swap-new-name TO WS-GROUPS-FILENAME
           END-IF
           OPEN OUTPUT OUTPUT-GROUPS
           IF WS-GROUPS-STATUS NOT = "00"
               DISPLAY "GRPMAINT: cannot open "
                   WS-GROUPS-FILENAME " for rewrite, file status "
                   WS-GROUPS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-grp FROM 1 BY 1
                   UNTIL idx-grp > group-count
               MOVE GROUP-ARRAY(idx-grp) TO OUTPUT-GROUP-RECORD
               WRITE OUTPUT-GROUP-RECORD
           END-PERFORM
           CLOSE OUTPUT-GROUPS

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-GROUPS
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-GROUPS INTO GROUP-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-GROUPS
           IF verify-count NOT = group-count
               DISPLAY "GRPMAINT: new register FAILED verification ("
                   verify-count "/" group-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-GROUPS-FILENAME
           IF register-existed = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

      * Formål: Kvartalsvis recertificering af operatoerernes adgang.
      *    operator-master.txt holder rolle, enkeltposteringsgraense
      *    og aktiv-markering, men ingen bekraeftede nogensinde at
      *    den enkelte stadig skulle have dem, og fratraadte stod
      *    med "Y" i maanedsvis. Programmet har to koerselsformer,
      *    valgt med RECERT_MODE:
      *      SEND (kvartalsvis): aabner en runde (RECERT_CAMPAIGN,
      *        standard AAAAKn for indevaerende kvartal) med een
      *        raekke pr. aktiv operatoer i operator-recert.txt og
      *        skriver recert-lists.txt - een liste pr. filialchef
      *        fra branch-managers.txt med operatoerens rolle,
      *        graense og seneste aktivitet (kasseloggen
      *        teller-capture-log.txt og godkendelsessporet
      *        approvals-audit.txt). Chefens egen adgang og
      *        operatoerer uden filialchef forelaegges intern
      *        revision (RECERT_CENTRAL_CERTIFIER). Fristen er
      *        RECERT_DEADLINE_DAYS (standard 30) dage frem.
      *      DAILY (standard, hver nat foer OPMAINT): laeser
      *        chefernes svar i recert-decisions.txt - "B" =
      *        bekraeft, "A" = aendr rolle og/eller graense, "T" =
      *        tilbagekald. Svaret skal komme fra operatoerens chef
      *        i runden. En bekraeftelse noteres i registret; en
      *        aendring eller tilbagekaldelse sendes som anmodning i
      *        operator-maint-requests.txt, som OPMAINT laegger i
      *        dobbeltkontrol-koeen. Operatoerer der ikke er
      *        bekraeftet inden fristen, og operatoerer der ikke er
      *        set i RECERT_IDLE_DAYS (standard 90) dage - regnet fra
      *        seneste aktivitet eller fra rundens udsendelse, hvis
      *        den er senere - deaktiveres automatisk med en
      *        "D"-anmodning til OPMAINT.
      *    Registret viser hvem der bekraeftede hvad og hvornaar;
      *    nattens udfald staar i recert-report.txt. Koersel for en
      *    anden dag: RECERT_DATE=YYYYMMDD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-OPERATORS ASSIGN TO DYNAMIC WS-OPERATORS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATORS-STATUS.
       SELECT INPUT-MANAGERS ASSIGN TO DYNAMIC WS-MANAGERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MANAGERS-STATUS.
       SELECT INPUT-CAPTURE-LOG
       ASSIGN TO DYNAMIC WS-CAPTURE-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CAPTURE-LOG-STATUS.
       SELECT INPUT-APPROVALS-AUDIT
       ASSIGN TO DYNAMIC WS-APPROVALS-AUDIT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-APPROVALS-AUDIT-STATUS.
       SELECT RECERT-FILE ASSIGN TO DYNAMIC WS-RECERT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RECERT-STATUS.
       SELECT OUTPUT-RECERT ASSIGN TO DYNAMIC WS-RECERT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RECERT-STATUS.
       SELECT INPUT-DECISIONS ASSIGN TO DYNAMIC WS-DECISIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DECISIONS-STATUS.
       SELECT OPER-REQUESTS-FILE
       ASSIGN TO DYNAMIC WS-OPER-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPER-REQUESTS-STATUS.
       SELECT OUTPUT-LISTS ASSIGN TO DYNAMIC WS-LISTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LISTS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-OPERATORS.
       01 OPERATOR-RECORD.
           COPY "operator-master.cpy".
       FD INPUT-MANAGERS.
       01 MANAGER-RECORD.
           COPY "branch-managers.cpy".
       FD INPUT-CAPTURE-LOG.
       01 CAPTURE-LOG-LINE              PIC X(200).
       FD INPUT-APPROVALS-AUDIT.
       01 APPROVALS-AUDIT-LINE          PIC X(150).
       FD RECERT-FILE.
       01 RECERT-RECORD.
           COPY "operator-recert.cpy".
       FD OUTPUT-RECERT.
       01 OUTPUT-RECERT-RECORD.
           COPY "operator-recert.cpy"
               REPLACING LEADING ==RC-== BY ==RC-OUT-==.
      * Chefens svar, een linje pr. operatoer.
       FD INPUT-DECISIONS.
       01 DECISION-REQUEST.
           02 decision-code             PIC X(1).
           02 decision-manager-id       PIC X(8).
           02 decision-operator-id      PIC X(8).
           02 decision-new-role         PIC X(1).
           02 decision-new-limit        PIC X(9).
           02 decision-note             PIC X(40).
       FD OPER-REQUESTS-FILE.
       01 OPER-REQUEST-RECORD.
           COPY "operator-maint-request.cpy".
       FD OUTPUT-LISTS.
       01 LISTS-LINE.
           02 LST-INFO                 PIC X(150).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 RPT-INFO                 PIC X(150).

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
       01 EOF-MANAGERS                  PIC X VALUE "N".
       01 EOF-CAPTURE-LOG               PIC X VALUE "N".
       01 EOF-APPROVALS-AUDIT           PIC X VALUE "N".
       01 EOF-RECERT                    PIC X VALUE "N".
       01 END-OF-DECISIONS              PIC X VALUE "N".
       01 WS-OPERATORS-STATUS           PIC XX VALUE "00".
       01 WS-MANAGERS-STATUS            PIC XX VALUE "00".
       01 WS-CAPTURE-LOG-STATUS         PIC XX VALUE "00".
       01 WS-APPROVALS-AUDIT-STATUS     PIC XX VALUE "00".
       01 WS-RECERT-STATUS              PIC XX VALUE "00".
       01 WS-DECISIONS-STATUS           PIC XX VALUE "00".
       01 WS-OPER-REQUESTS-STATUS       PIC XX VALUE "00".
       01 WS-LISTS-STATUS               PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 OPERATOR-ARRAY-MAX            PIC 9(3) VALUE 500.
       01 OPERATOR-ARRAY                OCCURS 500 TIMES
                                        INDEXED BY idx-op.
           COPY "operator-master.cpy"
               REPLACING LEADING ==OP-== BY ==OPA-==.
      * Side by side with OPERATOR-ARRAY: the last day each operator
      * was seen, and whether tonight's run already asked OPMAINT to
      * deactivate them.
       01 OPERATOR-ACTIVITY             OCCURS 500 TIMES.
           02 op-last-activity          PIC X(8).
           02 op-deactivation-sent      PIC X(1).
       01 operator-count                PIC 9(3) VALUE ZEROES.
       01 operator-slot                 PIC 9(3) VALUE ZEROES.

       01 MANAGER-ARRAY-MAX             PIC 9(3) VALUE 200.
       01 MANAGER-ARRAY                 OCCURS 200 TIMES
                                        INDEXED BY idx-mgr.
           COPY "branch-managers.cpy"
               REPLACING LEADING ==BM-== BY ==BM-ARR-==.
       01 manager-count                 PIC 9(3) VALUE ZEROES.

       01 RECERT-ARRAY-MAX              PIC 9(4) VALUE 5000.
       01 RECERT-ARRAY                  OCCURS 5000 TIMES
                                        INDEXED BY idx-rc idx-rc2.
           COPY "operator-recert.cpy"
               REPLACING LEADING ==RC-== BY ==RC-ARR-==.
       01 recert-count                  PIC 9(4) VALUE ZEROES.
       01 recert-slot                   PIC 9(4) VALUE ZEROES.
       01 recert-present                PIC X VALUE "N".
       01 register-changed              PIC X VALUE "N".

      * Parsing of the key=value log lines.
       01 TOKEN-TABLE.
           02 LOG-TOKEN                 OCCURS 20 TIMES
                                        PIC X(40).
       01 token-idx                     PIC 9(2) VALUE ZEROES.
       01 activity-id                   PIC X(8) VALUE SPACES.
       01 activity-date                 PIC X(8) VALUE SPACES.
       01 line-date                     PIC X(8) VALUE SPACES.

       01 WS-MODE                       PIC X(10) VALUE SPACES.
       01 WS-PARAMETER-TEXT             PIC X(20) VALUE SPACES.
       01 WS-CAMPAIGN                   PIC X(6) VALUE SPACES.
       01 WS-CENTRAL-CERTIFIER          PIC X(8) VALUE SPACES.
       01 WS-DEADLINE-DAYS              PIC 9(3) VALUE 30.
       01 WS-IDLE-DAYS                  PIC 9(3) VALUE 90.
       01 run-date                      PIC X(8) VALUE SPACES.
       01 run-quarter                   PIC 9(1) VALUE ZEROES.
       01 deadline-date                 PIC 9(8) VALUE ZEROES.
       01 idle-reference                PIC X(8) VALUE SPACES.
       01 idle-days-elapsed             PIC S9(6) VALUE ZEROES.
       01 campaign-manager              PIC X(8) VALUE SPACES.
       01 campaign-manager-name         PIC X(30) VALUE SPACES.
       01 manager-listed                PIC X VALUE "N".
       01 campaign-exists               PIC X VALUE "N".
       01 lookup-operator-id            PIC X(8) VALUE SPACES.
       01 list-operator-name            PIC X(30) VALUE SPACES.
       01 list-last-activity            PIC X(10) VALUE SPACES.

       01 decision-valid                PIC X VALUE "N".
       01 reject-reason                 PIC X(40) VALUE SPACES.
       01 deactivate-reason             PIC X(40) VALUE SPACES.
       01 limit-display                 PIC Z(6)9.99.
       01 new-limit-value               PIC 9(7)V99 VALUE ZEROES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-OPERATORS-FILENAME
           PIC X(100) VALUE "operator-master.txt".
       01 WS-MANAGERS-FILENAME
           PIC X(100) VALUE "branch-managers.txt".
       01 WS-CAPTURE-LOG-FILENAME
           PIC X(100) VALUE "teller-capture-log.txt".
       01 WS-APPROVALS-AUDIT-FILENAME
           PIC X(100) VALUE "approvals-audit.txt".
       01 WS-RECERT-FILENAME
           PIC X(100) VALUE "operator-recert.txt".
       01 WS-DECISIONS-FILENAME
           PIC X(100) VALUE "recert-decisions.txt".
       01 WS-DECISIONS-DONE-FILENAME    PIC X(100) VALUE SPACES.
       01 WS-OPER-REQUESTS-FILENAME
           PIC X(100) VALUE "operator-maint-requests.txt".
       01 WS-LISTS-FILENAME
           PIC X(100) VALUE "recert-lists.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "recert-report.txt".

      * Safe rewrite-and-swap of the register, same pattern as
      * BOXMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 sent-count                    PIC 9(4) VALUE ZEROES.
       01 confirmed-count               PIC 9(4) VALUE ZEROES.
       01 queued-count                  PIC 9(4) VALUE ZEROES.
       01 rejected-count                PIC 9(4) VALUE ZEROES.
       01 deactivated-count             PIC 9(4) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-OPERATORS-FILENAME
           FROM ENVIRONMENT "OPERATOR_MASTER_FILE"
       IF WS-OPERATORS-FILENAME = SPACES
           MOVE "operator-master.txt" TO WS-OPERATORS-FILENAME
       END-IF

       ACCEPT WS-MANAGERS-FILENAME
           FROM ENVIRONMENT "BRANCH_MANAGERS_FILE"
       IF WS-MANAGERS-FILENAME = SPACES
           MOVE "branch-managers.txt" TO WS-MANAGERS-FILENAME
       END-IF

       ACCEPT WS-CAPTURE-LOG-FILENAME
           FROM ENVIRONMENT "TELLER_CAPTURE_LOG_FILE"
       IF WS-CAPTURE-LOG-FILENAME = SPACES
           MOVE "teller-capture-log.txt" TO WS-CAPTURE-LOG-FILENAME
       END-IF

       ACCEPT WS-APPROVALS-AUDIT-FILENAME
           FROM ENVIRONMENT "APPROVALS_AUDIT_FILE"
       IF WS-APPROVALS-AUDIT-FILENAME = SPACES
           MOVE "approvals-audit.txt" TO WS-APPROVALS-AUDIT-FILENAME
       END-IF

       ACCEPT WS-RECERT-FILENAME FROM ENVIRONMENT "OPERATOR_RECERT_FILE"
       IF WS-RECERT-FILENAME = SPACES
           MOVE "operator-recert.txt" TO WS-RECERT-FILENAME
       END-IF

       ACCEPT WS-DECISIONS-FILENAME
           FROM ENVIRONMENT "RECERT_DECISIONS_FILE"
       IF WS-DECISIONS-FILENAME = SPACES
           MOVE "recert-decisions.txt" TO WS-DECISIONS-FILENAME
       END-IF

       ACCEPT WS-OPER-REQUESTS-FILENAME
           FROM ENVIRONMENT "OPERATOR_MAINT_REQUESTS_FILE"
       IF WS-OPER-REQUESTS-FILENAME = SPACES
           MOVE "operator-maint-requests.txt"
               TO WS-OPER-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-LISTS-FILENAME FROM ENVIRONMENT "RECERT_LISTS_FILE"
       IF WS-LISTS-FILENAME = SPACES
           MOVE "recert-lists.txt" TO WS-LISTS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT "RECERT_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "recert-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-CENTRAL-CERTIFIER
           FROM ENVIRONMENT "RECERT_CENTRAL_CERTIFIER"
       IF WS-CENTRAL-CERTIFIER = SPACES
           MOVE "INTREV" TO WS-CENTRAL-CERTIFIER
       END-IF

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "RECERT_DEADLINE_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
               AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-DEADLINE-DAYS =
               FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "RECERT_IDLE_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
               AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-IDLE-DAYS = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
       MOVE WS-TODAY TO run-date
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "RECERT_DATE"
       IF WS-PARAMETER-TEXT NOT = SPACES
           IF WS-PARAMETER-TEXT(1:8) IS NUMERIC
               AND WS-PARAMETER-TEXT(9:12) = SPACES
               MOVE WS-PARAMETER-TEXT(1:8) TO run-date
           ELSE
               DISPLAY "OPRECERT: RECERT_DATE must be YYYYMMDD, got "
                   WS-PARAMETER-TEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       ACCEPT WS-MODE FROM ENVIRONMENT "RECERT_MODE"
       IF WS-MODE = SPACES
           MOVE "DAILY" TO WS-MODE
       END-IF

       MOVE "OPRECERT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-OPERATORS
       PERFORM LOAD-MANAGERS
       PERFORM LOAD-RECERT-REGISTER
       PERFORM SCAN-CAPTURE-LOG
       PERFORM SCAN-APPROVALS-AUDIT

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "OPRECERT: cannot open " WS-REPORT-FILENAME
               ", file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       EVALUATE WS-MODE
           WHEN "SEND"
               PERFORM SEND-CAMPAIGN
           WHEN "DAILY"
               PERFORM OPEN-OPER-REQUESTS
               PERFORM APPLY-DECISIONS
               PERFORM EXPIRE-OVERDUE
               PERFORM DEACTIVATE-IDLE
               CLOSE OPER-REQUESTS-FILE
           WHEN OTHER
               DISPLAY "OPRECERT: unknown RECERT_MODE '"
                   FUNCTION TRIM(WS-MODE)
                   "' - use SEND or DAILY"
               MOVE 16 TO RETURN-CODE
       END-EVALUATE

       MOVE SPACES TO RPT-INFO
       STRING "TRAILER: dato=" DELIMITED BY SIZE
           run-date DELIMITED BY SIZE
           " sendt=" DELIMITED BY SIZE
           sent-count DELIMITED BY SIZE
           " bekraeftet=" DELIMITED BY SIZE
           confirmed-count DELIMITED BY SIZE
           " til-dobbeltkontrol=" DELIMITED BY SIZE
           queued-count DELIMITED BY SIZE
           " afvist=" DELIMITED BY SIZE
           rejected-count DELIMITED BY SIZE
           " deaktiveret=" DELIMITED BY SIZE
           deactivated-count DELIMITED BY SIZE
           INTO RPT-INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT

       IF register-changed = "Y"
           PERFORM REWRITE-RECERT-REGISTER
       END-IF

       PERFORM RELEASE-RUN-LOCK

       DISPLAY "OPRECERT: " sent-count " sent, " confirmed-count
           " confirmed, " queued-count " queued for approval, "
           rejected-count " rejected, " deactivated-count
           " deactivated."

       IF RETURN-CODE = 0
           IF rejected-count > 0 OR deactivated-count > 0
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-OPERATORS.
           OPEN INPUT INPUT-OPERATORS
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "OPRECERT: cannot open " WS-OPERATORS-FILENAME
                   ", file status " WS-OPERATORS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-OPERATORS = "Y"
               READ INPUT-OPERATORS INTO OPERATOR-RECORD
                   AT END
                       MOVE "Y" TO EOF-OPERATORS
                   NOT AT END
                       IF operator-count < OPERATOR-ARRAY-MAX
                           ADD 1 TO operator-count
                           MOVE OPERATOR-RECORD
                               TO OPERATOR-ARRAY(operator-count)
                           MOVE SPACES
                               TO op-last-activity(operator-count)
                           MOVE "N"
                               TO op-deactivation-sent(operator-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-OPERATORS.
       EXIT.

      * Without the branch list every operator is put before the
      * central certifier.
       LOAD-MANAGERS.
           OPEN INPUT INPUT-MANAGERS
           IF WS-MANAGERS-STATUS = "00"
               PERFORM UNTIL EOF-MANAGERS = "Y"
                   READ INPUT-MANAGERS INTO MANAGER-RECORD
                       AT END
                           MOVE "Y" TO EOF-MANAGERS
                       NOT AT END
                           IF manager-count < MANAGER-ARRAY-MAX
                               ADD 1 TO manager-count
                               MOVE MANAGER-RECORD
                                   TO MANAGER-ARRAY(manager-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-MANAGERS
           ELSE
               DISPLAY "OPRECERT: no "
                   FUNCTION TRIM(WS-MANAGERS-FILENAME)
                   " on file - all operators go to "
                   FUNCTION TRIM(WS-CENTRAL-CERTIFIER)
           END-IF.
       EXIT.

      * No register yet is a normal state - the first SEND starts it.
       LOAD-RECERT-REGISTER.
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS = "00"
               MOVE "Y" TO recert-present
               PERFORM UNTIL EOF-RECERT = "Y"
                   READ RECERT-FILE INTO RECERT-RECORD
                       AT END
                           MOVE "Y" TO EOF-RECERT
                       NOT AT END
                           IF recert-count >= RECERT-ARRAY-MAX
                               DISPLAY "OPRECERT: "
                                   WS-RECERT-FILENAME
                                   " has more rows than RECERT-ARRAY"
                                   " can hold - stopping"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO recert-count
                           MOVE RECERT-RECORD
                               TO RECERT-ARRAY(recert-count)
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           ELSE
               IF WS-RECERT-STATUS NOT = "35"
                   DISPLAY "OPRECERT: cannot open "
                       WS-RECERT-FILENAME ", file status "
                       WS-RECERT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

      * Every line in the teller log carries the operator and the
      * run-at day it was keyed.
       SCAN-CAPTURE-LOG.
           OPEN INPUT INPUT-CAPTURE-LOG
           IF WS-CAPTURE-LOG-STATUS = "00"
               PERFORM UNTIL EOF-CAPTURE-LOG = "Y"
                   READ INPUT-CAPTURE-LOG
                       AT END
                           MOVE "Y" TO EOF-CAPTURE-LOG
                       NOT AT END
                           MOVE SPACES TO TOKEN-TABLE
                           UNSTRING CAPTURE-LOG-LINE
                               DELIMITED BY ALL " "
                               INTO LOG-TOKEN(1) LOG-TOKEN(2)
                                   LOG-TOKEN(3) LOG-TOKEN(4)
                                   LOG-TOKEN(5) LOG-TOKEN(6)
                                   LOG-TOKEN(7) LOG-TOKEN(8)
                                   LOG-TOKEN(9) LOG-TOKEN(10)
                           END-UNSTRING
                           PERFORM NOTE-LINE-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE INPUT-CAPTURE-LOG
           END-IF.
       EXIT.

      * APPRREV's trail: both the maker and the checker were at work
      * that day.
       SCAN-APPROVALS-AUDIT.
           OPEN INPUT INPUT-APPROVALS-AUDIT
           IF WS-APPROVALS-AUDIT-STATUS = "00"
               PERFORM UNTIL EOF-APPROVALS-AUDIT = "Y"
                   READ INPUT-APPROVALS-AUDIT
                       AT END
                           MOVE "Y" TO EOF-APPROVALS-AUDIT
                       NOT AT END
                           MOVE SPACES TO TOKEN-TABLE
                           UNSTRING APPROVALS-AUDIT-LINE
                               DELIMITED BY ALL " "
                               INTO LOG-TOKEN(1) LOG-TOKEN(2)
                                   LOG-TOKEN(3) LOG-TOKEN(4)
                                   LOG-TOKEN(5) LOG-TOKEN(6)
                                   LOG-TOKEN(7) LOG-TOKEN(8)
                                   LOG-TOKEN(9) LOG-TOKEN(10)
                                   LOG-TOKEN(11) LOG-TOKEN(12)
                                   LOG-TOKEN(13) LOG-TOKEN(14)
                                   LOG-TOKEN(15) LOG-TOKEN(16)
                                   LOG-TOKEN(17) LOG-TOKEN(18)
                                   LOG-TOKEN(19) LOG-TOKEN(20)
                           END-UNSTRING
                           PERFORM NOTE-LINE-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE INPUT-APPROVALS-AUDIT
           END-IF.
       EXIT.

       NOTE-LINE-ACTIVITY.
           MOVE SPACES TO line-date
           PERFORM VARYING token-idx FROM 1 BY 1
                   UNTIL token-idx > 20
               IF LOG-TOKEN(token-idx)(1:7) = "run-at="
                   STRING LOG-TOKEN(token-idx)(8:4)
                       LOG-TOKEN(token-idx)(13:2)
                       LOG-TOKEN(token-idx)(16:2)
                       DELIMITED BY SIZE INTO line-date
               END-IF
           END-PERFORM
           IF line-date IS NUMERIC
               MOVE line-date TO activity-date
               PERFORM VARYING token-idx FROM 1 BY 1
                       UNTIL token-idx > 20
                   MOVE SPACES TO activity-id
                   EVALUATE TRUE
                       WHEN LOG-TOKEN(token-idx)(1:9) = "operator="
                           MOVE LOG-TOKEN(token-idx)(10:8)
                               TO activity-id
                       WHEN LOG-TOKEN(token-idx)(1:6) = "maker="
                           MOVE LOG-TOKEN(token-idx)(7:8)
                               TO activity-id
                       WHEN LOG-TOKEN(token-idx)(1:8) = "checker="
                           MOVE LOG-TOKEN(token-idx)(9:8)
                               TO activity-id
                   END-EVALUATE
                   IF activity-id NOT = SPACES
                       PERFORM NOTE-ACTIVITY
                   END-IF
               END-PERFORM
           END-IF.
       EXIT.

       NOTE-ACTIVITY.
           MOVE activity-id TO lookup-operator-id
           PERFORM FIND-OPERATOR
           IF operator-slot NOT = ZEROES
               IF op-last-activity(operator-slot) = SPACES
                   OR activity-date > op-last-activity(operator-slot)
                   MOVE activity-date
                       TO op-last-activity(operator-slot)
               END-IF
           END-IF.
       EXIT.

      * Looks up lookup-operator-id in the loaded operators.
       FIND-OPERATOR.
           MOVE ZEROES TO operator-slot
           SET idx-op TO 1
           SEARCH OPERATOR-ARRAY
               AT END
                   CONTINUE
               WHEN idx-op > operator-count
                   CONTINUE
               WHEN OPA-OPERATOR-ID(idx-op) = lookup-operator-id
                   SET operator-slot TO idx-op
           END-SEARCH.
       EXIT.

      * The branch manager certifies the branch; the manager's own
      * access and operators without a branch manager go to the
      * central certifier - nobody certifies themselves.
       FIND-CERTIFIER.
           MOVE WS-CENTRAL-CERTIFIER TO campaign-manager
           MOVE "INTERN REVISION" TO campaign-manager-name
           SET idx-mgr TO 1
           SEARCH MANAGER-ARRAY
               AT END
                   CONTINUE
               WHEN idx-mgr > manager-count
                   CONTINUE
               WHEN BM-ARR-REG-NR(idx-mgr)
                       = OPA-HOME-REG-NR(operator-slot)
                   IF BM-ARR-MANAGER-ID(idx-mgr) NOT = SPACES
                       AND BM-ARR-MANAGER-ID(idx-mgr)
                           NOT = OPA-OPERATOR-ID(operator-slot)
                       MOVE BM-ARR-MANAGER-ID(idx-mgr)
                           TO campaign-manager
                       MOVE BM-ARR-NAME(idx-mgr)
                           TO campaign-manager-name
                   END-IF
           END-SEARCH.
       EXIT.

       SEND-CAMPAIGN.
           ACCEPT WS-CAMPAIGN FROM ENVIRONMENT "RECERT_CAMPAIGN"
           IF WS-CAMPAIGN = SPACES
               COMPUTE run-quarter =
                   (FUNCTION NUMVAL(run-date(5:2)) + 2) / 3
               STRING run-date(1:4) "K" run-quarter
                   DELIMITED BY SIZE INTO WS-CAMPAIGN
           END-IF

           MOVE "N" TO campaign-exists
           PERFORM VARYING idx-rc FROM 1 BY 1
                   UNTIL idx-rc > recert-count
               IF RC-ARR-CAMPAIGN(idx-rc) = WS-CAMPAIGN
                   MOVE "Y" TO campaign-exists
               END-IF
           END-PERFORM

           IF campaign-exists = "Y"
               DISPLAY "OPRECERT: round "
                   FUNCTION TRIM(WS-CAMPAIGN)
                   " was already sent - nothing done"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SEND-NEW-CAMPAIGN
           END-IF.
       EXIT.

       SEND-NEW-CAMPAIGN.
           COMPUTE deadline-date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(run-date))
               + WS-DEADLINE-DAYS)

           PERFORM VARYING operator-slot FROM 1 BY 1
                   UNTIL operator-slot > operator-count
               IF OPA-ACTIVE(operator-slot) = "Y"
                   PERFORM ADD-CAMPAIGN-ROW
               END-IF
           END-PERFORM

           OPEN OUTPUT OUTPUT-LISTS
           IF WS-LISTS-STATUS NOT = "00"
               DISPLAY "OPRECERT: cannot open " WS-LISTS-FILENAME
                   ", file status " WS-LISTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-rc FROM 1 BY 1
                   UNTIL idx-rc > recert-count
               IF RC-ARR-CAMPAIGN(idx-rc) = WS-CAMPAIGN
                   PERFORM WRITE-MANAGER-LIST
               END-IF
           END-PERFORM
           CLOSE OUTPUT-LISTS

           MOVE SPACES TO RPT-INFO
           STRING "SENDT: runde=" DELIMITED BY SIZE
               WS-CAMPAIGN DELIMITED BY SIZE
               " operatoerer=" DELIMITED BY SIZE
               sent-count DELIMITED BY SIZE
               " frist=" DELIMITED BY SIZE
               deadline-date DELIMITED BY SIZE
               INTO RPT-INFO
           WRITE REPORT-LINE.
       EXIT.

       ADD-CAMPAIGN-ROW.
           IF recert-count >= RECERT-ARRAY-MAX
               DISPLAY "OPRECERT: RECERT-ARRAY is full - stopping"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-CERTIFIER
           ADD 1 TO recert-count
           MOVE SPACES TO RECERT-ARRAY(recert-count)
           MOVE WS-CAMPAIGN TO RC-ARR-CAMPAIGN(recert-count)
           MOVE OPA-OPERATOR-ID(operator-slot)
               TO RC-ARR-OPERATOR-ID(recert-count)
           MOVE OPA-HOME-REG-NR(operator-slot)
               TO RC-ARR-REG-NR(recert-count)
           MOVE campaign-manager TO RC-ARR-MANAGER-ID(recert-count)
           MOVE OPA-ROLE(operator-slot) TO RC-ARR-ROLE(recert-count)
           MOVE OPA-ENTRY-LIMIT(operator-slot)
               TO RC-ARR-ENTRY-LIMIT(recert-count)
           MOVE op-last-activity(operator-slot)
               TO RC-ARR-LAST-ACTIVITY(recert-count)
           MOVE run-date TO RC-ARR-SENT-DATE(recert-count)
           MOVE deadline-date TO RC-ARR-DEADLINE(recert-count)
           MOVE "S" TO RC-ARR-STATUS(recert-count)
           MOVE "Y" TO register-changed
           ADD 1 TO sent-count.
       EXIT.

      * One list per certifier, written at the certifier's first row
      * in the round and holding all of that certifier's rows.
       WRITE-MANAGER-LIST.
           MOVE "N" TO manager-listed
           PERFORM VARYING idx-rc2 FROM 1 BY 1
                   UNTIL idx-rc2 >= idx-rc
               IF RC-ARR-CAMPAIGN(idx-rc2) = WS-CAMPAIGN
                   AND RC-ARR-MANAGER-ID(idx-rc2)
                       = RC-ARR-MANAGER-ID(idx-rc)
                   MOVE "Y" TO manager-listed
               END-IF
           END-PERFORM
           IF manager-listed = "N"
               MOVE SPACES TO campaign-manager-name
               SET idx-mgr TO 1
               SEARCH MANAGER-ARRAY
                   AT END
                       MOVE "INTERN REVISION" TO campaign-manager-name
                   WHEN idx-mgr > manager-count
                       MOVE "INTERN REVISION" TO campaign-manager-name
                   WHEN BM-ARR-MANAGER-ID(idx-mgr)
                           = RC-ARR-MANAGER-ID(idx-rc)
                       MOVE BM-ARR-NAME(idx-mgr)
                           TO campaign-manager-name
               END-SEARCH
               MOVE SPACES TO LST-INFO
               STRING "CHEF: " DELIMITED BY SIZE
                   RC-ARR-MANAGER-ID(idx-rc) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(campaign-manager-name)
                       DELIMITED BY SIZE
                   " runde=" DELIMITED BY SIZE
                   WS-CAMPAIGN DELIMITED BY SIZE
                   " svarfrist=" DELIMITED BY SIZE
                   RC-ARR-DEADLINE(idx-rc) DELIMITED BY SIZE
                   INTO LST-INFO
               WRITE LISTS-LINE
               PERFORM VARYING idx-rc2 FROM idx-rc BY 1
                       UNTIL idx-rc2 > recert-count
                   IF RC-ARR-CAMPAIGN(idx-rc2) = WS-CAMPAIGN
                       AND RC-ARR-MANAGER-ID(idx-rc2)
                           = RC-ARR-MANAGER-ID(idx-rc)
                       PERFORM WRITE-LIST-ROW
                   END-IF
               END-PERFORM
           END-IF.
       EXIT.

       WRITE-LIST-ROW.
           MOVE RC-ARR-OPERATOR-ID(idx-rc2) TO lookup-operator-id
           PERFORM FIND-OPERATOR
           MOVE SPACES TO list-operator-name
           IF operator-slot NOT = ZEROES
               MOVE OPA-NAME(operator-slot) TO list-operator-name
           END-IF
           MOVE RC-ARR-LAST-ACTIVITY(idx-rc2) TO list-last-activity
           IF list-last-activity = SPACES
               MOVE "ALDRIG SET" TO list-last-activity
           END-IF
           MOVE RC-ARR-ENTRY-LIMIT(idx-rc2) TO limit-display
           MOVE SPACES TO LST-INFO
           STRING "  OPERATOER: " DELIMITED BY SIZE
               RC-ARR-OPERATOR-ID(idx-rc2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               list-operator-name DELIMITED BY SIZE
               " filial=" DELIMITED BY SIZE
               RC-ARR-REG-NR(idx-rc2) DELIMITED BY SIZE
               " rolle=" DELIMITED BY SIZE
               RC-ARR-ROLE(idx-rc2) DELIMITED BY SIZE
               " graense=" DELIMITED BY SIZE
               FUNCTION TRIM(limit-display) DELIMITED BY SIZE
               " sidst-aktiv=" DELIMITED BY SIZE
               list-last-activity DELIMITED BY SIZE
               INTO LST-INFO
           WRITE LISTS-LINE.
       EXIT.

       OPEN-OPER-REQUESTS.
           OPEN EXTEND OPER-REQUESTS-FILE
           IF WS-OPER-REQUESTS-STATUS = "35"
               OPEN OUTPUT OPER-REQUESTS-FILE
           END-IF
           IF WS-OPER-REQUESTS-STATUS NOT = "00"
               DISPLAY "OPRECERT: cannot open "
                   WS-OPER-REQUESTS-FILENAME ", file status "
                   WS-OPER-REQUESTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

       APPLY-DECISIONS.
           OPEN INPUT INPUT-DECISIONS
           IF WS-DECISIONS-STATUS NOT = "00"
               AND WS-DECISIONS-STATUS NOT = "35"
               DISPLAY "OPRECERT: cannot open " WS-DECISIONS-FILENAME
                   ", file status " WS-DECISIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *>   No answers on file is the normal state between rounds.
           IF WS-DECISIONS-STATUS = "00"
               PERFORM UNTIL END-OF-DECISIONS = "Y"
                   READ INPUT-DECISIONS
                       AT END
                           MOVE "Y" TO END-OF-DECISIONS
                       NOT AT END
                           IF DECISION-REQUEST NOT = SPACES
                               PERFORM APPLY-ONE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-DECISIONS
               PERFORM RETIRE-DECISIONS-FILE
           END-IF.
       EXIT.

      * The answer counts against the operator's open row in the
      * newest round, and only from the certifier that round named.
       APPLY-ONE-DECISION.
           MOVE "Y" TO decision-valid
           MOVE SPACES TO reject-reason
           MOVE ZEROES TO recert-slot
           PERFORM VARYING idx-rc FROM 1 BY 1
                   UNTIL idx-rc > recert-count
               IF RC-ARR-OPERATOR-ID(idx-rc) = decision-operator-id
                   AND RC-ARR-STATUS(idx-rc) = "S"
                   SET recert-slot TO idx-rc
               END-IF
           END-PERFORM

           IF recert-slot = ZEROES
               MOVE "N" TO decision-valid
               MOVE "INGEN AABEN RECERTIFICERING" TO reject-reason
           ELSE
           IF decision-manager-id NOT = RC-ARR-MANAGER-ID(recert-slot)
               MOVE "N" TO decision-valid
               MOVE "IKKE OPERATOERENS CERTIFICERENDE CHEF"
                   TO reject-reason
           ELSE
           IF decision-manager-id = decision-operator-id
               MOVE "N" TO decision-valid
               MOVE "EGEN ADGANG KAN IKKE BEKRAEFTES"
                   TO reject-reason
           ELSE
           IF decision-code NOT = "B" AND NOT = "A" AND NOT = "T"
               MOVE "N" TO decision-valid
               MOVE "UKENDT BESLUTNING" TO reject-reason
           ELSE
           IF decision-code = "A"
               IF decision-new-role = SPACES
                   AND decision-new-limit = SPACES
                   MOVE "N" TO decision-valid
                   MOVE "AENDRING UDEN NY ROLLE ELLER GRAENSE"
                       TO reject-reason
               ELSE
               IF decision-new-role NOT = SPACES
                   AND decision-new-role NOT = "T"
                   AND decision-new-role NOT = "S"
                   AND decision-new-role NOT = "E"
                   MOVE "N" TO decision-valid
                   MOVE "UKENDT ROLLE" TO reject-reason
               ELSE
               IF decision-new-limit NOT = SPACES
                   AND decision-new-limit IS NOT NUMERIC
                   MOVE "N" TO decision-valid
                   MOVE "UGYLDIG GRAENSE" TO reject-reason
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF decision-valid = "N"
               PERFORM REJECT-DECISION
           ELSE
               PERFORM RECORD-DECISION
           END-IF.
       EXIT.

       REJECT-DECISION.
           ADD 1 TO rejected-count
           MOVE SPACES TO RPT-INFO
           STRING "AFVIST: operator=" DELIMITED BY SIZE
               FUNCTION TRIM(decision-operator-id)
                   DELIMITED BY SIZE
               " chef=" DELIMITED BY SIZE
               FUNCTION TRIM(decision-manager-id)
                   DELIMITED BY SIZE
               " beslutning=" DELIMITED BY SIZE
               decision-code DELIMITED BY SIZE
               " aarsag=" DELIMITED BY SIZE
               FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
               INTO RPT-INFO
           WRITE REPORT-LINE
           DISPLAY "OPRECERT: decision rejected, "
               FUNCTION TRIM(reject-reason) " for operator "
               decision-operator-id.
       EXIT.

       RECORD-DECISION.
           MOVE decision-code TO RC-ARR-STATUS(recert-slot)
           MOVE decision-manager-id TO RC-ARR-DECIDED-BY(recert-slot)
           MOVE WS-RUN-TIMESTAMP TO RC-ARR-DECIDED-AT(recert-slot)
           MOVE decision-new-role TO RC-ARR-NEW-ROLE(recert-slot)
           MOVE decision-new-limit TO RC-ARR-NEW-LIMIT(recert-slot)
           MOVE decision-note TO RC-ARR-NOTE(recert-slot)
           MOVE "Y" TO register-changed

           MOVE SPACES TO RPT-INFO
           IF decision-code = "B"
               ADD 1 TO confirmed-count
               STRING "BEKRAEFTET: runde=" DELIMITED BY SIZE
                   RC-ARR-CAMPAIGN(recert-slot) DELIMITED BY SIZE
                   " operator=" DELIMITED BY SIZE
                   FUNCTION TRIM(decision-operator-id)
                       DELIMITED BY SIZE
                   " chef=" DELIMITED BY SIZE
                   FUNCTION TRIM(decision-manager-id)
                       DELIMITED BY SIZE
                   INTO RPT-INFO
           ELSE
               ADD 1 TO queued-count
               MOVE SPACES TO OPER-REQUEST-RECORD
               MOVE decision-code TO OM-ACTION OM-KIND
               MOVE decision-manager-id TO OM-REQUESTED-BY
               MOVE decision-operator-id TO OM-OPERATOR-ID
               IF decision-code = "A"
                   MOVE decision-new-role TO OM-NEW-ROLE
                   MOVE decision-new-limit TO OM-NEW-LIMIT
               END-IF
               STRING "RECERTIFICERING " DELIMITED BY SIZE
                   RC-ARR-CAMPAIGN(recert-slot) DELIMITED BY SIZE
                   INTO OM-REASON
               WRITE OPER-REQUEST-RECORD
               STRING "TIL DOBBELTKONTROL: runde=" DELIMITED BY SIZE
                   RC-ARR-CAMPAIGN(recert-slot) DELIMITED BY SIZE
                   " operator=" DELIMITED BY SIZE
                   FUNCTION TRIM(decision-operator-id)
                       DELIMITED BY SIZE
                   " chef=" DELIMITED BY SIZE
                   FUNCTION TRIM(decision-manager-id)
                       DELIMITED BY SIZE
                   " beslutning=" DELIMITED BY SIZE
                   decision-code DELIMITED BY SIZE
                   " rolle=" DELIMITED BY SIZE
                   decision-new-role DELIMITED BY SIZE
                   " graense=" DELIMITED BY SIZE
                   decision-new-limit DELIMITED BY SIZE
                   INTO RPT-INFO
           END-IF
           WRITE REPORT-LINE.
       EXIT.

      * Past the deadline without an answer: the row is closed as
      * not certified and the operator is switched off.
       EXPIRE-OVERDUE.
           PERFORM VARYING idx-rc FROM 1 BY 1
                   UNTIL idx-rc > recert-count
               IF RC-ARR-STATUS(idx-rc) = "S"
                   AND RC-ARR-DEADLINE(idx-rc) < run-date
                   MOVE "U" TO RC-ARR-STATUS(idx-rc)
                   MOVE "OPRECERT" TO RC-ARR-DECIDED-BY(idx-rc)
                   MOVE WS-RUN-TIMESTAMP TO RC-ARR-DECIDED-AT(idx-rc)
                   MOVE "Y" TO register-changed
                   MOVE RC-ARR-OPERATOR-ID(idx-rc)
                       TO lookup-operator-id
                   PERFORM FIND-OPERATOR
                   MOVE SPACES TO deactivate-reason
                   STRING "IKKE BEKRAEFTET " DELIMITED BY SIZE
                       RC-ARR-CAMPAIGN(idx-rc) DELIMITED BY SIZE
                       " FRIST " DELIMITED BY SIZE
                       RC-ARR-DEADLINE(idx-rc) DELIMITED BY SIZE
                       INTO deactivate-reason
                   PERFORM REQUEST-DEACTIVATION
               END-IF
           END-PERFORM.
       EXIT.

      * Unused is counted from the later of the last activity and
      * the last round the operator was put before a certifier; an
      * operator in neither is new and is left alone.
       DEACTIVATE-IDLE.
           PERFORM VARYING operator-slot FROM 1 BY 1
                   UNTIL operator-slot > operator-count
               IF OPA-ACTIVE(operator-slot) = "Y"
                   AND op-deactivation-sent(operator-slot) = "N"
                   PERFORM CHECK-IDLE-OPERATOR
               END-IF
           END-PERFORM.
       EXIT.

       CHECK-IDLE-OPERATOR.
           MOVE op-last-activity(operator-slot) TO idle-reference
           MOVE ZEROES TO recert-slot
           PERFORM VARYING idx-rc FROM 1 BY 1
                   UNTIL idx-rc > recert-count
               IF RC-ARR-OPERATOR-ID(idx-rc)
                       = OPA-OPERATOR-ID(operator-slot)
                   SET recert-slot TO idx-rc
                   IF idle-reference = SPACES
                       OR RC-ARR-SENT-DATE(idx-rc) > idle-reference
                       MOVE RC-ARR-SENT-DATE(idx-rc) TO idle-reference
                   END-IF
               END-IF
           END-PERFORM
           IF idle-reference IS NUMERIC
               PERFORM CHECK-IDLE-DAYS
           END-IF.
       EXIT.

       CHECK-IDLE-DAYS.
           COMPUTE idle-days-elapsed =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(run-date))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(idle-reference))
           IF idle-days-elapsed >= WS-IDLE-DAYS
               MOVE SPACES TO deactivate-reason
               IF op-last-activity(operator-slot) = SPACES
                   STRING "UBRUGT - ALDRIG SET" DELIMITED BY SIZE
                       INTO deactivate-reason
               ELSE
                   STRING "UBRUGT SIDEN " DELIMITED BY SIZE
                       op-last-activity(operator-slot)
                           DELIMITED BY SIZE
                       INTO deactivate-reason
               END-IF
               IF recert-slot NOT = ZEROES
                   IF RC-ARR-STATUS(recert-slot) = "S"
                       MOVE "I" TO RC-ARR-STATUS(recert-slot)
                       MOVE "OPRECERT"
                           TO RC-ARR-DECIDED-BY(recert-slot)
                       MOVE WS-RUN-TIMESTAMP
                           TO RC-ARR-DECIDED-AT(recert-slot)
                       MOVE "Y" TO register-changed
                   END-IF
               END-IF
               PERFORM REQUEST-DEACTIVATION
           END-IF.
       EXIT.

      * Switching access off only takes access away, so OPMAINT
      * applies a "D" directly, without the approval queue.
       REQUEST-DEACTIVATION.
           IF operator-slot NOT = ZEROES
               IF OPA-ACTIVE(operator-slot) = "Y"
                   AND op-deactivation-sent(operator-slot) = "N"
                   PERFORM WRITE-DEACTIVATION
               END-IF
           END-IF.
       EXIT.

       WRITE-DEACTIVATION.
           MOVE "Y" TO op-deactivation-sent(operator-slot)
           ADD 1 TO deactivated-count
           MOVE SPACES TO OPER-REQUEST-RECORD
           MOVE "D" TO OM-ACTION OM-KIND
           MOVE "OPRECERT" TO OM-REQUESTED-BY
           MOVE OPA-OPERATOR-ID(operator-slot) TO OM-OPERATOR-ID
           MOVE deactivate-reason TO OM-REASON
           WRITE OPER-REQUEST-RECORD

           MOVE SPACES TO RPT-INFO
           STRING "DEAKTIVERET: operator=" DELIMITED BY SIZE
               FUNCTION TRIM(OPA-OPERATOR-ID(operator-slot))
                   DELIMITED BY SIZE
               " aarsag=" DELIMITED BY SIZE
               FUNCTION TRIM(deactivate-reason) DELIMITED BY SIZE
               INTO RPT-INFO
           WRITE REPORT-LINE.
       EXIT.

      * Once the answers are in the register, the file is moved
      * aside so tomorrow's run does not read them again.
       RETIRE-DECISIONS-FILE.
           MOVE SPACES TO WS-DECISIONS-DONE-FILENAME
           STRING FUNCTION TRIM(WS-DECISIONS-FILENAME)
                   DELIMITED BY SIZE
               ".applied" DELIMITED BY SIZE
               INTO WS-DECISIONS-DONE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-DECISIONS-DONE-FILENAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-DECISIONS-FILENAME WS-DECISIONS-DONE-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "OPRECERT: cannot move "
                   FUNCTION TRIM(WS-DECISIONS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-DECISIONS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

       REWRITE-RECERT-REGISTER.
           MOVE WS-RECERT-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-RECERT-FILENAME

           OPEN OUTPUT OUTPUT-RECERT
           IF WS-RECERT-STATUS NOT = "00"
               DISPLAY "OPRECERT: cannot open " WS-RECERT-FILENAME
                   " for rewrite, file status " WS-RECERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-rc FROM 1 BY 1
                   UNTIL idx-rc > recert-count
               MOVE RECERT-ARRAY(idx-rc) TO OUTPUT-RECERT-RECORD
               WRITE OUTPUT-RECERT-RECORD
           END-PERFORM
           CLOSE OUTPUT-RECERT

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS NOT = "00"
               DISPLAY "OPRECERT: cannot re-open new register for "
                   "verification, file status " WS-RECERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ RECERT-FILE INTO RECERT-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE RECERT-FILE
           IF verify-count NOT = recert-count
               DISPLAY "OPRECERT: new register FAILED verification ("
                   verify-count "/" recert-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE swap-master-name TO WS-RECERT-FILENAME
           MOVE "N" TO swap-failed
           IF recert-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "OPRECERT: cannot move "
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

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

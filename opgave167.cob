      * Formål: Elevrapport til supervisoren. Elever (rolle "E" i
      *    operator-master.txt) koerer TELLCAP og EXTXFER mod
      *    oevelsesfilerne (training-mode.cpy), og alt hvad de
      *    taster staar i oevelsesloggen (training-teller-capture-
      *    log.txt). Rapporten viser pr. elev antal sessioner og
      *    indtastninger, hvor mange der blev godkendt, parkeret og
      *    afvist, og derunder hver afvist indtastning med
      *    kontrollens begrundelse, saa supervisoren kan gennemgaa
      *    fejlene med eleven. Alle elever i operator-master.txt
      *    kommer med - ogsaa dem der intet har tastet - og en
      *    operatoer der ikke (laengere) er elev, men staar i
      *    oevelsesloggen, kommer med under sit eget navn.
      *    Oevelsesloggen laeses kun; TRAINRST toemmer den ved
      *    nulstillingen, saa rapporten koeres foer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-OPERATORS ASSIGN TO DYNAMIC WS-OPERATORS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATORS-STATUS.
       SELECT INPUT-CAPTURE-LOG
       ASSIGN TO DYNAMIC WS-CAPTURE-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CAPTURE-LOG-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-OPERATORS.
       01 OPERATOR-RECORD.
           COPY "operator-master.cpy".
       FD INPUT-CAPTURE-LOG.
       01 CAPTURE-LOG-LINE             PIC X(200).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(210).

       WORKING-STORAGE SECTION.
      * Oevelsesfilernes navne (training-mode.cpy).
           COPY "training-mode-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-OPERATORS                 PIC X VALUE "N".
       01 EOF-CAPTURE-LOG               PIC X VALUE "N".
       01 WS-OPERATORS-STATUS           PIC XX VALUE "00".
       01 WS-CAPTURE-LOG-STATUS         PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

      * One slot per trainee: every "E" in the operator master plus
      * anyone else found in the training log.
       01 TRAINEE-ARRAY-MAX             PIC 9(3) VALUE 100.
       01 TRAINEE-ARRAY                 OCCURS 100 TIMES
                                        INDEXED BY idx-trn.
           02 TR-OPERATOR-ID            PIC X(8) VALUE SPACES.
           02 TR-NAME                   PIC X(30) VALUE SPACES.
           02 TR-ROLE                   PIC X(1) VALUE SPACES.
           02 TR-SESSIONS               PIC 9(5) VALUE ZEROES.
           02 TR-ENTRIES                PIC 9(5) VALUE ZEROES.
           02 TR-ACCEPTED               PIC 9(5) VALUE ZEROES.
           02 TR-PARKED                 PIC 9(5) VALUE ZEROES.
           02 TR-REJECTED               PIC 9(5) VALUE ZEROES.
       01 trainee-count                 PIC 9(3) VALUE ZEROES.
       01 trainee-slot                  PIC 9(3) VALUE ZEROES.
       01 lookup-operator               PIC X(8) VALUE SPACES.

      * The rejected entries, kept whole so the report shows exactly
      * what the trainee keyed and why the check refused it.
       01 ERROR-ARRAY-MAX               PIC 9(4) VALUE 2000.
       01 ERROR-ARRAY                   OCCURS 2000 TIMES
                                        INDEXED BY idx-err.
           02 ER-TRAINEE-SLOT           PIC 9(3) VALUE ZEROES.
           02 ER-LOG-LINE               PIC X(200) VALUE SPACES.
       01 error-count                   PIC 9(4) VALUE ZEROES.
       01 errors-not-listed             PIC 9(5) VALUE ZEROES.

      * Parsing of the key=value capture-log lines.
       01 TOKEN-TABLE.
           02 LOG-TOKEN                 OCCURS 16 TIMES
                                        PIC X(40).
       01 token-idx                     PIC 9(2) VALUE ZEROES.
       01 parsed-operator               PIC X(8) VALUE SPACES.
       01 parsed-status                 PIC X(12) VALUE SPACES.
       01 log-kind                      PIC X(9) VALUE SPACES.

       01 reject-percent                PIC 9(3) VALUE ZEROES.
       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.

       01 WS-OPERATORS-FILENAME
           PIC X(100) VALUE "operator-master.txt".
       01 WS-CAPTURE-LOG-FILENAME       PIC X(100) VALUE SPACES.
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "training-report.txt".

      * Batch control totals
       01 total-entries                 PIC 9(6) VALUE ZEROES.
       01 total-rejected                PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       PERFORM BUILD-TRAINING-NAMES
       MOVE TRN-CAPTURE-LOG-FILENAME TO WS-CAPTURE-LOG-FILENAME

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "TRAINING_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "training-report.txt" TO WS-REPORT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

       PERFORM LOAD-TRAINEES.
       PERFORM TALLY-TRAINING-LOG.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "TRAINRPT: cannot open " WS-REPORT-FILENAME
               ", file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       STRING "Elevrapport " DELIMITED BY SIZE
           WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
           " fra " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CAPTURE-LOG-FILENAME) DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       PERFORM VARYING idx-trn FROM 1 BY 1
               UNTIL idx-trn > trainee-count
           PERFORM REPORT-ONE-TRAINEE
       END-PERFORM.

       MOVE SPACES TO INFO
       STRING "TRAILER: elever=" DELIMITED BY SIZE
           trainee-count DELIMITED BY SIZE
           " indtastninger=" DELIMITED BY SIZE
           total-entries DELIMITED BY SIZE
           " afvist=" DELIMITED BY SIZE
           total-rejected DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.

       IF errors-not-listed > 0
           DISPLAY "TRAINRPT: ERROR-ARRAY (" ERROR-ARRAY-MAX
               ") is full, " errors-not-listed
               " rejected entries counted but not listed"
       END-IF
       DISPLAY "TRAINRPT: " trainee-count " trainee(s), "
           total-entries " entries, " total-rejected
           " rejected, report in " FUNCTION TRIM(WS-REPORT-FILENAME)

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * Every trainee in the master gets a slot up front, so one who
      * has not keyed anything still shows on the report.
       LOAD-TRAINEES.
           OPEN INPUT INPUT-OPERATORS
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "TRAINRPT: cannot open " WS-OPERATORS-FILENAME
                   ", file status " WS-OPERATORS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-OPERATORS = "Y"
               READ INPUT-OPERATORS INTO OPERATOR-RECORD
                   AT END
                       MOVE "Y" TO EOF-OPERATORS
                   NOT AT END
                       IF OP-ROLE = training-role
                           MOVE OP-OPERATOR-ID TO lookup-operator
                           PERFORM FIND-OR-ADD-TRAINEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-OPERATORS.
       EXIT.

      * A new slot takes its name and role from the master; an id
      * the master no longer knows is reported without a name.
       FIND-OR-ADD-TRAINEE.
           MOVE ZEROES TO trainee-slot
           SET idx-trn TO 1
           SEARCH TRAINEE-ARRAY
               AT END
                   IF trainee-count < TRAINEE-ARRAY-MAX
                       ADD 1 TO trainee-count
                       MOVE lookup-operator
                           TO TR-OPERATOR-ID(trainee-count)
                       MOVE trainee-count TO trainee-slot
                       PERFORM NAME-NEW-TRAINEE
                   END-IF
               WHEN TR-OPERATOR-ID(idx-trn) = lookup-operator
                   SET trainee-slot TO idx-trn
           END-SEARCH.
       EXIT.

       NAME-NEW-TRAINEE.
           IF OP-OPERATOR-ID = lookup-operator
               MOVE OP-NAME TO TR-NAME(trainee-slot)
               MOVE OP-ROLE TO TR-ROLE(trainee-slot)
           ELSE
               MOVE "N" TO EOF-OPERATORS
               OPEN INPUT INPUT-OPERATORS
               IF WS-OPERATORS-STATUS = "00"
                   PERFORM UNTIL EOF-OPERATORS = "Y"
                       READ INPUT-OPERATORS INTO OPERATOR-RECORD
                           AT END
                               MOVE "Y" TO EOF-OPERATORS
                           NOT AT END
                               IF OP-OPERATOR-ID = lookup-operator
                                   MOVE OP-NAME
                                       TO TR-NAME(trainee-slot)
                                   MOVE OP-ROLE
                                       TO TR-ROLE(trainee-slot)
                                   MOVE "Y" TO EOF-OPERATORS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INPUT-OPERATORS
               END-IF
           END-IF.
       EXIT.

      * SESSION lines count the sign-ons; CAPTURE, VEKSEL and
      * EXTXFER lines are the keyed entries. EXTXFER's TILBAGEFOERT
      * line follows up an entry already counted and is skipped.
      * A missing log simply means nobody has trained yet.
       TALLY-TRAINING-LOG.
           OPEN INPUT INPUT-CAPTURE-LOG
           IF WS-CAPTURE-LOG-STATUS = "00"
               PERFORM UNTIL EOF-CAPTURE-LOG = "Y"
                   READ INPUT-CAPTURE-LOG
                       AT END
                           MOVE "Y" TO EOF-CAPTURE-LOG
                       NOT AT END
                           PERFORM PARSE-LOG-LINE
                           IF parsed-operator NOT = SPACES
                               PERFORM APPLY-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-CAPTURE-LOG
           ELSE
               DISPLAY "TRAINRPT: no "
                   FUNCTION TRIM(WS-CAPTURE-LOG-FILENAME)
                   ", no training entries to report"
           END-IF.
       EXIT.

       PARSE-LOG-LINE.
           MOVE SPACES TO parsed-operator
           MOVE SPACES TO parsed-status
           MOVE SPACES TO log-kind
           MOVE SPACES TO TOKEN-TABLE
           UNSTRING CAPTURE-LOG-LINE DELIMITED BY ALL " "
               INTO LOG-TOKEN(1) LOG-TOKEN(2) LOG-TOKEN(3)
                   LOG-TOKEN(4) LOG-TOKEN(5) LOG-TOKEN(6)
                   LOG-TOKEN(7) LOG-TOKEN(8) LOG-TOKEN(9)
                   LOG-TOKEN(10) LOG-TOKEN(11) LOG-TOKEN(12)
                   LOG-TOKEN(13) LOG-TOKEN(14) LOG-TOKEN(15)
                   LOG-TOKEN(16)
           END-UNSTRING
           MOVE LOG-TOKEN(1) TO log-kind
           PERFORM VARYING token-idx FROM 1 BY 1
                   UNTIL token-idx > 16
               EVALUATE TRUE
                   WHEN LOG-TOKEN(token-idx)(1:9) = "operator="
                       MOVE LOG-TOKEN(token-idx)(10:8)
                           TO parsed-operator
                   WHEN LOG-TOKEN(token-idx)(1:7) = "status="
                       MOVE LOG-TOKEN(token-idx)(8:12)
                           TO parsed-status
               END-EVALUATE
           END-PERFORM.
       EXIT.

       APPLY-LOG-LINE.
           MOVE parsed-operator TO lookup-operator
           PERFORM FIND-OR-ADD-TRAINEE
           IF trainee-slot NOT = ZEROES
               IF log-kind = "SESSION:"
                   IF parsed-status = "GODKENDT"
                       ADD 1 TO TR-SESSIONS(trainee-slot)
                   END-IF
               ELSE
               IF log-kind = "CAPTURE:" OR log-kind = "VEKSEL:"
                   OR log-kind = "EXTXFER:"
                   IF parsed-status NOT = "TILBAGEFOERT"
                       PERFORM COUNT-TRAINEE-ENTRY
                   END-IF
               END-IF
               END-IF
           END-IF.
       EXIT.

       COUNT-TRAINEE-ENTRY.
           ADD 1 TO TR-ENTRIES(trainee-slot)
           ADD 1 TO total-entries
           EVALUATE parsed-status
               WHEN "AFVIST"
                   ADD 1 TO TR-REJECTED(trainee-slot)
                   ADD 1 TO total-rejected
                   IF error-count < ERROR-ARRAY-MAX
                       ADD 1 TO error-count
                       MOVE trainee-slot
                           TO ER-TRAINEE-SLOT(error-count)
                       MOVE CAPTURE-LOG-LINE
                           TO ER-LOG-LINE(error-count)
                   ELSE
                       ADD 1 TO errors-not-listed
                   END-IF
               WHEN "PARKERET"
                   ADD 1 TO TR-PARKED(trainee-slot)
               WHEN OTHER
                   ADD 1 TO TR-ACCEPTED(trainee-slot)
           END-EVALUATE.
       EXIT.

      * Trainee summary first, then the rejected entries under it.
       REPORT-ONE-TRAINEE.
           IF TR-ENTRIES(idx-trn) > 0
               COMPUTE reject-percent ROUNDED =
                   TR-REJECTED(idx-trn) * 100 / TR-ENTRIES(idx-trn)
           ELSE
               MOVE ZEROES TO reject-percent
           END-IF
           MOVE SPACES TO INFO
           STRING "ELEV: operator=" DELIMITED BY SIZE
               TR-OPERATOR-ID(idx-trn) DELIMITED BY SIZE
               " navn=" DELIMITED BY SIZE
               TR-NAME(idx-trn) DELIMITED BY SIZE
               " rolle=" DELIMITED BY SIZE
               TR-ROLE(idx-trn) DELIMITED BY SIZE
               " sessioner=" DELIMITED BY SIZE
               TR-SESSIONS(idx-trn) DELIMITED BY SIZE
               " indtastninger=" DELIMITED BY SIZE
               TR-ENTRIES(idx-trn) DELIMITED BY SIZE
               " godkendt=" DELIMITED BY SIZE
               TR-ACCEPTED(idx-trn) DELIMITED BY SIZE
               " parkeret=" DELIMITED BY SIZE
               TR-PARKED(idx-trn) DELIMITED BY SIZE
               " afvist=" DELIMITED BY SIZE
               TR-REJECTED(idx-trn) DELIMITED BY SIZE
               " fejlprocent=" DELIMITED BY SIZE
               reject-percent DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           PERFORM VARYING idx-err FROM 1 BY 1
                   UNTIL idx-err > error-count
               IF ER-TRAINEE-SLOT(idx-err) = idx-trn
                   MOVE SPACES TO INFO
                   STRING "  FEJL: " DELIMITED BY SIZE
                       ER-LOG-LINE(idx-err) DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
       EXIT.

           COPY "training-mode.cpy".

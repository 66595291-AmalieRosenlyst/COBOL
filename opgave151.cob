      * Formål: Aabn AML-sager fra screeningernes hitlister. AMLSCAN
      *    (aml-review.txt) og WATCHSCN (watchlist-hits.txt) skriver
      *    hits, men hvad der siden skete med et hit levede i
      *    compliance-medarbejdernes mail. Her bliver hvert nyt hit
      *    en sag i aml-cases.txt med status "A" (aaben), klar til
      *    at blive tildelt og afgjort i CASEMAINT. Et hit der
      *    allerede har en verserende sag (aaben, tildelt eller
      *    eskaleret) aabner ingen ny, men taelles paa sagen; et hit
      *    der er lukket "uden mistanke" inden for de seneste
      *    AML_CASE_SUPPRESS_DAYS dage (standard 90) undertrykkes paa
      *    samme maade. Er lukningen aeldre, eller er sagen allerede
      *    indberettet, aabnes en ny sag. Aabningerne skrives i
      *    noteloggen aml-case-notes.txt, og intake-rapporten
      *    aml-case-intake-report.txt viser nye, verserende og
      *    undertrykte hits.
      *
      *    Planlaegges i job-schedule.txt lige efter AMLSCAN og
      *    WATCHSCN, saa hver hitliste kun tages ind een gang.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEOPEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CASES-FILE ASSIGN TO DYNAMIC WS-CASES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CASES-STATUS.
       SELECT OUTPUT-CASES ASSIGN TO DYNAMIC WS-CASES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CASES-STATUS.
       SELECT AML-REVIEW-FILE ASSIGN TO DYNAMIC WS-AML-REVIEW-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AML-REVIEW-STATUS.
       SELECT WATCH-HITS-FILE ASSIGN TO DYNAMIC WS-WATCH-HITS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WATCH-HITS-STATUS.
       SELECT NOTES-FILE ASSIGN TO DYNAMIC WS-NOTES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTES-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

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
       FD AML-REVIEW-FILE.
       01 AML-REVIEW-LINE.
           02 AML-INFO                 PIC X(150).
       FD WATCH-HITS-FILE.
       01 WATCH-HITS-LINE.
           02 WATCH-INFO               PIC X(150).
       FD NOTES-FILE.
       01 NOTE-RECORD.
           COPY "aml-case-notes.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-CASES                     PIC X VALUE "N".
       01 EOF-AML-REVIEW                PIC X VALUE "N".
       01 EOF-WATCH-HITS                PIC X VALUE "N".
       01 WS-CASES-STATUS               PIC XX VALUE "00".
       01 WS-AML-REVIEW-STATUS          PIC XX VALUE "00".
       01 WS-WATCH-HITS-STATUS          PIC XX VALUE "00".
       01 WS-NOTES-STATUS               PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 CASE-ARRAY-MAX                PIC 9(4) VALUE 5000.
       01 CASE-ARRAY                    OCCURS 5000 TIMES
                                        INDEXED BY idx-case.
           COPY "aml-cases.cpy"
               REPLACING LEADING ==AC-== BY ==AC-ARR-==.
       01 case-count                    PIC 9(4) VALUE ZEROES.
       01 case-slot                     PIC 9(4) VALUE ZEROES.
       01 last-case-id                  PIC 9(8) VALUE ZEROES.

      * Det hit der behandles, som det er laest ud af hitlinjen.
       01 hit-source                    PIC X(8) VALUE SPACES.
       01 hit-type                      PIC X(14) VALUE SPACES.
       01 hit-client-id                 PIC X(10) VALUE SPACES.
       01 hit-detail                    PIC X(40) VALUE SPACES.
       01 hit-date                      PIC X(8) VALUE SPACES.
       01 hit-account                   PIC X(20) VALUE SPACES.
       01 hit-text                      PIC X(80) VALUE SPACES.
       01 hit-tag                       PIC X(20) VALUE SPACES.
       01 hit-field-2                   PIC X(40) VALUE SPACES.
       01 hit-field-3                   PIC X(40) VALUE SPACES.
       01 hit-field-4                   PIC X(40) VALUE SPACES.
       01 hit-head                      PIC X(60) VALUE SPACES.
       01 hit-listed                    PIC X(60) VALUE SPACES.
       01 hit-rest                      PIC X(60) VALUE SPACES.
       01 hit-outcome                   PIC X(20) VALUE SPACES.

      * Undertrykkelsesvinduet efter en lukning "uden mistanke".
       01 suppress-days                 PIC 9(4) VALUE 90.
       01 WS-PARAMETER-TEXT             PIC X(20) VALUE SPACES.
       01 today-integer                 PIC 9(8) VALUE ZEROES.
       01 decided-integer               PIC 9(8) VALUE ZEROES.
       01 cases-present                 PIC X VALUE "N".

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CASES-FILENAME
           PIC X(100) VALUE "aml-cases.txt".
       01 WS-AML-REVIEW-FILENAME
           PIC X(100) VALUE "aml-review.txt".
       01 WS-WATCH-HITS-FILENAME
           PIC X(100) VALUE "watchlist-hits.txt".
       01 WS-NOTES-FILENAME
           PIC X(100) VALUE "aml-case-notes.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "aml-case-intake-report.txt".

      * Safe rewrite-and-swap of the case register, same pattern as
      * BOXMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 hit-count                     PIC 9(6) VALUE ZEROES.
       01 opened-count                  PIC 9(6) VALUE ZEROES.
       01 pending-count                 PIC 9(6) VALUE ZEROES.
       01 suppressed-count              PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-CASES-FILENAME FROM ENVIRONMENT "AML_CASES_FILE"
       IF WS-CASES-FILENAME = SPACES
           MOVE "aml-cases.txt" TO WS-CASES-FILENAME
       END-IF

       ACCEPT WS-AML-REVIEW-FILENAME FROM ENVIRONMENT "AML_REVIEW_FILE"
       IF WS-AML-REVIEW-FILENAME = SPACES
           MOVE "aml-review.txt" TO WS-AML-REVIEW-FILENAME
       END-IF

       ACCEPT WS-WATCH-HITS-FILENAME
           FROM ENVIRONMENT "WATCHLIST_HITS_FILE"
       IF WS-WATCH-HITS-FILENAME = SPACES
           MOVE "watchlist-hits.txt" TO WS-WATCH-HITS-FILENAME
       END-IF

       ACCEPT WS-NOTES-FILENAME FROM ENVIRONMENT "AML_CASE_NOTES_FILE"
       IF WS-NOTES-FILENAME = SPACES
           MOVE "aml-case-notes.txt" TO WS-NOTES-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "AML_CASE_INTAKE_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "aml-case-intake-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT
           FROM ENVIRONMENT "AML_CASE_SUPPRESS_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE suppress-days = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
       COMPUTE today-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

       MOVE "CASEOPEN" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No register yet is a normal state - the first hit starts it.
       PERFORM LOAD-CASES
       IF WS-CASES-STATUS NOT = "35"
           MOVE "Y" TO cases-present
       END-IF

       OPEN EXTEND NOTES-FILE
       IF WS-NOTES-STATUS = "35"
           OPEN OUTPUT NOTES-FILE
       END-IF
       IF WS-NOTES-STATUS NOT = "00"
           DISPLAY "CASEOPEN: cannot open " WS-NOTES-FILENAME
               ", file status " WS-NOTES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CASEOPEN: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO INFO
       STRING "AML-sager fra dagens hits " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       OPEN INPUT AML-REVIEW-FILE
       IF WS-AML-REVIEW-STATUS NOT = "00"
           DISPLAY "CASEOPEN: no "
               FUNCTION TRIM(WS-AML-REVIEW-FILENAME)
               " on file - no AMLSCAN hits taken in"
       ELSE
           PERFORM UNTIL EOF-AML-REVIEW = "Y"
               READ AML-REVIEW-FILE
                   AT END
                       MOVE "Y" TO EOF-AML-REVIEW
                   NOT AT END
                       PERFORM PARSE-AML-LINE
                       IF hit-client-id NOT = SPACES
                           MOVE AML-INFO TO hit-text
                           PERFORM TAKE-IN-HIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AML-REVIEW-FILE
       END-IF

       OPEN INPUT WATCH-HITS-FILE
       IF WS-WATCH-HITS-STATUS NOT = "00"
           DISPLAY "CASEOPEN: no "
               FUNCTION TRIM(WS-WATCH-HITS-FILENAME)
               " on file - no WATCHSCN hits taken in"
       ELSE
           PERFORM UNTIL EOF-WATCH-HITS = "Y"
               READ WATCH-HITS-FILE
                   AT END
                       MOVE "Y" TO EOF-WATCH-HITS
                   NOT AT END
                       PERFORM PARSE-WATCH-LINE
                       IF hit-client-id NOT = SPACES
                           MOVE WATCH-INFO TO hit-text
                           PERFORM TAKE-IN-HIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-HITS-FILE
       END-IF

       CLOSE NOTES-FILE

       MOVE SPACES TO INFO
       STRING "TRAILER: hits=" DELIMITED BY SIZE
           hit-count DELIMITED BY SIZE
           " opened=" DELIMITED BY SIZE
           opened-count DELIMITED BY SIZE
           " already-open=" DELIMITED BY SIZE
           pending-count DELIMITED BY SIZE
           " suppressed=" DELIMITED BY SIZE
           suppressed-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT

       IF hit-count > ZEROES
           PERFORM REWRITE-CASE-REGISTER
       END-IF

       PERFORM RELEASE-RUN-LOCK

       DISPLAY "CASEOPEN: " hit-count " hit(s), " opened-count
           " case(s) opened, " suppressed-count " suppressed."

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-CASES.
           OPEN INPUT CASES-FILE
           IF WS-CASES-STATUS = "35"
               MOVE "Y" TO EOF-CASES
           ELSE
               IF WS-CASES-STATUS NOT = "00"
                   DISPLAY "CASEOPEN: cannot open "
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
                               DISPLAY "CASEOPEN: "
                                   WS-CASES-FILENAME
                                   " has more rows than CASE-ARRAY"
                                   " can hold - stopping"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO case-count
                           MOVE CASE-RECORD TO CASE-ARRAY(case-count)
                           IF AC-CASE-ID > last-case-id
                               MOVE AC-CASE-ID TO last-case-id
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASES-FILE
           END-IF.
       EXIT.

      * AMLSCAN: "ENKELT: client-id=.. date=.. account-number=..",
      * "HOEJRISIKOLAND: client-id=.. date=.. account-number=.."
      * og "STRUKTURERING: client-id=.. date=.."; TRAILER-linjen og
      * alt andet springes over.
       PARSE-AML-LINE.
           MOVE SPACES TO hit-client-id hit-detail hit-date
               hit-account
           MOVE SPACES TO hit-tag hit-field-2 hit-field-3 hit-field-4
           UNSTRING AML-INFO DELIMITED BY ALL SPACE
               INTO hit-tag hit-field-2 hit-field-3 hit-field-4
           IF hit-tag = "ENKELT:" OR hit-tag = "STRUKTURERING:"
               OR hit-tag = "HOEJRISIKOLAND:"
               IF hit-field-2(1:10) = "client-id="
                   MOVE "AMLSCAN" TO hit-source
                   MOVE hit-tag TO hit-type
                   INSPECT hit-type REPLACING ALL ":" BY SPACE
                   MOVE hit-field-2(11:10) TO hit-client-id
                   IF hit-field-3(1:5) = "date="
                       MOVE hit-field-3(6:8) TO hit-date
                   END-IF
                   IF hit-field-4(1:15) = "account-number="
                       MOVE hit-field-4(16:20) TO hit-account
                   END-IF
               END-IF
           END-IF.
       EXIT.

      * WATCHSCN: "HIT: kilde=KUNDE|VIRKSOMHED <id> listepost=..
      * kvalitet=..", "HIT: kilde=TRANSAKTION <id> <dato> ..." og
      * "UBO-HIT: virksomhed=<id> reel-ejer=<id> ...". Listeposten
      * kan indeholde mellemrum og skaeres ud mellem sine noegleord.
       PARSE-WATCH-LINE.
           MOVE SPACES TO hit-client-id hit-detail hit-date
               hit-account
           MOVE SPACES TO hit-tag hit-field-2 hit-field-3 hit-field-4
           MOVE SPACES TO hit-head hit-listed hit-rest
           UNSTRING WATCH-INFO
               DELIMITED BY " listepost=" OR " kvalitet="
               INTO hit-head hit-listed hit-rest
           UNSTRING hit-head DELIMITED BY ALL SPACE
               INTO hit-tag hit-field-2 hit-field-3 hit-field-4
           IF hit-tag = "HIT:"
               IF hit-field-2 = "kilde=KUNDE"
                   OR hit-field-2 = "kilde=VIRKSOMHED"
                   OR hit-field-2 = "kilde=TRANSAKTION"
                   MOVE "WATCHSCN" TO hit-source
                   MOVE hit-field-2(7:14) TO hit-type
                   MOVE hit-field-3(1:10) TO hit-client-id
                   MOVE hit-listed(1:40) TO hit-detail
                   IF hit-type = "TRANSAKTION"
                       MOVE hit-field-4(1:8) TO hit-date
                   END-IF
               END-IF
           ELSE
           IF hit-tag = "UBO-HIT:"
               IF hit-field-2(1:11) = "virksomhed="
                   MOVE "WATCHSCN" TO hit-source
                   MOVE "UBO" TO hit-type
                   MOVE hit-field-2(12:10) TO hit-client-id
                   IF hit-field-3(1:10) = "reel-ejer="
                       MOVE hit-field-3(11:10) TO hit-detail
                   END-IF
               END-IF
           END-IF
           END-IF.
       EXIT.

      * The newest case for the same customer, hit type and detail
      * decides: still being worked -> counted on it; closed without
      * suspicion inside the window -> suppressed; otherwise (none,
      * reported, or an old closure) -> a new case.
       TAKE-IN-HIT.
           ADD 1 TO hit-count
           MOVE ZEROES TO case-slot
           PERFORM VARYING idx-case FROM 1 BY 1
                   UNTIL idx-case > case-count
               IF AC-ARR-CLIENT-ID(idx-case) = hit-client-id
                   AND AC-ARR-HIT-SOURCE(idx-case) = hit-source
                   AND AC-ARR-HIT-TYPE(idx-case) = hit-type
                   AND AC-ARR-HIT-DETAIL(idx-case) = hit-detail
                   SET case-slot TO idx-case
               END-IF
           END-PERFORM

           MOVE "NY SAG" TO hit-outcome
           IF case-slot NOT = ZEROES
               EVALUATE AC-ARR-STATUS(case-slot)
                   WHEN "A"
                   WHEN "T"
                   WHEN "E"
                       MOVE "VERSERENDE SAG" TO hit-outcome
                   WHEN "L"
                       COMPUTE decided-integer = FUNCTION
                           INTEGER-OF-DATE(FUNCTION NUMVAL(
                           AC-ARR-DECIDED-DATE(case-slot)))
                       IF today-integer - decided-integer
                               <= suppress-days
                           MOVE "UNDERTRYKT" TO hit-outcome
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF hit-outcome = "NY SAG"
               PERFORM OPEN-NEW-CASE
           ELSE
               IF hit-outcome = "UNDERTRYKT"
                   ADD 1 TO suppressed-count
               ELSE
                   ADD 1 TO pending-count
               END-IF
               IF AC-ARR-LAST-HIT-DATE(case-slot) NOT = WS-TODAY
                   ADD 1 TO AC-ARR-REHIT-COUNT(case-slot)
                   MOVE WS-TODAY TO AC-ARR-LAST-HIT-DATE(case-slot)
               END-IF
           END-IF
           PERFORM WRITE-INTAKE-LINE.
       EXIT.

       OPEN-NEW-CASE.
           IF case-count >= CASE-ARRAY-MAX
               DISPLAY "CASEOPEN: CASE-ARRAY is full, cannot open a "
                   "case for client-id " hit-client-id
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO case-count
           MOVE case-count TO case-slot
           ADD 1 TO last-case-id
           ADD 1 TO opened-count
           MOVE SPACES TO CASE-ARRAY(case-slot)
           MOVE last-case-id TO AC-ARR-CASE-ID(case-slot)
           MOVE hit-client-id TO AC-ARR-CLIENT-ID(case-slot)
           MOVE hit-source TO AC-ARR-HIT-SOURCE(case-slot)
           MOVE hit-type TO AC-ARR-HIT-TYPE(case-slot)
           MOVE hit-detail TO AC-ARR-HIT-DETAIL(case-slot)
           MOVE hit-date TO AC-ARR-HIT-DATE(case-slot)
           MOVE hit-account TO AC-ARR-HIT-ACCOUNT(case-slot)
           MOVE WS-TODAY TO AC-ARR-OPENED-DATE(case-slot)
           MOVE "A" TO AC-ARR-STATUS(case-slot)
           MOVE ZEROES TO AC-ARR-REHIT-COUNT(case-slot)
           MOVE WS-TODAY TO AC-ARR-LAST-HIT-DATE(case-slot)

           MOVE SPACES TO NOTE-RECORD
           MOVE last-case-id TO CN-CASE-ID
           MOVE WS-RUN-TIMESTAMP TO CN-TIMESTAMP
           MOVE "CASEOPEN" TO CN-OPERATOR
           MOVE "AABNET" TO CN-ACTION
           MOVE hit-text TO CN-TEXT
           WRITE NOTE-RECORD.
       EXIT.

       WRITE-INTAKE-LINE.
           MOVE SPACES TO INFO
           STRING FUNCTION TRIM(hit-outcome) DELIMITED BY SIZE
               ": sag=" DELIMITED BY SIZE
               AC-ARR-CASE-ID(case-slot) DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               hit-client-id DELIMITED BY SIZE
               " kilde=" DELIMITED BY SIZE
               FUNCTION TRIM(hit-source) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(hit-type) DELIMITED BY SIZE
               " detalje=" DELIMITED BY SIZE
               FUNCTION TRIM(hit-detail) DELIMITED BY SIZE
               " status=" DELIMITED BY SIZE
               AC-ARR-STATUS(case-slot) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       REWRITE-CASE-REGISTER.
           MOVE WS-CASES-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-CASES-FILENAME

           OPEN OUTPUT OUTPUT-CASES
           IF WS-CASES-STATUS NOT = "00"
               DISPLAY "CASEOPEN: cannot open " WS-CASES-FILENAME
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

           PERFORM VERIFY-NEW-CASES-FILE
           MOVE swap-master-name TO WS-CASES-FILENAME
           PERFORM SWAP-OR-PLACE-CASES.
       EXIT.

       VERIFY-NEW-CASES-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT CASES-FILE
           IF WS-CASES-STATUS NOT = "00"
               DISPLAY "CASEOPEN: cannot re-open new register for "
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
               DISPLAY "CASEOPEN: new register FAILED verification ("
                   verify-count "/" case-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * The first case ever has no register to move aside; the new
      * file is simply renamed into place.
       SWAP-OR-PLACE-CASES.
           MOVE "N" TO swap-failed
           IF cases-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "CASEOPEN: cannot move "
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

      * Formål: Maanedlig belaaningsgradsrapport (LTV) over udlaanene.
      *    For hvert laan i loan-master.txt sammenholdes restgaelden
      *    (LN-PRINCIPAL) med de aktive sikkerheder i
      *    collateral-register.txt (COLLMAINT). Belaaningsvaerdien er
      *    vurderingen gange politikprocenten for sikkerhedstypen
      *    (ejendom, koeretoej, pantsat indlaan); et laan hvis
      *    restgaeld overstiger belaaningsvaerdien flagges
      *    OVERBELAANT, og en sikkerhed hvis vurdering er aeldre end
      *    revurderingsintervallet flagges FORAELDET. Laan helt uden
      *    sikkerhed listes som USIKRET til orientering. Koerslen
      *    planlaegges maanedligt i job-schedule.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTVREPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-LOANS ASSIGN TO DYNAMIC WS-LOANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOANS-STATUS.
       SELECT INPUT-COLLATERAL ASSIGN TO DYNAMIC WS-COLLATERAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COLLATERAL-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-LOANS.
       01 LOAN-RECORD.
           COPY "loan-master.cpy".
       FD INPUT-COLLATERAL.
       01 COLLATERAL-RECORD.
           COPY "collateral.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-COLLATERAL                PIC X VALUE "N".
       01 WS-LOANS-STATUS               PIC XX VALUE "00".
       01 WS-COLLATERAL-STATUS          PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 COLLATERAL-ARRAY-MAX          PIC 9(4) VALUE 1000.
       01 COLLATERAL-ARRAY              OCCURS 1000 TIMES
                                        INDEXED BY idx-coll.
           COPY "collateral.cpy"
               REPLACING LEADING ==CL-== BY ==CL-ARR-==.
       01 collateral-count              PIC 9(4) VALUE ZEROES.

      * Policy: the share of a valuation that may be lent against,
      * per collateral type, and how old a valuation may be.
       01 WS-PCT-PROPERTY               PIC 9(3) VALUE 80.
       01 WS-PCT-VEHICLE                PIC 9(3) VALUE 60.
       01 WS-PCT-DEPOSIT                PIC 9(3) VALUE 100.
       01 WS-REVAL-MONTHS               PIC 9(3) VALUE 12.
       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.
       01 type-pct                      PIC 9(3) VALUE ZEROES.
       01 reval-cutoff                  PIC X(8) VALUE SPACES.
       01 reval-cutoff-num              PIC 9(8) VALUE ZEROES.

       01 loan-collateral-value         PIC 9(11)V99 VALUE ZEROES.
       01 loan-lending-value            PIC 9(11)V99 VALUE ZEROES.
       01 loan-collateral-rows          PIC 9(4) VALUE ZEROES.
       01 loan-ltv-pct                  PIC 9(5)V99 VALUE ZEROES.
       01 ltv-display                   PIC ZZZZ9.99.
       01 principal-display             PIC Z(8)9.99.
       01 value-display                 PIC Z(10)9.99.
       01 lending-display               PIC Z(10)9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-LOANS-FILENAME
           PIC X(100) VALUE "loan-master.txt".
       01 WS-COLLATERAL-FILENAME
           PIC X(100) VALUE "collateral-register.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "ltv-report.txt".

      * Batch control totals
       01 loan-count                    PIC 9(5) VALUE ZEROES.
       01 over-ltv-count                PIC 9(5) VALUE ZEROES.
       01 stale-count                   PIC 9(5) VALUE ZEROES.
       01 unsecured-count               PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-LOANS-FILENAME FROM ENVIRONMENT "LOAN_MASTER_FILE"
       IF WS-LOANS-FILENAME = SPACES
           MOVE "loan-master.txt" TO WS-LOANS-FILENAME
       END-IF

       ACCEPT WS-COLLATERAL-FILENAME
           FROM ENVIRONMENT "COLLATERAL_REGISTER_FILE"
       IF WS-COLLATERAL-FILENAME = SPACES
           MOVE "collateral-register.txt" TO WS-COLLATERAL-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT "LTV_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "ltv-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "LTV_PCT_PROPERTY"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-PCT-PROPERTY = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "LTV_PCT_VEHICLE"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-PCT-VEHICLE = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "LTV_PCT_DEPOSIT"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-PCT-DEPOSIT = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "LTV_REVAL_MONTHS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-REVAL-MONTHS = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
      * Revaluation cutoff: the same day WS-REVAL-MONTHS back.
       COMPUTE reval-cutoff-num =
           FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - WS-REVAL-MONTHS * 365 / 12)
       MOVE reval-cutoff-num TO reval-cutoff

       OPEN INPUT INPUT-COLLATERAL
       IF WS-COLLATERAL-STATUS = "00"
           PERFORM UNTIL EOF-COLLATERAL = "Y"
               READ INPUT-COLLATERAL INTO COLLATERAL-RECORD
                   AT END
                       MOVE "Y" TO EOF-COLLATERAL
                   NOT AT END
                       IF CL-STATUS = "A"
                           IF collateral-count >= COLLATERAL-ARRAY-MAX
                               DISPLAY "LTVREPT: COLLATERAL-ARRAY is "
                                   "full, cannot load more of "
                                   WS-COLLATERAL-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO collateral-count
                           MOVE COLLATERAL-RECORD
                               TO COLLATERAL-ARRAY(collateral-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-COLLATERAL
       ELSE
           IF WS-COLLATERAL-STATUS NOT = "35"
               DISPLAY "LTVREPT: cannot open " WS-COLLATERAL-FILENAME
                   ", file status " WS-COLLATERAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       OPEN INPUT INPUT-LOANS
       IF WS-LOANS-STATUS NOT = "00"
           DISPLAY "LTVREPT: cannot open " WS-LOANS-FILENAME ", "
               "file status " WS-LOANS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "LTVREPT: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO INFO
       STRING "Belaaningsgrad pr. laan " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " (revurdering efter " DELIMITED BY SIZE
           WS-REVAL-MONTHS DELIMITED BY SIZE
           " mdr.)" DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-LOANS INTO LOAN-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF LN-PRINCIPAL > ZEROES
                       ADD 1 TO loan-count
                       PERFORM ASSESS-ONE-LOAN
                   END-IF
           END-READ
       END-PERFORM

       MOVE SPACES TO INFO
       STRING "TRAILER: loan-count=" DELIMITED BY SIZE
           loan-count DELIMITED BY SIZE
           " over-ltv=" DELIMITED BY SIZE
           over-ltv-count DELIMITED BY SIZE
           " stale-valuations=" DELIMITED BY SIZE
           stale-count DELIMITED BY SIZE
           " unsecured=" DELIMITED BY SIZE
           unsecured-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE

       CLOSE INPUT-LOANS.
       CLOSE OUTPUT-REPORT.

       DISPLAY "LTVREPT: " loan-count " loan(s), " over-ltv-count
           " over policy LTV, " stale-count " stale valuation(s), "
           unsecured-count " unsecured."

       IF over-ltv-count > 0 OR stale-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * Sums the loan's active collateral at full and at lending
      * value, flags each stale valuation on the way, then compares
      * the outstanding principal with the lending value.
       ASSESS-ONE-LOAN.
           MOVE ZEROES TO loan-collateral-value
           MOVE ZEROES TO loan-lending-value
           MOVE ZEROES TO loan-collateral-rows
           PERFORM VARYING idx-coll FROM 1 BY 1
                   UNTIL idx-coll > collateral-count
               IF CL-ARR-LOAN-ACCOUNT OF COLLATERAL-ARRAY(idx-coll)
                       = LN-ACCOUNT-NUMBER
                   ADD 1 TO loan-collateral-rows
                   EVALUATE CL-ARR-TYPE OF COLLATERAL-ARRAY(idx-coll)
                       WHEN "E"
                           MOVE WS-PCT-PROPERTY TO type-pct
                       WHEN "K"
                           MOVE WS-PCT-VEHICLE TO type-pct
                       WHEN "D"
                           MOVE WS-PCT-DEPOSIT TO type-pct
                       WHEN OTHER
                           MOVE ZEROES TO type-pct
                   END-EVALUATE
                   ADD CL-ARR-VALUATION OF COLLATERAL-ARRAY(idx-coll)
                       TO loan-collateral-value
                   COMPUTE loan-lending-value ROUNDED =
                       loan-lending-value
                       + CL-ARR-VALUATION OF COLLATERAL-ARRAY(idx-coll)
                         * type-pct / 100
                   IF CL-ARR-VALUATION-DATE
                           OF COLLATERAL-ARRAY(idx-coll) < reval-cutoff
                       PERFORM REPORT-STALE-VALUATION
                   END-IF
               END-IF
           END-PERFORM

           MOVE LN-PRINCIPAL TO principal-display
           IF loan-collateral-rows = ZEROES
               ADD 1 TO unsecured-count
               MOVE SPACES TO INFO
               STRING "USIKRET: laan=" DELIMITED BY SIZE
                   FUNCTION TRIM(LN-ACCOUNT-NUMBER) DELIMITED BY SIZE
                   " client-id=" DELIMITED BY SIZE
                   LN-CLIENT-ID DELIMITED BY SIZE
                   " restgaeld=" DELIMITED BY SIZE
                   FUNCTION TRIM(principal-display) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               IF loan-collateral-value > ZEROES
                   COMPUTE loan-ltv-pct ROUNDED =
                       LN-PRINCIPAL * 100 / loan-collateral-value
                       ON SIZE ERROR
                           MOVE 99999.99 TO loan-ltv-pct
                   END-COMPUTE
               ELSE
                   MOVE 99999.99 TO loan-ltv-pct
               END-IF
               MOVE loan-ltv-pct TO ltv-display
               MOVE loan-collateral-value TO value-display
               MOVE loan-lending-value TO lending-display
               MOVE SPACES TO INFO
               IF LN-PRINCIPAL > loan-lending-value
                   ADD 1 TO over-ltv-count
                   STRING "OVERBELAANT: laan=" DELIMITED BY SIZE
                       FUNCTION TRIM(LN-ACCOUNT-NUMBER)
                           DELIMITED BY SIZE
                       " client-id=" DELIMITED BY SIZE
                       LN-CLIENT-ID DELIMITED BY SIZE
                       " restgaeld=" DELIMITED BY SIZE
                       FUNCTION TRIM(principal-display)
                           DELIMITED BY SIZE
                       " sikkerhed=" DELIMITED BY SIZE
                       FUNCTION TRIM(value-display) DELIMITED BY SIZE
                       " belaaningsvaerdi=" DELIMITED BY SIZE
                       FUNCTION TRIM(lending-display)
                           DELIMITED BY SIZE
                       " ltv=" DELIMITED BY SIZE
                       FUNCTION TRIM(ltv-display) DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO INFO
               ELSE
                   STRING "OK: laan=" DELIMITED BY SIZE
                       FUNCTION TRIM(LN-ACCOUNT-NUMBER)
                           DELIMITED BY SIZE
                       " client-id=" DELIMITED BY SIZE
                       LN-CLIENT-ID DELIMITED BY SIZE
                       " restgaeld=" DELIMITED BY SIZE
                       FUNCTION TRIM(principal-display)
                           DELIMITED BY SIZE
                       " sikkerhed=" DELIMITED BY SIZE
                       FUNCTION TRIM(value-display) DELIMITED BY SIZE
                       " ltv=" DELIMITED BY SIZE
                       FUNCTION TRIM(ltv-display) DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO INFO
               END-IF
               WRITE REPORT-LINE
           END-IF.
       EXIT.

       REPORT-STALE-VALUATION.
           ADD 1 TO stale-count
           MOVE CL-ARR-VALUATION OF COLLATERAL-ARRAY(idx-coll)
               TO value-display
           MOVE SPACES TO INFO
           STRING "FORAELDET: laan=" DELIMITED BY SIZE
               FUNCTION TRIM(LN-ACCOUNT-NUMBER) DELIMITED BY SIZE
               " sikkerhed=" DELIMITED BY SIZE
               FUNCTION TRIM(CL-ARR-COLLATERAL-ID
                   OF COLLATERAL-ARRAY(idx-coll)) DELIMITED BY SIZE
               " type=" DELIMITED BY SIZE
               CL-ARR-TYPE OF COLLATERAL-ARRAY(idx-coll)
                   DELIMITED BY SIZE
               " vurderet=" DELIMITED BY SIZE
               CL-ARR-VALUATION-DATE OF COLLATERAL-ARRAY(idx-coll)
                   DELIMITED BY SIZE
               " vurdering=" DELIMITED BY SIZE
               FUNCTION TRIM(value-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

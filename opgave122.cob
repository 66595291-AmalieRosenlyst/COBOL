      * Formål: Maanedsultimo rentefoelsomhedsrapport (ALM-gap) til
      *    treasury. LIQFCST viser kontantbehovet de naeste 30 dage,
      *    men ikke hvor udsat balancen er for en renteaendring.
      *    Aktiver og passiver fordeles efter naeste
      *    rentetilpasningsdato i spandene 0-1m, 1-3m, 3-12m, 1-5aar
      *    og over 5 aar:
      *      - udlaan fra loan-master.txt: variabelt forrentede paa
      *        LN-NEXT-RESET-DATE, fastforrentede paa restloebetiden;
      *      - aftaleindlaan fra term-deposits.txt paa
      *        TD-MATURITY-DATE (beloebet er kontoens saldo);
      *      - anfordringsindlaan fra account-info.txt pr. produkt
      *        (account-type); spanden for hvert produkt staar i
      *        alm-product-buckets.txt, ellers 0-1m da renten kan
      *        aendres med kort varsel.
      *    Rapporten viser gap og kumulativt gap pr. spand og
      *    virkningen paa nettorenteindtaegten over 12 maaneder af
      *    et parallelskift paa ALM_SHIFT_BP basispoint. Maanedens
      *    gap appenderes til alm-gap-history.txt (en maaling pr.
      *    raekke, samme opbygning som mgmt-pack-history.txt), og
      *    rapporten viser udviklingen siden forrige maaned.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALMGAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-LOANS ASSIGN TO DYNAMIC WS-LOANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOANS-STATUS.
       SELECT INPUT-DEPOSITS ASSIGN TO DYNAMIC WS-DEPOSITS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DEPOSITS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-PRODUCT-BUCKETS
       ASSIGN TO DYNAMIC WS-PRODUCT-BUCKETS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRODUCT-BUCKETS-STATUS.
       SELECT INPUT-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-IN-STATUS.
       SELECT OUTPUT-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-OUT-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-LOANS.
       01 LOAN-RECORD.
           COPY "loan-master.cpy".
       FD INPUT-DEPOSITS.
       01 DEPOSIT-RECORD.
           COPY "term-deposits.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
      * Spand 1-5 pr. anfordringsprodukt.
       FD INPUT-PRODUCT-BUCKETS.
       01 PRODUCT-BUCKET-RECORD.
           02 PB-ACCOUNT-TYPE          PIC X(10).
           02 PB-BUCKET                PIC 9(1).
       FD INPUT-HISTORY.
       01 HISTORY-RECORD.
           02 AH-PERIOD                PIC X(6).
           02 AH-METRIC                PIC X(20).
           02 AH-VALUE                 PIC S9(13)V99
               SIGN IS TRAILING SEPARATE.
       FD OUTPUT-HISTORY.
       01 OUTPUT-HISTORY-RECORD.
           02 AH-OUT-PERIOD            PIC X(6).
           02 AH-OUT-METRIC            PIC X(20).
           02 AH-OUT-VALUE             PIC S9(13)V99
               SIGN IS TRAILING SEPARATE.
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).

       WORKING-STORAGE SECTION.

      * Variables used as condition in while loops
       01 EOF-LOANS                     PIC X VALUE "N".
       01 EOF-DEPOSITS                  PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-PRODUCT-BUCKETS           PIC X VALUE "N".
       01 EOF-HISTORY                   PIC X VALUE "N".
       01 WS-LOANS-STATUS               PIC XX VALUE "00".
       01 WS-DEPOSITS-STATUS            PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-PRODUCT-BUCKETS-STATUS     PIC XX VALUE "00".
       01 WS-HISTORY-IN-STATUS          PIC XX VALUE "00".
       01 WS-HISTORY-OUT-STATUS         PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

      * The five repricing buckets. BK-MID-MONTHS is the bucket's
      * midpoint, used to weigh how much of the next 12 months a
      * rate shift works on the bucket's gap.
       01 BUCKET-ARRAY                  OCCURS 5 TIMES
                                        INDEXED BY idx-bkt.
           02 BK-NAME                   PIC X(8) VALUE SPACES.
           02 BK-METRIC                 PIC X(20) VALUE SPACES.
           02 BK-UPPER-DATE             PIC X(8) VALUE SPACES.
           02 BK-MID-MONTHS             PIC 9(2)V9 VALUE ZEROES.
           02 BK-ASSETS-FIXED           PIC S9(13)V99 VALUE ZEROES.
           02 BK-ASSETS-VARIABLE        PIC S9(13)V99 VALUE ZEROES.
           02 BK-TERM-DEPOSITS          PIC S9(13)V99 VALUE ZEROES.
           02 BK-DEMAND-DEPOSITS        PIC S9(13)V99 VALUE ZEROES.
           02 BK-GAP                    PIC S9(13)V99 VALUE ZEROES.
       01 bucket-slot                   PIC 9(1) VALUE ZEROES.
       01 bucket-date                   PIC X(8) VALUE SPACES.
       01 bucket-months                 PIC 9(3) VALUE ZEROES.

      * Today moved forward a number of months, day clipped to 28 as
      * in LOANPOST's due-date roll.
       01 boundary-date.
           02 boundary-year             PIC 9(4).
           02 boundary-month            PIC 9(2).
           02 boundary-day              PIC 9(2).
       01 boundary-months               PIC 9(3) VALUE ZEROES.

      * Active term deposits, so their accounts are not counted a
      * second time as demand deposits.
       01 TERM-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 TERM-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-term.
           02 TRM-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 TRM-MATURITY-DATE         PIC X(8) VALUE SPACES.
       01 term-count                    PIC 9(4) VALUE ZEROES.

       01 PRODUCT-ARRAY-MAX             PIC 9(3) VALUE 100.
       01 PRODUCT-ARRAY                 OCCURS 100 TIMES
                                        INDEXED BY idx-prod.
           02 PRD-ACCOUNT-TYPE          PIC X(10) VALUE SPACES.
           02 PRD-BUCKET                PIC 9(1) VALUE 1.
           02 PRD-AMOUNT                PIC S9(13)V99 VALUE ZEROES.
       01 product-count                 PIC 9(3) VALUE ZEROES.
       01 product-slot                  PIC 9(3) VALUE ZEROES.

      * Historikken til udviklingen siden forrige maaned.
       01 HIST-ARRAY-MAX                PIC 9(3) VALUE 900.
       01 HIST-ARRAY                    OCCURS 900 TIMES
                                        INDEXED BY idx-his.
           02 HS-PERIOD                 PIC X(6) VALUE SPACES.
           02 HS-METRIC                 PIC X(20) VALUE SPACES.
           02 HS-VALUE                  PIC S9(13)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 hist-count                    PIC 9(3) VALUE ZEROES.
       01 period-already-written        PIC X VALUE "N".
       01 this-period                   PIC X(6) VALUE SPACES.
       01 prior-period                  PIC X(6) VALUE SPACES.
       01 period-ym.
           02 period-year               PIC 9(4).
           02 period-month              PIC 9(2).
       01 prior-value                   PIC S9(13)V99 VALUE ZEROES.
       01 prior-found                   PIC X VALUE "N".
       01 history-metric                PIC X(20) VALUE SPACES.
       01 history-value                 PIC S9(13)V99 VALUE ZEROES.

       01 account-amount                PIC S9(13)V99 VALUE ZEROES.
       01 total-assets                  PIC S9(13)V99 VALUE ZEROES.
       01 total-liabilities             PIC S9(13)V99 VALUE ZEROES.
       01 cumulative-gap                PIC S9(13)V99 VALUE ZEROES.
       01 nii-impact                    PIC S9(13)V99 VALUE ZEROES.
       01 WS-SHIFT-BP                   PIC S9(4) VALUE 100.
       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.

       01 assets-display                PIC -(12)9.99.
       01 liabilities-display           PIC -(12)9.99.
       01 gap-display                   PIC -(12)9.99.
       01 cumulative-display            PIC -(12)9.99.
       01 delta-display                 PIC -(12)9.99.
       01 shift-display                 PIC -(3)9.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-LOANS-FILENAME
           PIC X(100) VALUE "loan-master.txt".
       01 WS-DEPOSITS-FILENAME
           PIC X(100) VALUE "term-deposits.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-PRODUCT-BUCKETS-FILENAME
           PIC X(100) VALUE "alm-product-buckets.txt".
       01 WS-HISTORY-FILENAME
           PIC X(100) VALUE "alm-gap-history.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "alm-gap-report.txt".

       PROCEDURE DIVISION.

       ACCEPT WS-LOANS-FILENAME FROM ENVIRONMENT "LOAN_MASTER_FILE"
       IF WS-LOANS-FILENAME = SPACES
           MOVE "loan-master.txt" TO WS-LOANS-FILENAME
       END-IF

       ACCEPT WS-DEPOSITS-FILENAME FROM ENVIRONMENT "TERM_DEPOSITS_FILE"
       IF WS-DEPOSITS-FILENAME = SPACES
           MOVE "term-deposits.txt" TO WS-DEPOSITS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-PRODUCT-BUCKETS-FILENAME
           FROM ENVIRONMENT "ALM_PRODUCT_BUCKETS_FILE"
       IF WS-PRODUCT-BUCKETS-FILENAME = SPACES
           MOVE "alm-product-buckets.txt"
               TO WS-PRODUCT-BUCKETS-FILENAME
       END-IF

       ACCEPT WS-HISTORY-FILENAME
           FROM ENVIRONMENT "ALM_GAP_HISTORY_FILE"
       IF WS-HISTORY-FILENAME = SPACES
           MOVE "alm-gap-history.txt" TO WS-HISTORY-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT "ALM_GAP_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "alm-gap-report.txt" TO WS-REPORT-FILENAME
       END-IF

      * The shift may be negative (a rate cut scenario).
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "ALM_SHIFT_BP"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) NOT = 0
           COMPUTE WS-SHIFT-BP = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       MOVE WS-TODAY(1:6) TO this-period
       MOVE this-period TO period-ym
       IF period-month = 1
           MOVE 12 TO period-month
           SUBTRACT 1 FROM period-year
       ELSE
           SUBTRACT 1 FROM period-month
       END-IF
       MOVE period-ym TO prior-period

       PERFORM SET-UP-BUCKETS.
       PERFORM LOAD-PRODUCT-BUCKETS.
       PERFORM GATHER-LOANS.
       PERFORM GATHER-TERM-DEPOSITS.
       PERFORM GATHER-ACCOUNTS.
       PERFORM LOAD-HISTORY.

      * Gap per bucket (assets less liabilities) and the 12-month
      * net interest income effect of the shift on the gaps that
      * reprice inside the year.
       PERFORM VARYING idx-bkt FROM 1 BY 1 UNTIL idx-bkt > 5
           COMPUTE BK-GAP(idx-bkt) = BK-ASSETS-FIXED(idx-bkt)
               + BK-ASSETS-VARIABLE(idx-bkt)
               - BK-TERM-DEPOSITS(idx-bkt)
               - BK-DEMAND-DEPOSITS(idx-bkt)
           IF BK-MID-MONTHS(idx-bkt) < 12
               COMPUTE nii-impact ROUNDED = nii-impact
                   + BK-GAP(idx-bkt) * WS-SHIFT-BP / 10000
                   * (12 - BK-MID-MONTHS(idx-bkt)) / 12
           END-IF
       END-PERFORM.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "ALMGAP: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-SHIFT-BP TO shift-display
       MOVE SPACES TO INFO
       STRING "Rentetilpasningsgap " DELIMITED BY SIZE
           this-period DELIMITED BY SIZE
           " (skift " DELIMITED BY SIZE
           FUNCTION TRIM(shift-display) DELIMITED BY SIZE
           " bp, udvikling mod " DELIMITED BY SIZE
           prior-period DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       PERFORM VARYING idx-bkt FROM 1 BY 1 UNTIL idx-bkt > 5
           PERFORM WRITE-BUCKET-LINES
       END-PERFORM.

       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE
       PERFORM VARYING idx-prod FROM 1 BY 1
               UNTIL idx-prod > product-count
           MOVE PRD-AMOUNT(idx-prod) TO liabilities-display
           MOVE SPACES TO INFO
           STRING "PRODUKT: type=" DELIMITED BY SIZE
               FUNCTION TRIM(PRD-ACCOUNT-TYPE(idx-prod))
                   DELIMITED BY SIZE
               " spand=" DELIMITED BY SIZE
               FUNCTION TRIM(BK-NAME(PRD-BUCKET(idx-prod)))
                   DELIMITED BY SIZE
               " indlaan=" DELIMITED BY SIZE
               FUNCTION TRIM(liabilities-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
       END-PERFORM.

       MOVE "NII-IMPACT" TO history-metric
       MOVE nii-impact TO history-value
       PERFORM FIND-PRIOR-VALUE
       MOVE nii-impact TO gap-display
       MOVE SPACES TO INFO
       IF prior-found = "Y"
           COMPUTE prior-value = nii-impact - prior-value
           MOVE prior-value TO delta-display
           STRING "NETTORENTE-EFFEKT: 12m=" DELIMITED BY SIZE
               FUNCTION TRIM(gap-display) DELIMITED BY SIZE
               " (md-delta " DELIMITED BY SIZE
               FUNCTION TRIM(delta-display) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO INFO
       ELSE
           STRING "NETTORENTE-EFFEKT: 12m=" DELIMITED BY SIZE
               FUNCTION TRIM(gap-display) DELIMITED BY SIZE
               " (md-delta n/a)" DELIMITED BY SIZE
               INTO INFO
       END-IF
       WRITE REPORT-LINE

       MOVE total-assets TO assets-display
       MOVE total-liabilities TO liabilities-display
       MOVE SPACES TO INFO
       STRING "TRAILER: assets=" DELIMITED BY SIZE
           FUNCTION TRIM(assets-display) DELIMITED BY SIZE
           " liabilities=" DELIMITED BY SIZE
           FUNCTION TRIM(liabilities-display) DELIMITED BY SIZE
           " term-deposits=" DELIMITED BY SIZE
           term-count DELIMITED BY SIZE
           " products=" DELIMITED BY SIZE
           product-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.

       PERFORM APPEND-HISTORY.

       DISPLAY "ALMGAP: gap report for period " this-period
           " written to " FUNCTION TRIM(WS-REPORT-FILENAME)

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       SET-UP-BUCKETS.
           MOVE "0-1m" TO BK-NAME(1)
           MOVE 0.5 TO BK-MID-MONTHS(1)
           MOVE 1 TO boundary-months
           PERFORM COMPUTE-BOUNDARY
           MOVE boundary-date TO BK-UPPER-DATE(1)

           MOVE "1-3m" TO BK-NAME(2)
           MOVE 2 TO BK-MID-MONTHS(2)
           MOVE 3 TO boundary-months
           PERFORM COMPUTE-BOUNDARY
           MOVE boundary-date TO BK-UPPER-DATE(2)

           MOVE "3-12m" TO BK-NAME(3)
           MOVE 7.5 TO BK-MID-MONTHS(3)
           MOVE 12 TO boundary-months
           PERFORM COMPUTE-BOUNDARY
           MOVE boundary-date TO BK-UPPER-DATE(3)

           MOVE "1-5aar" TO BK-NAME(4)
           MOVE 36 TO BK-MID-MONTHS(4)
           MOVE 60 TO boundary-months
           PERFORM COMPUTE-BOUNDARY
           MOVE boundary-date TO BK-UPPER-DATE(4)

           MOVE "over5aar" TO BK-NAME(5)
           MOVE 90 TO BK-MID-MONTHS(5)
           MOVE "99999999" TO BK-UPPER-DATE(5)

           PERFORM VARYING idx-bkt FROM 1 BY 1 UNTIL idx-bkt > 5
               MOVE SPACES TO BK-METRIC(idx-bkt)
               STRING "GAP-" DELIMITED BY SIZE
                   FUNCTION TRIM(BK-NAME(idx-bkt)) DELIMITED BY SIZE
                   INTO BK-METRIC(idx-bkt)
           END-PERFORM.
       EXIT.

       COMPUTE-BOUNDARY.
           MOVE WS-TODAY TO boundary-date
           IF boundary-day > 28
               MOVE 28 TO boundary-day
           END-IF
           ADD boundary-months TO boundary-month
           PERFORM UNTIL boundary-month <= 12
               SUBTRACT 12 FROM boundary-month
               ADD 1 TO boundary-year
           END-PERFORM.
       EXIT.

      * bucket-date in; bucket-slot out. A date already passed (or
      * missing) reprices at once.
       FIND-BUCKET-BY-DATE.
           EVALUATE TRUE
               WHEN bucket-date <= BK-UPPER-DATE(1)
                   MOVE 1 TO bucket-slot
               WHEN bucket-date <= BK-UPPER-DATE(2)
                   MOVE 2 TO bucket-slot
               WHEN bucket-date <= BK-UPPER-DATE(3)
                   MOVE 3 TO bucket-slot
               WHEN bucket-date <= BK-UPPER-DATE(4)
                   MOVE 4 TO bucket-slot
               WHEN OTHER
                   MOVE 5 TO bucket-slot
           END-EVALUATE.
       EXIT.

      * bucket-months (remaining term) in; bucket-slot out.
       FIND-BUCKET-BY-MONTHS.
           EVALUATE TRUE
               WHEN bucket-months <= 1
                   MOVE 1 TO bucket-slot
               WHEN bucket-months <= 3
                   MOVE 2 TO bucket-slot
               WHEN bucket-months <= 12
                   MOVE 3 TO bucket-slot
               WHEN bucket-months <= 60
                   MOVE 4 TO bucket-slot
               WHEN OTHER
                   MOVE 5 TO bucket-slot
           END-EVALUATE.
       EXIT.

      * No file means every demand product reprices within a month.
       LOAD-PRODUCT-BUCKETS.
           OPEN INPUT INPUT-PRODUCT-BUCKETS
           IF WS-PRODUCT-BUCKETS-STATUS = "00"
               PERFORM UNTIL EOF-PRODUCT-BUCKETS = "Y"
                   READ INPUT-PRODUCT-BUCKETS
                       INTO PRODUCT-BUCKET-RECORD
                       AT END
                           MOVE "Y" TO EOF-PRODUCT-BUCKETS
                       NOT AT END
                           IF product-count < PRODUCT-ARRAY-MAX
                               ADD 1 TO product-count
                               MOVE PB-ACCOUNT-TYPE
                                   TO PRD-ACCOUNT-TYPE(product-count)
                               IF PB-BUCKET NUMERIC
                                   AND PB-BUCKET >= 1
                                   AND PB-BUCKET <= 5
                                   MOVE PB-BUCKET
                                       TO PRD-BUCKET(product-count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-PRODUCT-BUCKETS
           END-IF.
       EXIT.

       GATHER-LOANS.
           OPEN INPUT INPUT-LOANS
           IF WS-LOANS-STATUS = "00"
               PERFORM UNTIL EOF-LOANS = "Y"
                   READ INPUT-LOANS INTO LOAN-RECORD
                       AT END
                           MOVE "Y" TO EOF-LOANS
                       NOT AT END
                           IF LN-PRINCIPAL > ZEROES
                               PERFORM BUCKET-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-LOANS
           ELSE
               IF WS-LOANS-STATUS NOT = "35"
                   DISPLAY "ALMGAP: cannot open " WS-LOANS-FILENAME
                       ", file status " WS-LOANS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

      * A variable loan reprices on its next reset date; a fixed one
      * only when it runs off.
       BUCKET-ONE-LOAN.
           IF LN-RATE-TYPE = "V"
               MOVE LN-NEXT-RESET-DATE TO bucket-date
               PERFORM FIND-BUCKET-BY-DATE
               ADD LN-PRINCIPAL TO BK-ASSETS-VARIABLE(bucket-slot)
           ELSE
               MOVE LN-TERM-MONTHS TO bucket-months
               PERFORM FIND-BUCKET-BY-MONTHS
               ADD LN-PRINCIPAL TO BK-ASSETS-FIXED(bucket-slot)
           END-IF
           ADD LN-PRINCIPAL TO total-assets.
       EXIT.

      * The deposit's amount is its account balance, picked up in
      * GATHER-ACCOUNTS.
       GATHER-TERM-DEPOSITS.
           OPEN INPUT INPUT-DEPOSITS
           IF WS-DEPOSITS-STATUS = "00"
               PERFORM UNTIL EOF-DEPOSITS = "Y"
                   READ INPUT-DEPOSITS INTO DEPOSIT-RECORD
                       AT END
                           MOVE "Y" TO EOF-DEPOSITS
                       NOT AT END
                           IF TD-STATUS = "A"
                               AND term-count < TERM-ARRAY-MAX
                               ADD 1 TO term-count
                               MOVE TD-ACCOUNT-NUMBER
                                   TO TRM-ACCOUNT-NUMBER(term-count)
                               MOVE TD-MATURITY-DATE
                                   TO TRM-MATURITY-DATE(term-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-DEPOSITS
           ELSE
               IF WS-DEPOSITS-STATUS NOT = "35"
                   DISPLAY "ALMGAP: cannot open " WS-DEPOSITS-FILENAME
                       ", file status " WS-DEPOSITS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

      * Positive balances are the deposits; loans are taken from
      * loan-master.txt, so LOAN accounts are skipped here.
       GATHER-ACCOUNTS.
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ALMGAP: cannot open " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
               READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
                   AT END
                       MOVE "Y" TO EOF-ACCOUNTS
                   NOT AT END
                       IF balance OF ACCOUNT-RECORD > ZEROES
                           AND account-type OF ACCOUNT-RECORD
                               NOT = "LOAN"
                           PERFORM BUCKET-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-ACCOUNTS.
       EXIT.

       BUCKET-ONE-DEPOSIT.
           MOVE balance OF ACCOUNT-RECORD TO account-amount
           ADD account-amount TO total-liabilities
           SET idx-term TO 1
           SEARCH TERM-ARRAY
               AT END
                   PERFORM FIND-PRODUCT-SLOT
                   ADD account-amount TO PRD-AMOUNT(product-slot)
                   MOVE PRD-BUCKET(product-slot) TO bucket-slot
                   ADD account-amount TO BK-DEMAND-DEPOSITS(bucket-slot)
               WHEN TRM-ACCOUNT-NUMBER(idx-term)
                       = account-number OF ACCOUNT-RECORD
                   MOVE TRM-MATURITY-DATE(idx-term) TO bucket-date
                   PERFORM FIND-BUCKET-BY-DATE
                   ADD account-amount TO BK-TERM-DEPOSITS(bucket-slot)
           END-SEARCH.
       EXIT.

      * Products not in alm-product-buckets.txt are added with the
      * 0-1m default.
       FIND-PRODUCT-SLOT.
           MOVE ZEROES TO product-slot
           PERFORM VARYING idx-prod FROM 1 BY 1
                   UNTIL idx-prod > product-count OR product-slot > 0
               IF PRD-ACCOUNT-TYPE(idx-prod)
                       = account-type OF ACCOUNT-RECORD
                   SET product-slot TO idx-prod
               END-IF
           END-PERFORM
           IF product-slot = ZEROES
               IF product-count >= PRODUCT-ARRAY-MAX
                   DISPLAY "ALMGAP: PRODUCT-ARRAY is full"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO product-count
               MOVE product-count TO product-slot
               MOVE account-type OF ACCOUNT-RECORD
                   TO PRD-ACCOUNT-TYPE(product-slot)
               MOVE 1 TO PRD-BUCKET(product-slot)
           END-IF.
       EXIT.

       LOAD-HISTORY.
           OPEN INPUT INPUT-HISTORY
           IF WS-HISTORY-IN-STATUS = "00"
               PERFORM UNTIL EOF-HISTORY = "Y"
                   READ INPUT-HISTORY INTO HISTORY-RECORD
                       AT END
                           MOVE "Y" TO EOF-HISTORY
                       NOT AT END
                           IF hist-count < HIST-ARRAY-MAX
                               ADD 1 TO hist-count
                               MOVE AH-PERIOD
                                   TO HS-PERIOD(hist-count)
                               MOVE AH-METRIC
                                   TO HS-METRIC(hist-count)
                               MOVE AH-VALUE TO HS-VALUE(hist-count)
                           END-IF
                           IF AH-PERIOD = this-period
                               MOVE "Y" TO period-already-written
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-HISTORY
           END-IF.
       EXIT.

      * history-metric in; prior-value/prior-found out.
       FIND-PRIOR-VALUE.
           MOVE "N" TO prior-found
           MOVE ZEROES TO prior-value
           PERFORM VARYING idx-his FROM 1 BY 1
                   UNTIL idx-his > hist-count
               IF HS-METRIC(idx-his) = history-metric
                   AND HS-PERIOD(idx-his) = prior-period
                   MOVE HS-VALUE(idx-his) TO prior-value
                   MOVE "Y" TO prior-found
               END-IF
           END-PERFORM.
       EXIT.

       WRITE-BUCKET-LINES.
           COMPUTE account-amount = BK-ASSETS-FIXED(idx-bkt)
               + BK-ASSETS-VARIABLE(idx-bkt)
           MOVE account-amount TO assets-display
           COMPUTE account-amount = BK-TERM-DEPOSITS(idx-bkt)
               + BK-DEMAND-DEPOSITS(idx-bkt)
           MOVE account-amount TO liabilities-display
           ADD BK-GAP(idx-bkt) TO cumulative-gap
           MOVE BK-GAP(idx-bkt) TO gap-display
           MOVE cumulative-gap TO cumulative-display
           MOVE SPACES TO INFO
           STRING "SPAND: " DELIMITED BY SIZE
               BK-NAME(idx-bkt) DELIMITED BY SIZE
               " aktiver=" DELIMITED BY SIZE
               FUNCTION TRIM(assets-display) DELIMITED BY SIZE
               " passiver=" DELIMITED BY SIZE
               FUNCTION TRIM(liabilities-display) DELIMITED BY SIZE
               " gap=" DELIMITED BY SIZE
               FUNCTION TRIM(gap-display) DELIMITED BY SIZE
               " kumuleret=" DELIMITED BY SIZE
               FUNCTION TRIM(cumulative-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           MOVE BK-ASSETS-FIXED(idx-bkt) TO assets-display
           MOVE BK-ASSETS-VARIABLE(idx-bkt) TO gap-display
           MOVE BK-TERM-DEPOSITS(idx-bkt) TO liabilities-display
           MOVE BK-DEMAND-DEPOSITS(idx-bkt) TO cumulative-display
           MOVE SPACES TO INFO
           STRING "    laan-fast=" DELIMITED BY SIZE
               FUNCTION TRIM(assets-display) DELIMITED BY SIZE
               " laan-variabel=" DELIMITED BY SIZE
               FUNCTION TRIM(gap-display) DELIMITED BY SIZE
               " aftaleindlaan=" DELIMITED BY SIZE
               FUNCTION TRIM(liabilities-display) DELIMITED BY SIZE
               " anfordring=" DELIMITED BY SIZE
               FUNCTION TRIM(cumulative-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           MOVE BK-METRIC(idx-bkt) TO history-metric
           PERFORM FIND-PRIOR-VALUE
           MOVE SPACES TO INFO
           IF prior-found = "Y"
               COMPUTE prior-value = BK-GAP(idx-bkt) - prior-value
               MOVE prior-value TO delta-display
               STRING "    md-delta " DELIMITED BY SIZE
                   FUNCTION TRIM(delta-display) DELIMITED BY SIZE
                   INTO INFO
           ELSE
               MOVE "    md-delta n/a" TO INFO
           END-IF
           WRITE REPORT-LINE.
       EXIT.

      * Maanedens gap ind i historikken - medmindre perioden allerede
      * staar der (en genkoert rapport maa ikke fordoble historikken).
       APPEND-HISTORY.
           IF period-already-written = "Y"
               DISPLAY "ALMGAP: period " this-period
                   " already in the history, not appended again"
           ELSE
               OPEN EXTEND OUTPUT-HISTORY
               IF WS-HISTORY-OUT-STATUS = "35"
                   OPEN OUTPUT OUTPUT-HISTORY
               END-IF
               IF WS-HISTORY-OUT-STATUS NOT = "00"
                   DISPLAY "ALMGAP: cannot open "
                       WS-HISTORY-FILENAME ", file status "
                       WS-HISTORY-OUT-STATUS
               ELSE
                   PERFORM VARYING idx-bkt FROM 1 BY 1
                           UNTIL idx-bkt > 5
                       MOVE this-period TO AH-OUT-PERIOD
                       MOVE BK-METRIC(idx-bkt) TO AH-OUT-METRIC
                       MOVE BK-GAP(idx-bkt) TO AH-OUT-VALUE
                       WRITE OUTPUT-HISTORY-RECORD
                   END-PERFORM
                   MOVE this-period TO AH-OUT-PERIOD
                   MOVE "NII-IMPACT" TO AH-OUT-METRIC
                   MOVE nii-impact TO AH-OUT-VALUE
                   WRITE OUTPUT-HISTORY-RECORD
                   CLOSE OUTPUT-HISTORY
               END-IF
           END-IF.
       EXIT.

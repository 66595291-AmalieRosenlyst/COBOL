      * Formål: Maanedlig AML-risikoscoring af kunderne. risk-class
      *    blev hidtil tastet i haanden via CUSTMAINT, saa KYCREV's
      *    gennemgangsintervaller hvilede paa hvad nogen engang
      *    skrev. Her faar hver kunde en score ud fra vaegtede
      *    faktorer: bopaels- og skattehjemland (sanktioneret land
      *    i watchlist.txt eller blot udland), erhverv mod privat,
      *    AMLSCAN's fund i aml-review.txt, WATCHSCN's hits i
      *    watchlist-hits.txt, kontantandelen og overfoerslerne til
      *    udlandet de seneste 12 maaneder fra DAYAGG's aggregater
      *    og produktsammensaetningen (konti i fremmed valuta,
      *    bankboks). Scoren giver en foreslaaet klasse H/M/L;
      *    en opgradering skrives direkte i customer-info.txt og
      *    kundeaendringshistorikken (KYCREV indkalder da efter den
      *    nye klasses interval), mens en nedgradering laegges i
      *    pending-approvals.txt som en almindelig ret-anmodning,
      *    som en operatoer godkender i APPRREV. Rapporten
      *    aml-risk-score-report.txt viser hver aendring med de
      *    faktorer der drev den. Hver opgradering faar foer- og
      *    efterbillede i master-journal.txt (journal.cpy).
      *
      *    Planlaegges maanedligt i job-schedule.txt efter AMLSCAN
      *    og WATCHSCN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLRISK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT OUTPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF OUTPUT-CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-AGGREGATES ASSIGN TO DYNAMIC WS-AGGREGATES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AGGREGATES-STATUS.
       SELECT AML-REVIEW-FILE ASSIGN TO DYNAMIC WS-AML-REVIEW-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AML-REVIEW-STATUS.
       SELECT WATCH-HITS-FILE ASSIGN TO DYNAMIC WS-WATCH-HITS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WATCH-HITS-STATUS.
       SELECT WATCHLIST-FILE ASSIGN TO DYNAMIC WS-WATCHLIST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WATCHLIST-STATUS.
       SELECT INPUT-BOXES ASSIGN TO DYNAMIC WS-BOXES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BOXES-STATUS.
       SELECT PENDING-APPROVALS-FILE
       ASSIGN TO DYNAMIC WS-PENDING-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PENDING-STATUS.
       SELECT CUSTOMER-HISTORY-FILE
       ASSIGN TO DYNAMIC WS-CUSTOMER-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CUSTOMER-HISTORY-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       SELECT MASTER-JOURNAL-FILE
       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD OUTPUT-CUSTOMERS.
       01 OUTPUT-CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-AGGREGATES.
       01 AGGREGATE-RECORD.
           COPY "day-aggregates.cpy".
       FD AML-REVIEW-FILE.
       01 AML-REVIEW-LINE.
           02 AML-INFO                 PIC X(150).
       FD WATCH-HITS-FILE.
       01 WATCH-HITS-LINE.
           02 WATCH-INFO               PIC X(150).
       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           COPY "watchlist.cpy".
       FD INPUT-BOXES.
       01 BOX-RECORD.
           COPY "safe-deposit-boxes.cpy".
       FD PENDING-APPROVALS-FILE.
       01 PENDING-APPROVAL-RECORD.
           COPY "pending-approvals.cpy".
       FD CUSTOMER-HISTORY-FILE.
       01 CUSTOMER-HISTORY-LINE.
           02 CCH-INFO                 PIC X(150).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).

       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
           COPY "safe-swap-fields.cpy".
      * Before and after image of each upgraded customer
      * (journal.cpy).
           COPY "journal-fields.cpy".
      * Landeposterne i watchlist.txt (watchlist-check.cpy).
           COPY "watchlist-check-fields.cpy".
           COPY "clean-spaces-fields.cpy".

      * Variables used as condition in while loops
       01 EOF-CUSTOMERS                 PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-AGGREGATES                PIC X VALUE "N".
       01 EOF-AML-REVIEW                PIC X VALUE "N".
       01 EOF-WATCH-HITS                PIC X VALUE "N".
       01 EOF-BOXES                     PIC X VALUE "N".
       01 EOF-PENDING                   PIC X VALUE "N".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-AGGREGATES-STATUS          PIC XX VALUE "00".
       01 WS-AML-REVIEW-STATUS          PIC XX VALUE "00".
       01 WS-WATCH-HITS-STATUS          PIC XX VALUE "00".
       01 WS-BOXES-STATUS               PIC XX VALUE "00".
       01 WS-PENDING-STATUS             PIC XX VALUE "00".
       01 WS-CUSTOMER-HISTORY-STATUS    PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 CUSTOMER-ARRAY-MAX            PIC 9(4) VALUE 500.
       01 CUSTOMER-ARRAY                OCCURS 500 TIMES
                                        INDEXED BY cust-idx.
           COPY "customers.cpy".
       01 customer-count                PIC 9(4) VALUE ZEROES.

      * Det der samles op om hver kunde foer scoringen, paa samme
      * plads som kunden i CUSTOMER-ARRAY.
       01 FACTOR-ARRAY                  OCCURS 500 TIMES
                                        INDEXED BY fac-idx.
           02 FA-AML-HITS               PIC 9(3) VALUE ZEROES.
           02 FA-WATCH-HITS             PIC 9(3) VALUE ZEROES.
           02 FA-TURNOVER               PIC 9(11)V99 VALUE ZEROES.
           02 FA-CASH-SUM               PIC 9(11)V99 VALUE ZEROES.
           02 FA-XBORDER-SUM            PIC 9(11)V99 VALUE ZEROES.
           02 FA-FX-ACCOUNT             PIC X VALUE "N".
           02 FA-BOX-RENTER             PIC X VALUE "N".
           02 FA-PENDING-DOWNGRADE      PIC X VALUE "N".

       01 lookup-client-id              PIC X(10) VALUE SPACES.
       01 customer-slot                 PIC 9(4) VALUE ZEROES.
       01 idx-renter                    PIC 9 VALUE ZEROES.
       01 hit-tag                       PIC X(20) VALUE SPACES.
       01 hit-field-2                   PIC X(40) VALUE SPACES.
       01 hit-field-3                   PIC X(40) VALUE SPACES.

      * Faktorvaegtene. Scoren er summen af de faktorer kunden
      * rammer; klassegraenserne kan flyttes via miljoeet
      * (RISK_SCORE_HIGH / RISK_SCORE_MEDIUM) uden genoversaettelse.
       01 weight-country-listed         PIC 9(3) VALUE 40.
       01 weight-country-foreign        PIC 9(3) VALUE 15.
       01 weight-business               PIC 9(3) VALUE 10.
       01 weight-aml-hit                PIC 9(3) VALUE 10.
       01 weight-aml-max                PIC 9(3) VALUE 30.
       01 weight-watch-hit              PIC 9(3) VALUE 40.
       01 weight-cash-high              PIC 9(3) VALUE 20.
       01 weight-cash-medium            PIC 9(3) VALUE 10.
       01 weight-xborder-high           PIC 9(3) VALUE 20.
       01 weight-xborder-medium         PIC 9(3) VALUE 10.
       01 weight-fx-account             PIC 9(3) VALUE 5.
       01 weight-box-renter             PIC 9(3) VALUE 5.
      * Kontantandel i procent af kundens samlede omsaetning og
      * udlandsoverfoersler i kroner over de 12 maaneder.
       01 cash-pct-high                 PIC 9(3) VALUE 50.
       01 cash-pct-medium               PIC 9(3) VALUE 20.
       01 xborder-high-amount           PIC 9(11)V99 VALUE 500000.
       01 xborder-medium-amount         PIC 9(11)V99 VALUE 100000.
       01 score-high                    PIC 9(3) VALUE 50.
       01 score-medium                  PIC 9(3) VALUE 25.
       01 WS-PARAMETER-TEXT             PIC X(20) VALUE SPACES.

       01 customer-score                PIC 9(3) VALUE ZEROES.
       01 score-display                 PIC ZZ9.
       01 cash-pct                      PIC 9(3) VALUE ZEROES.
       01 aml-points                    PIC 9(3) VALUE ZEROES.
       01 country-listed                PIC X VALUE "N".
       01 country-foreign               PIC X VALUE "N".
       01 check-country                 PIC X(2) VALUE SPACES.
       01 proposed-class                PIC X(1) VALUE SPACES.
       01 current-class                 PIC X(1) VALUE SPACES.
       01 proposed-rank                 PIC 9 VALUE ZEROES.
       01 current-rank                  PIC 9 VALUE ZEROES.
       01 rank-class                    PIC X(1) VALUE SPACES.
       01 rank-value                    PIC 9 VALUE ZEROES.

      * De faktorer der gav point, som "NAVN+point" efter hinanden.
       01 factor-text                   PIC X(100) VALUE SPACES.
       01 factor-pointer                PIC 9(3) VALUE 1.
       01 factor-name                   PIC X(14) VALUE SPACES.
       01 factor-points                 PIC 9(3) VALUE ZEROES.
       01 factor-points-display         PIC ZZ9.
       01 change-kind                   PIC X(20) VALUE SPACES.

      * Nedgraderingen som CUSTMAINT-ret-anmodning ("U" + hele
      * kundekortet med den nye klasse), klar til dobbeltkontrollen.
       01 RISK-REQUEST.
           02 rr-action                 PIC X(1).
           02 rr-customer.
               COPY "customers.cpy" REPLACING ==03== BY ==04==
                                               ==02== BY ==03==.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.
       01 lookback-date.
           02 lookback-year             PIC 9(4).
           02 lookback-mmdd             PIC X(4).
       01 CH-FIELD-NAME                 PIC X(20) VALUE SPACES.
       01 CH-OLD-VALUE                  PIC X(50) VALUE SPACES.
       01 CH-NEW-VALUE                  PIC X(50) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-AGGREGATES-FILENAME
           PIC X(100) VALUE "account-day-aggregates.txt".
       01 WS-AML-REVIEW-FILENAME
           PIC X(100) VALUE "aml-review.txt".
       01 WS-WATCH-HITS-FILENAME
           PIC X(100) VALUE "watchlist-hits.txt".
       01 WS-BOXES-FILENAME
           PIC X(100) VALUE "safe-deposit-boxes.txt".
       01 WS-PENDING-FILENAME
           PIC X(100) VALUE "pending-approvals.txt".
       01 WS-CUSTOMER-HISTORY-FILENAME
           PIC X(100) VALUE "customer-change-history.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "aml-risk-score-report.txt".

      * Batch control totals
       01 scored-count                  PIC 9(6) VALUE ZEROES.
       01 upgraded-count                PIC 9(6) VALUE ZEROES.
       01 upgraded-high-count           PIC 9(6) VALUE ZEROES.
       01 queued-count                  PIC 9(6) VALUE ZEROES.
       01 already-pending-count         PIC 9(6) VALUE ZEROES.
       01 unchanged-count               PIC 9(6) VALUE ZEROES.
       01 skipped-count                 PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
      * Aggregaterne fra samme dato sidste aar og frem; en 29. februar
      * bliver til den 28.
       MOVE WS-TODAY TO lookback-date
       SUBTRACT 1 FROM lookback-year
       IF lookback-mmdd = "0229"
           MOVE "0228" TO lookback-mmdd
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-AGGREGATES-FILENAME
           FROM ENVIRONMENT "ACCOUNT_DAY_AGGREGATES_FILE"
       IF WS-AGGREGATES-FILENAME = SPACES
           MOVE "account-day-aggregates.txt" TO WS-AGGREGATES-FILENAME
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

       ACCEPT WS-WATCHLIST-FILENAME FROM ENVIRONMENT "WATCHLIST_FILE"
       IF WS-WATCHLIST-FILENAME = SPACES
           MOVE "watchlist.txt" TO WS-WATCHLIST-FILENAME
       END-IF

       ACCEPT WS-BOXES-FILENAME FROM ENVIRONMENT "SAFE_DEPOSIT_FILE"
       IF WS-BOXES-FILENAME = SPACES
           MOVE "safe-deposit-boxes.txt" TO WS-BOXES-FILENAME
       END-IF

       ACCEPT WS-PENDING-FILENAME
           FROM ENVIRONMENT "PENDING_APPROVALS_FILE"
       IF WS-PENDING-FILENAME = SPACES
           MOVE "pending-approvals.txt" TO WS-PENDING-FILENAME
       END-IF

       ACCEPT WS-CUSTOMER-HISTORY-FILENAME
           FROM ENVIRONMENT "CUSTOMER_CHANGE_HISTORY_FILE"
       IF WS-CUSTOMER-HISTORY-FILENAME = SPACES
           MOVE "customer-change-history.txt"
               TO WS-CUSTOMER-HISTORY-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "AML_RISK_SCORE_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "aml-risk-score-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "RISK_SCORE_HIGH"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE score-high = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "RISK_SCORE_MEDIUM"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE score-medium = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF
       IF score-medium >= score-high
           DISPLAY "AMLRISK: RISK_SCORE_MEDIUM (" score-medium
               ") must be below RISK_SCORE_HIGH (" score-high ")"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      * Uden watchlist.txt kan et sanktioneret land ikke genkendes;
      * udland taeller stadig.
       PERFORM LOAD-WATCHLIST
       IF watchlist-loaded = "N"
           DISPLAY "AMLRISK: no " FUNCTION TRIM(WS-WATCHLIST-FILENAME)
               " on file - sanctioned countries not scored"
       END-IF

       MOVE "AMLRISK" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-CUSTOMERS
       PERFORM LOAD-ACCOUNTS
       PERFORM LOAD-AGGREGATES
       PERFORM LOAD-AML-REVIEW
       PERFORM LOAD-WATCH-HITS
       PERFORM LOAD-BOXES
       PERFORM LOAD-PENDING-DOWNGRADES

       OPEN EXTEND CUSTOMER-HISTORY-FILE
       IF WS-CUSTOMER-HISTORY-STATUS = "35"
           OPEN OUTPUT CUSTOMER-HISTORY-FILE
       END-IF
       IF WS-CUSTOMER-HISTORY-STATUS NOT = "00"
           DISPLAY "AMLRISK: cannot open "
               WS-CUSTOMER-HISTORY-FILENAME ", file status "
               WS-CUSTOMER-HISTORY-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND PENDING-APPROVALS-FILE
       IF WS-PENDING-STATUS = "35"
           OPEN OUTPUT PENDING-APPROVALS-FILE
       END-IF
       IF WS-PENDING-STATUS NOT = "00"
           DISPLAY "AMLRISK: cannot open " WS-PENDING-FILENAME
               ", file status " WS-PENDING-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "AMLRISK: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE score-high TO score-display
       MOVE score-medium TO factor-points-display
       MOVE SPACES TO INFO
       STRING "AML-risikoscoring " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " - aggregater fra " DELIMITED BY SIZE
           lookback-date DELIMITED BY SIZE
           ", H fra score " DELIMITED BY SIZE
           FUNCTION TRIM(score-display) DELIMITED BY SIZE
           ", M fra score " DELIMITED BY SIZE
           FUNCTION TRIM(factor-points-display) DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       MOVE "AMLRISK" TO jrn-program
       MOVE WS-CUSTOMERS-FILENAME(1:40) TO jrn-master-file
       PERFORM OPEN-MASTER-JOURNAL

       PERFORM VARYING cust-idx FROM 1 BY 1
               UNTIL cust-idx > customer-count
           SET fac-idx TO cust-idx
           PERFORM SCORE-ONE-CUSTOMER
       END-PERFORM

       CLOSE CUSTOMER-HISTORY-FILE
       CLOSE PENDING-APPROVALS-FILE
       PERFORM CLOSE-MASTER-JOURNAL

       IF upgraded-count > ZEROES
           PERFORM REWRITE-CUSTOMERS
       END-IF

       MOVE SPACES TO INFO
       STRING "TRAILER: scored=" DELIMITED BY SIZE
           scored-count DELIMITED BY SIZE
           " upgraded=" DELIMITED BY SIZE
           upgraded-count DELIMITED BY SIZE
           " downgrades-queued=" DELIMITED BY SIZE
           queued-count DELIMITED BY SIZE
           " already-pending=" DELIMITED BY SIZE
           already-pending-count DELIMITED BY SIZE
           " unchanged=" DELIMITED BY SIZE
           unchanged-count DELIMITED BY SIZE
           " skipped=" DELIMITED BY SIZE
           skipped-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT

       PERFORM RELEASE-RUN-LOCK

      *> Nye hoejrisikokunder skal videre til KYC-gennemgang.
       IF upgraded-high-count > ZEROES
           MOVE 8 TO RETURN-CODE
       END-IF
       DISPLAY "AMLRISK: " scored-count " customer(s) scored, "
           upgraded-count " upgraded, " queued-count
           " downgrade(s) queued for approval."

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-CUSTOMERS.
           OPEN INPUT INPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "AMLRISK: cannot open " WS-CUSTOMERS-FILENAME
                   ", file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-CUSTOMERS = "Y"
               READ INPUT-CUSTOMERS INTO CUSTOMER-RECORD
                   AT END
                       MOVE "Y" TO EOF-CUSTOMERS
                   NOT AT END
                       IF customer-count >= CUSTOMER-ARRAY-MAX
                           DISPLAY "AMLRISK: " WS-CUSTOMERS-FILENAME
                               " has more rows than CUSTOMER-ARRAY ("
                               CUSTOMER-ARRAY-MAX ") can hold"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO customer-count
                       MOVE CUSTOMER-RECORD
                           TO CUSTOMER-ARRAY(customer-count)
               END-READ
           END-PERFORM
           IF WS-CUSTOMERS-STATUS NOT = "00" AND NOT = "10"
               DISPLAY "AMLRISK: error reading "
                   WS-CUSTOMERS-FILENAME
                   ", file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE INPUT-CUSTOMERS.
       EXIT.

      * Produktsammensaetningen: en aaben konto i anden valuta end
      * kroner.
       LOAD-ACCOUNTS.
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "AMLRISK: cannot open " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
               READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
                   AT END
                       MOVE "Y" TO EOF-ACCOUNTS
                   NOT AT END
                       IF account-status OF ACCOUNT-RECORD NOT = "C"
                           AND valuta-code OF ACCOUNT-RECORD
                               NOT = SPACES
                           AND valuta-code OF ACCOUNT-RECORD
                               NOT = "DKK"
                           MOVE client-id OF ACCOUNT-RECORD
                               TO lookup-client-id
                           PERFORM FIND-CUSTOMER-SLOT
                           IF customer-slot NOT = ZEROES
                               MOVE "Y"
                                   TO FA-FX-ACCOUNT(customer-slot)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNTS-STATUS NOT = "00" AND NOT = "10"
               DISPLAY "AMLRISK: error reading "
                   WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE INPUT-ACCOUNTS.
       EXIT.

      * Omsaetning, kontant og udland over de seneste 12 maaneder.
      * Raekker fra foer DAYAGG summerede kontant og udland har blanke
      * felter og taeller kun med i omsaetningen.
       LOAD-AGGREGATES.
           OPEN INPUT INPUT-AGGREGATES
           IF WS-AGGREGATES-STATUS NOT = "00"
               DISPLAY "AMLRISK: no "
                   FUNCTION TRIM(WS-AGGREGATES-FILENAME)
                   " on file - cash and cross-border not scored"
           ELSE
               PERFORM UNTIL EOF-AGGREGATES = "Y"
                   READ INPUT-AGGREGATES INTO AGGREGATE-RECORD
                       AT END
                           MOVE "Y" TO EOF-AGGREGATES
                       NOT AT END
                           IF DA-DATE >= lookback-date
                               PERFORM APPLY-AGGREGATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-AGGREGATES
           END-IF.
       EXIT.

       APPLY-AGGREGATE.
           MOVE DA-CLIENT-ID TO lookup-client-id
           PERFORM FIND-CUSTOMER-SLOT
           IF customer-slot NOT = ZEROES
               IF DA-DEBIT-SUM IS NUMERIC
                   ADD DA-DEBIT-SUM TO FA-TURNOVER(customer-slot)
               END-IF
               IF DA-CREDIT-SUM IS NUMERIC
                   ADD DA-CREDIT-SUM TO FA-TURNOVER(customer-slot)
               END-IF
               IF DA-CASH-SUM IS NUMERIC
                   ADD DA-CASH-SUM TO FA-CASH-SUM(customer-slot)
               END-IF
               IF DA-XBORDER-SUM IS NUMERIC
                   ADD DA-XBORDER-SUM TO FA-XBORDER-SUM(customer-slot)
               END-IF
           END-IF.
       EXIT.

      * AMLSCAN's enkelttransaktioner og strukturering over
      * taerskelen; client-id staar efter "client-id=".
       LOAD-AML-REVIEW.
           OPEN INPUT AML-REVIEW-FILE
           IF WS-AML-REVIEW-STATUS NOT = "00"
               DISPLAY "AMLRISK: no "
                   FUNCTION TRIM(WS-AML-REVIEW-FILENAME)
                   " on file - AMLSCAN findings not scored"
           ELSE
               PERFORM UNTIL EOF-AML-REVIEW = "Y"
                   READ AML-REVIEW-FILE
                       AT END
                           MOVE "Y" TO EOF-AML-REVIEW
                       NOT AT END
                           PERFORM APPLY-AML-LINE
                   END-READ
               END-PERFORM
               CLOSE AML-REVIEW-FILE
           END-IF.
       EXIT.

       APPLY-AML-LINE.
           MOVE SPACES TO hit-tag hit-field-2 hit-field-3
           UNSTRING AML-INFO DELIMITED BY ALL SPACE
               INTO hit-tag hit-field-2 hit-field-3
           IF hit-tag = "ENKELT:" OR hit-tag = "STRUKTURERING:"
               IF hit-field-2(1:10) = "client-id="
                   MOVE hit-field-2(11:10) TO lookup-client-id
                   PERFORM FIND-CUSTOMER-SLOT
                   IF customer-slot NOT = ZEROES
                       ADD 1 TO FA-AML-HITS(customer-slot)
                   END-IF
               END-IF
           END-IF.
       EXIT.

      * WATCHSCN's hits paa kunden selv (KUNDE/VIRKSOMHED), paa
      * indgaaende transaktioner til kunden (TRANSAKTION) og paa en
      * reel ejer af en erhvervskunde (UBO-HIT virksomhed=).
       LOAD-WATCH-HITS.
           OPEN INPUT WATCH-HITS-FILE
           IF WS-WATCH-HITS-STATUS NOT = "00"
               DISPLAY "AMLRISK: no "
                   FUNCTION TRIM(WS-WATCH-HITS-FILENAME)
                   " on file - WATCHSCN hits not scored"
           ELSE
               PERFORM UNTIL EOF-WATCH-HITS = "Y"
                   READ WATCH-HITS-FILE
                       AT END
                           MOVE "Y" TO EOF-WATCH-HITS
                       NOT AT END
                           PERFORM APPLY-WATCH-HIT-LINE
                   END-READ
               END-PERFORM
               CLOSE WATCH-HITS-FILE
           END-IF.
       EXIT.

       APPLY-WATCH-HIT-LINE.
           MOVE SPACES TO hit-tag hit-field-2 hit-field-3
           MOVE SPACES TO lookup-client-id
           UNSTRING WATCH-INFO DELIMITED BY ALL SPACE
               INTO hit-tag hit-field-2 hit-field-3
           IF hit-tag = "HIT:"
               IF hit-field-2 = "kilde=KUNDE"
                   OR hit-field-2 = "kilde=VIRKSOMHED"
                   OR hit-field-2 = "kilde=TRANSAKTION"
                   MOVE hit-field-3(1:10) TO lookup-client-id
               END-IF
           ELSE
           IF hit-tag = "UBO-HIT:"
               IF hit-field-2(1:11) = "virksomhed="
                   MOVE hit-field-2(12:10) TO lookup-client-id
               END-IF
           END-IF
           END-IF
           IF lookup-client-id NOT = SPACES
               PERFORM FIND-CUSTOMER-SLOT
               IF customer-slot NOT = ZEROES
                   ADD 1 TO FA-WATCH-HITS(customer-slot)
               END-IF
           END-IF.
       EXIT.

      * Produktsammensaetningen: lejer af en udlejet bankboks.
       LOAD-BOXES.
           OPEN INPUT INPUT-BOXES
           IF WS-BOXES-STATUS = "00"
               PERFORM UNTIL EOF-BOXES = "Y"
                   READ INPUT-BOXES INTO BOX-RECORD
                       AT END
                           MOVE "Y" TO EOF-BOXES
                       NOT AT END
                           IF SB-STATUS = "A"
                               PERFORM MARK-BOX-RENTERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-BOXES
           END-IF.
       EXIT.

       MARK-BOX-RENTERS.
           PERFORM VARYING idx-renter FROM 1 BY 1
                   UNTIL idx-renter > 2
               IF SB-RENTER-CLIENT-ID(idx-renter) NOT = SPACES
                   MOVE SB-RENTER-CLIENT-ID(idx-renter)
                       TO lookup-client-id
                   PERFORM FIND-CUSTOMER-SLOT
                   IF customer-slot NOT = ZEROES
                       MOVE "Y" TO FA-BOX-RENTER(customer-slot)
                   END-IF
               END-IF
           END-PERFORM.
       EXIT.

      * En nedgradering der stadig venter paa godkendelse fra en
      * tidligere koersel laegges ikke i koeen igen.
       LOAD-PENDING-DOWNGRADES.
           OPEN INPUT PENDING-APPROVALS-FILE
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL EOF-PENDING = "Y"
                   READ PENDING-APPROVALS-FILE
                       AT END
                           MOVE "Y" TO EOF-PENDING
                       NOT AT END
                           IF AP-SOURCE = "AMLRISK"
                               AND AP-STATUS = "P"
                               MOVE AP-REQUEST-IMAGE(2:10)
                                   TO lookup-client-id
                               PERFORM FIND-CUSTOMER-SLOT
                               IF customer-slot NOT = ZEROES
                                   MOVE "Y" TO
                                     FA-PENDING-DOWNGRADE(customer-slot)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-APPROVALS-FILE
           END-IF.
       EXIT.

       FIND-CUSTOMER-SLOT.
           MOVE ZEROES TO customer-slot
           SET cust-idx TO 1
           SEARCH CUSTOMER-ARRAY
               AT END
                   CONTINUE
               WHEN client-id OF CUSTOMER-ARRAY(cust-idx)
                       = lookup-client-id
                   SET customer-slot TO cust-idx
           END-SEARCH.
       EXIT.

      * Afdoede kunder og GDPR-slettede kort scores ikke; de har
      * ingen fremtidig forretning at klassificere.
       SCORE-ONE-CUSTOMER.
           IF deceased-flag OF CUSTOMER-ARRAY(cust-idx) = "Y"
               OR first-name OF CUSTOMER-ARRAY(cust-idx) = "SLETTET"
               ADD 1 TO skipped-count
           ELSE
               ADD 1 TO scored-count
               PERFORM COMPUTE-SCORE
               PERFORM APPLY-PROPOSED-CLASS
           END-IF.
       EXIT.

       COMPUTE-SCORE.
           MOVE ZEROES TO customer-score
           MOVE SPACES TO factor-text
           MOVE 1 TO factor-pointer

           MOVE "N" TO country-listed
           MOVE "N" TO country-foreign
           MOVE country-code OF CUSTOMER-ARRAY(cust-idx)
               TO check-country
           PERFORM CHECK-ONE-COUNTRY
           MOVE tax-residency-country OF CUSTOMER-ARRAY(cust-idx)
               TO check-country
           PERFORM CHECK-ONE-COUNTRY
           IF country-listed = "Y"
               MOVE "LAND-SANKTION" TO factor-name
               MOVE weight-country-listed TO factor-points
               PERFORM ADD-FACTOR
           ELSE
           IF country-foreign = "Y"
               MOVE "LAND-UDLAND" TO factor-name
               MOVE weight-country-foreign TO factor-points
               PERFORM ADD-FACTOR
           END-IF
           END-IF

           IF customer-type OF CUSTOMER-ARRAY(cust-idx) = "E"
               MOVE "ERHVERV" TO factor-name
               MOVE weight-business TO factor-points
               PERFORM ADD-FACTOR
           END-IF

           IF FA-AML-HITS(fac-idx) > ZEROES
               COMPUTE aml-points = FA-AML-HITS(fac-idx)
                   * weight-aml-hit
                   ON SIZE ERROR
                       MOVE weight-aml-max TO aml-points
               END-COMPUTE
               IF aml-points > weight-aml-max
                   MOVE weight-aml-max TO aml-points
               END-IF
               MOVE "AMLSCAN" TO factor-name
               MOVE aml-points TO factor-points
               PERFORM ADD-FACTOR
           END-IF

           IF FA-WATCH-HITS(fac-idx) > ZEROES
               MOVE "WATCHSCN" TO factor-name
               MOVE weight-watch-hit TO factor-points
               PERFORM ADD-FACTOR
           END-IF

           MOVE ZEROES TO cash-pct
           IF FA-TURNOVER(fac-idx) > ZEROES
               COMPUTE cash-pct ROUNDED =
                   FA-CASH-SUM(fac-idx) * 100 / FA-TURNOVER(fac-idx)
                   ON SIZE ERROR
                       MOVE 100 TO cash-pct
               END-COMPUTE
           END-IF
           IF cash-pct >= cash-pct-high
               MOVE "KONTANT" TO factor-name
               MOVE weight-cash-high TO factor-points
               PERFORM ADD-FACTOR
           ELSE
           IF cash-pct >= cash-pct-medium
               MOVE "KONTANT" TO factor-name
               MOVE weight-cash-medium TO factor-points
               PERFORM ADD-FACTOR
           END-IF
           END-IF

           IF FA-XBORDER-SUM(fac-idx) >= xborder-high-amount
               MOVE "UDLANDSOVF" TO factor-name
               MOVE weight-xborder-high TO factor-points
               PERFORM ADD-FACTOR
           ELSE
           IF FA-XBORDER-SUM(fac-idx) >= xborder-medium-amount
               MOVE "UDLANDSOVF" TO factor-name
               MOVE weight-xborder-medium TO factor-points
               PERFORM ADD-FACTOR
           END-IF
           END-IF

           IF FA-FX-ACCOUNT(fac-idx) = "Y"
               MOVE "VALUTAKONTO" TO factor-name
               MOVE weight-fx-account TO factor-points
               PERFORM ADD-FACTOR
           END-IF
           IF FA-BOX-RENTER(fac-idx) = "Y"
               MOVE "BANKBOKS" TO factor-name
               MOVE weight-box-renter TO factor-points
               PERFORM ADD-FACTOR
           END-IF

           IF factor-text = SPACES
               MOVE "ingen" TO factor-text
           END-IF

           IF customer-score >= score-high
               MOVE "H" TO proposed-class
           ELSE
           IF customer-score >= score-medium
               MOVE "M" TO proposed-class
           ELSE
               MOVE "L" TO proposed-class
           END-IF
           END-IF.
       EXIT.

      * Et land paa watchlist.txt's landeposter er sanktioneret;
      * ethvert andet land end Danmark er udland.
       CHECK-ONE-COUNTRY.
           MOVE FUNCTION UPPER-CASE(check-country) TO check-country
           IF check-country NOT = SPACES AND check-country NOT = "DK"
               MOVE "Y" TO country-foreign
               PERFORM VARYING idx-wl FROM 1 BY 1
                       UNTIL idx-wl > watchlist-count
                   IF WL-ARR-ENTRY-TYPE(idx-wl) = "L"
                       AND WL-ARR-NORMALIZED(idx-wl)(1:2)
                           = check-country
                       MOVE "Y" TO country-listed
                   END-IF
               END-PERFORM
           END-IF.
       EXIT.

       ADD-FACTOR.
           ADD factor-points TO customer-score
               ON SIZE ERROR
                   MOVE 999 TO customer-score
           END-ADD
           MOVE factor-points TO factor-points-display
           IF factor-pointer < 90
               STRING FUNCTION TRIM(factor-name) DELIMITED BY SIZE
                   "+" DELIMITED BY SIZE
                   FUNCTION TRIM(factor-points-display)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO factor-text
                   WITH POINTER factor-pointer
               END-STRING
           END-IF.
       EXIT.

      * Op i klasse skrives straks; ned i klasse kraever en anden
      * operatoers godkendelse. En kunde uden klasse faar den
      * foreslaaede direkte.
       APPLY-PROPOSED-CLASS.
           MOVE risk-class OF CUSTOMER-ARRAY(cust-idx) TO current-class
           MOVE current-class TO rank-class
           PERFORM RANK-OF-CLASS
           MOVE rank-value TO current-rank
           MOVE proposed-class TO rank-class
           PERFORM RANK-OF-CLASS
           MOVE rank-value TO proposed-rank

           IF proposed-rank > current-rank
               PERFORM UPGRADE-CUSTOMER
           ELSE
           IF proposed-rank < current-rank
               IF FA-PENDING-DOWNGRADE(fac-idx) = "Y"
                   ADD 1 TO already-pending-count
                   MOVE "AFVENTER GODKENDELSE" TO change-kind
                   PERFORM WRITE-CHANGE-LINE
               ELSE
                   PERFORM QUEUE-DOWNGRADE
               END-IF
           ELSE
               ADD 1 TO unchanged-count
           END-IF
           END-IF.
       EXIT.

       RANK-OF-CLASS.
           EVALUATE rank-class
               WHEN "H"
                   MOVE 3 TO rank-value
               WHEN "M"
                   MOVE 2 TO rank-value
               WHEN "L"
                   MOVE 1 TO rank-value
               WHEN OTHER
                   MOVE 0 TO rank-value
           END-EVALUATE.
       EXIT.

       UPGRADE-CUSTOMER.
           MOVE "risk-class" TO CH-FIELD-NAME
           MOVE current-class TO CH-OLD-VALUE
           MOVE proposed-class TO CH-NEW-VALUE
           PERFORM WRITE-CUSTOMER-CHANGE-LINE
           MOVE client-id OF CUSTOMER-ARRAY(cust-idx) TO jrn-key
           MOVE "B" TO jrn-image-type
           MOVE SPACES TO jrn-image
           MOVE CUSTOMER-ARRAY(cust-idx) TO jrn-image
           PERFORM WRITE-JOURNAL-IMAGE
           MOVE proposed-class TO risk-class OF CUSTOMER-ARRAY(cust-idx)
           MOVE "A" TO jrn-image-type
           MOVE SPACES TO jrn-image
           MOVE CUSTOMER-ARRAY(cust-idx) TO jrn-image
           PERFORM WRITE-JOURNAL-IMAGE
           ADD 1 TO upgraded-count
           IF proposed-class = "H"
               ADD 1 TO upgraded-high-count
           END-IF
           MOVE "OPGRADERET" TO change-kind
           PERFORM WRITE-CHANGE-LINE.
       EXIT.

      * Samme koeraekke som CUSTMAINT's dobbeltkontrol-gate: APPRREV
      * sender den godkendte anmodning tilbage som "V".
       QUEUE-DOWNGRADE.
           MOVE SPACES TO RISK-REQUEST
           MOVE "U" TO rr-action
           MOVE CUSTOMER-ARRAY(cust-idx) TO rr-customer
           MOVE proposed-class TO risk-class OF rr-customer
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           MOVE "AMLRISK" TO AP-SOURCE
           MOVE "RISIKOKLASSE NEDGRADERET" TO AP-RULE
           MOVE "AMLRISK" TO AP-MAKER
           MOVE "P" TO AP-STATUS
           MOVE RISK-REQUEST TO AP-REQUEST-IMAGE
           WRITE PENDING-APPROVAL-RECORD
           ADD 1 TO queued-count
           MOVE "TIL GODKENDELSE" TO change-kind
           PERFORM WRITE-CHANGE-LINE.
       EXIT.

       WRITE-CHANGE-LINE.
           MOVE customer-score TO score-display
           MOVE SPACES TO INFO
           STRING FUNCTION TRIM(change-kind) DELIMITED BY SIZE
               ": client-id=" DELIMITED BY SIZE
               client-id OF CUSTOMER-ARRAY(cust-idx) DELIMITED BY SIZE
               " fra=" DELIMITED BY SIZE
               current-class DELIMITED BY SIZE
               " til=" DELIMITED BY SIZE
               proposed-class DELIMITED BY SIZE
               " score=" DELIMITED BY SIZE
               FUNCTION TRIM(score-display) DELIMITED BY SIZE
               " faktorer=" DELIMITED BY SIZE
               factor-text DELIMITED BY "  "
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * Same line shape as CUSTMAINT's field-level change history.
       WRITE-CUSTOMER-CHANGE-LINE.
           MOVE SPACES TO CCH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               client-id OF CUSTOMER-ARRAY(cust-idx) DELIMITED BY SIZE
               " field=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-FIELD-NAME) DELIMITED BY SIZE
               " old=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-OLD-VALUE) DELIMITED BY SIZE
               " new=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-NEW-VALUE) DELIMITED BY SIZE
               INTO CCH-INFO
           WRITE CUSTOMER-HISTORY-LINE.
       EXIT.

      * Same rewrite as CUSTMAINT: written RANDOM to <master>.new,
      * recounted, then swapped in.
       REWRITE-CUSTOMERS.
           MOVE WS-CUSTOMERS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-CUSTOMERS-FILENAME
           OPEN OUTPUT OUTPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "AMLRISK: cannot open " WS-CUSTOMERS-FILENAME
                   " for rewrite, file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING cust-idx FROM 1 BY 1
                   UNTIL cust-idx > customer-count
               MOVE CUSTOMER-ARRAY(cust-idx) TO OUTPUT-CUSTOMER-RECORD
               WRITE OUTPUT-CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "AMLRISK: duplicate client-id "
                           client-id OF OUTPUT-CUSTOMER-RECORD
                           " while rewriting "
                           FUNCTION TRIM(WS-CUSTOMERS-FILENAME)
               END-WRITE
           END-PERFORM
           CLOSE OUTPUT-CUSTOMERS

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "AMLRISK: cannot re-open new master "
                   WS-CUSTOMERS-FILENAME " for verification, file "
                   "status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-CUSTOMERS INTO CUSTOMER-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-CUSTOMERS
           IF verify-count NOT = customer-count
               DISPLAY "AMLRISK: new master FAILED verification ("
                   verify-count "/" customer-count
                   " record(s)) - live master untouched, new file "
                   "left in " FUNCTION TRIM(WS-CUSTOMERS-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-CUSTOMERS-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "journal.cpy".

           COPY "watchlist-check.cpy".

           COPY "clean-spaces.cpy".

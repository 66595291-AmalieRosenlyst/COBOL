      * Formål: Kundeprofitabilitet pr. maaned og aar til dato.
      *    Gebyrindtaegten staar i FEEPOST's posteringer, renten
      *    betalt og optjent i INTPOST's og LOANPOST's, og
      *    gennemsnitssaldiene i balance-history.txt, men intet
      *    stillede dem sammen, saa ingen kunne sige hvilke kunder
      *    banken tjener penge paa. Pr. konto regnes her:
      *      rentemarginal - gennemsnitssaldoen gange produktets
      *        interne overfoerselsrente (PC-FTP-RATE i
      *        product-catalog.txt; et indlaan godskrives, et
      *        udlaan belastes) plus renten kunden har betalt
      *        (negativ rente, overtraeksrente, laanerente) minus
      *        renten kunden har faaet godskrevet;
      *      gebyrer - FEEPOST's, boksleje- og automatgebyrer med
      *        fradrag af FEEREFND's refusioner;
      *      ekspeditionsomkostning - kundens egne posteringer
      *        talt pr. kanal (kasse, kort, feed) gange en
      *        stykomkostning fra profitability-costs.txt.
      *    Kontiene summeres pr. kunde (kontoens client-id) og pr.
      *    segment fra customer-segments.txt. Kunderne rangeres i
      *    customer-profitability-month.txt (maaneden) og
      *    customer-profitability-year.txt (aaret til og med
      *    maaneden - decemberkoerslen er hele aaret), og konti med
      *    underskud i maaneden listes pr. hjemfilial i
      *    loss-making-accounts.txt til filialernes raadgivere.
      *    Transaktionerne laeses fra de lukkede maaneders
      *    transaction-history-YYYYMM.txt (PERCLOSE) og den levende
      *    transaktionsfil; hver raekke taelles efter sin dato.
      *
      *    Planlaegges maanedligt i job-schedule.txt efter INTPOST,
      *    LOANPOST og FEEPOST. Anden maaned: PROFIT_MONTH=YYYYMM;
      *    anden koerselsdato: PROFIT_DATE=YYYYMMDD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-SEGMENTS ASSIGN TO DYNAMIC WS-SEGMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SEGMENTS-STATUS.
       SELECT INPUT-COSTS ASSIGN TO DYNAMIC WS-COSTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COSTS-STATUS.
       SELECT INPUT-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-SCAN-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT PRODUCT-CATALOG-FILE
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT OUTPUT-LOSS-LIST ASSIGN TO DYNAMIC WS-LOSS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOSS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-SEGMENTS.
       01 SEGMENT-RECORD.
           02 SEG-CLIENT-ID            PIC X(10).
           02 SEG-CODE                 PIC X(8).
      * Stykomkostning pr. ekspedition: KASSE, KORT eller FEED.
       FD INPUT-COSTS.
       01 COST-RECORD.
           02 COST-KEY                 PIC X(16).
           02 COST-VALUE               PIC 9(7)V99.
       FD INPUT-HISTORY.
       01 HISTORY-RECORD.
           COPY "balance-history.cpy".
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD PRODUCT-CATALOG-FILE.
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(200).
       FD OUTPUT-LOSS-LIST.
       01 LOSS-LINE.
           02 LOSS-INFO                PIC X(200).

       WORKING-STORAGE SECTION.

      * Variables used as condition in while loops
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-SEGMENTS                  PIC X VALUE "N".
       01 EOF-COSTS                     PIC X VALUE "N".
       01 EOF-HISTORY                   PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-SEGMENTS-STATUS            PIC XX VALUE "00".
       01 WS-COSTS-STATUS               PIC XX VALUE "00".
       01 WS-HISTORY-STATUS             PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".
       01 WS-LOSS-STATUS                PIC XX VALUE "00".

           COPY "catalog-check-fields.cpy".

      * Figures are kept twice per account, client and segment:
      * occurrence 1 is the month, occurrence 2 the year to date.
       01 fig                           PIC 9 VALUE ZEROES.

      * One entry per account in account-info.txt.
       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           02 AC-ACCOUNT-NUMBER         PIC X(20) VALUE SPACES.
           02 AC-CLIENT-ID              PIC X(10) VALUE SPACES.
           02 AC-ACCOUNT-TYPE           PIC X(10) VALUE SPACES.
           02 AC-REG-NR                 PIC X(4) VALUE SPACES.
           02 AC-FTP-RATE               PIC 9V9999 VALUE ZEROES.
           02 AC-FIG                    OCCURS 2 TIMES.
               03 AC-BAL-SUM            PIC S9(13)V99 VALUE ZEROES.
               03 AC-BAL-DAYS           PIC 9(4) VALUE ZEROES.
               03 AC-FIRST-DATE         PIC X(8) VALUE SPACES.
               03 AC-INT-EARNED         PIC 9(9)V99 VALUE ZEROES.
               03 AC-INT-PAID           PIC 9(9)V99 VALUE ZEROES.
               03 AC-FEE-INCOME         PIC 9(9)V99 VALUE ZEROES.
               03 AC-FEE-REFUND         PIC 9(9)V99 VALUE ZEROES.
               03 AC-TELLER-COUNT       PIC 9(6) VALUE ZEROES.
               03 AC-CARD-COUNT         PIC 9(6) VALUE ZEROES.
               03 AC-FEED-COUNT         PIC 9(6) VALUE ZEROES.
               03 AC-AVG-BALANCE        PIC S9(11)V99 VALUE ZEROES.
               03 AC-NII                PIC S9(9)V99 VALUE ZEROES.
               03 AC-FEE-NET            PIC S9(9)V99 VALUE ZEROES.
               03 AC-HANDLING           PIC 9(9)V99 VALUE ZEROES.
               03 AC-RESULT             PIC S9(9)V99 VALUE ZEROES.
       01 account-count                 PIC 9(4) VALUE ZEROES.
       01 account-slot                  PIC 9(4) VALUE ZEROES.
       01 lookup-account-number         PIC X(20) VALUE SPACES.

      * client-id -> segment code, from customer-segments.txt.
       01 SEGMENT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 SEGMENT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-seg.
           02 SGA-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 SGA-CODE                  PIC X(8) VALUE SPACES.
       01 segment-count                 PIC 9(4) VALUE ZEROES.

      * One entry per client. Unused entries keep the lowest
      * possible sort result, which sorts behind every real one, so
      * after a SORT the clients stand best first in the first
      * client-count elements.
       01 CLIENT-ARRAY-MAX              PIC 9(4) VALUE 2000.
       01 CLIENT-ARRAY                  OCCURS 2000 TIMES
                                   DESCENDING KEY IS CL-SORT-RESULT
                                   INDEXED BY idx-cl.
           02 CL-SORT-RESULT            PIC S9(11)V99
                                        VALUE -99999999999.99.
           02 CL-CLIENT-ID              PIC X(10) VALUE SPACES.
           02 CL-SEGMENT                PIC X(8) VALUE SPACES.
           02 CL-ACCOUNTS               PIC 9(3) VALUE ZEROES.
           02 CL-FIG                    OCCURS 2 TIMES.
               03 CL-AVG-BALANCE        PIC S9(11)V99 VALUE ZEROES.
               03 CL-NII                PIC S9(11)V99 VALUE ZEROES.
               03 CL-FEE-NET            PIC S9(11)V99 VALUE ZEROES.
               03 CL-HANDLING           PIC 9(11)V99 VALUE ZEROES.
               03 CL-RESULT             PIC S9(11)V99 VALUE ZEROES.
       01 client-count                  PIC 9(4) VALUE ZEROES.
       01 client-slot                   PIC 9(4) VALUE ZEROES.
       01 lookup-client-id              PIC X(10) VALUE SPACES.
       01 lookup-segment                PIC X(8) VALUE SPACES.

      * Totals per segment code.
       01 SEGTOT-ARRAY-MAX              PIC 9(2) VALUE 20.
       01 SEGTOT-ARRAY                  OCCURS 20 TIMES
                                        INDEXED BY idx-st.
           02 ST-CODE                   PIC X(8) VALUE SPACES.
           02 ST-FIG                    OCCURS 2 TIMES.
               03 ST-CLIENTS            PIC 9(5) VALUE ZEROES.
               03 ST-LOSS-CLIENTS       PIC 9(5) VALUE ZEROES.
               03 ST-NII                PIC S9(11)V99 VALUE ZEROES.
               03 ST-FEE-NET            PIC S9(11)V99 VALUE ZEROES.
               03 ST-HANDLING           PIC 9(11)V99 VALUE ZEROES.
               03 ST-RESULT             PIC S9(11)V99 VALUE ZEROES.
       01 segtot-count                  PIC 9(2) VALUE ZEROES.
       01 segtot-slot                   PIC 9(2) VALUE ZEROES.

      * Home branches with a loss-making account this month, sorted
      * ascending for the advisers' list; unused entries keep
      * HIGH-VALUES in BR-REG-NR and sort last.
       01 BRANCH-ARRAY-MAX              PIC 9(3) VALUE 200.
       01 BRANCH-ARRAY                  OCCURS 200 TIMES
                                   ASCENDING KEY IS BR-REG-NR
                                   INDEXED BY idx-br.
           02 BR-REG-NR                 PIC X(4) VALUE HIGH-VALUES.
           02 BR-LOSS-COUNT             PIC 9(4) VALUE ZEROES.
           02 BR-LOSS-TOTAL             PIC S9(11)V99 VALUE ZEROES.
       01 branch-count                  PIC 9(3) VALUE ZEROES.
       01 branch-slot                   PIC 9(3) VALUE ZEROES.

      * Handling cost per transaction by channel; the built-in
      * figures apply when profitability-costs.txt is missing.
       01 WS-TELLER-COST                PIC 9(5)V99 VALUE 25.00.
       01 WS-CARD-COST                  PIC 9(5)V99 VALUE 1.50.
       01 WS-FEED-COST                  PIC 9(5)V99 VALUE 0.75.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-RUN-DATE                   PIC X(8) VALUE SPACES.
       01 WS-PERIOD                     PIC X(6) VALUE SPACES.
       01 WS-PARAMETER-TEXT             PIC X(20) VALUE SPACES.
      * Window ends: the period month's last day, or the run date
      * when the month is still running.
       01 WS-MONTH-START                PIC X(8) VALUE SPACES.
       01 WS-YEAR-START                 PIC X(8) VALUE SPACES.
       01 WS-WINDOW-END                 PIC X(8) VALUE SPACES.
       01 next-month-date               PIC 9(8) VALUE ZEROES.
       01 window-end-integer            PIC 9(8) VALUE ZEROES.
       01 balance-days                  PIC 9(5) VALUE ZEROES.
       01 ftp-amount                    PIC S9(9)V99 VALUE ZEROES.

      * The closed months of the year are read from their history
      * files, then the live transaction file.
       01 scan-period.
           02 scan-year                 PIC 9(4) VALUE ZEROES.
           02 scan-month                PIC 9(2) VALUE ZEROES.
       01 period-month                  PIC 9(2) VALUE ZEROES.
       01 txn-period                    PIC X(6) VALUE SPACES.
       01 row-channel                   PIC X(6) VALUE SPACES.

       01 rank-number                   PIC 9(4) VALUE ZEROES.
       01 loss-client-count             PIC 9(5) VALUE ZEROES.
       01 report-title                  PIC X(30) VALUE SPACES.
       01 report-from                   PIC X(8) VALUE SPACES.
       01 teller-cost-display           PIC Z(4)9.99.
       01 card-cost-display             PIC Z(4)9.99.
       01 feed-cost-display             PIC Z(4)9.99.
       01 count-display                 PIC Z(4)9.
       01 rank-display                  PIC Z(3)9.
       01 balance-display               PIC -(11)9.99.
       01 nii-display                   PIC -(11)9.99.
       01 fee-display                   PIC -(11)9.99.
       01 handling-display              PIC Z(11)9.99.
       01 result-display                PIC -(11)9.99.
       01 year-result-display           PIC -(11)9.99.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-SEGMENTS-FILENAME
           PIC X(100) VALUE "customer-segments.txt".
       01 WS-COSTS-FILENAME
           PIC X(100) VALUE "profitability-costs.txt".
       01 WS-HISTORY-FILENAME
           PIC X(100) VALUE "balance-history.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-SCAN-FILENAME
           PIC X(100) VALUE SPACES.
       01 WS-MONTH-REPORT-FILENAME
           PIC X(100) VALUE "customer-profitability-month.txt".
       01 WS-YEAR-REPORT-FILENAME
           PIC X(100) VALUE "customer-profitability-year.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE SPACES.
       01 WS-LOSS-FILENAME
           PIC X(100) VALUE "loss-making-accounts.txt".

      * Batch control totals
       01 snapshot-count                PIC 9(7) VALUE ZEROES.
       01 txn-read-count                PIC 9(7) VALUE ZEROES.
       01 txn-counted-count             PIC 9(7) VALUE ZEROES.
       01 loss-account-count            PIC 9(5) VALUE ZEROES.
       01 total-result                  PIC S9(13)V99 VALUE ZEROES.
       01 total-display                 PIC -(13)9.99.

       PROCEDURE DIVISION.

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-SEGMENTS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_SEGMENTS_FILE"
       IF WS-SEGMENTS-FILENAME = SPACES
           MOVE "customer-segments.txt" TO WS-SEGMENTS-FILENAME
       END-IF

       ACCEPT WS-COSTS-FILENAME FROM ENVIRONMENT "PROFIT_COSTS_FILE"
       IF WS-COSTS-FILENAME = SPACES
           MOVE "profitability-costs.txt" TO WS-COSTS-FILENAME
       END-IF

       ACCEPT WS-HISTORY-FILENAME
           FROM ENVIRONMENT "BALANCE_HISTORY_FILE"
       IF WS-HISTORY-FILENAME = SPACES
           MOVE "balance-history.txt" TO WS-HISTORY-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-CATALOG-FILENAME
           FROM ENVIRONMENT "PRODUCT_CATALOG_FILE"
       IF WS-CATALOG-FILENAME = SPACES
           MOVE "product-catalog.txt" TO WS-CATALOG-FILENAME
       END-IF

       ACCEPT WS-MONTH-REPORT-FILENAME
           FROM ENVIRONMENT "PROFIT_MONTH_REPORT_FILE"
       IF WS-MONTH-REPORT-FILENAME = SPACES
           MOVE "customer-profitability-month.txt"
               TO WS-MONTH-REPORT-FILENAME
       END-IF

       ACCEPT WS-YEAR-REPORT-FILENAME
           FROM ENVIRONMENT "PROFIT_YEAR_REPORT_FILE"
       IF WS-YEAR-REPORT-FILENAME = SPACES
           MOVE "customer-profitability-year.txt"
               TO WS-YEAR-REPORT-FILENAME
       END-IF

       ACCEPT WS-LOSS-FILENAME FROM ENVIRONMENT "PROFIT_LOSS_FILE"
       IF WS-LOSS-FILENAME = SPACES
           MOVE "loss-making-accounts.txt" TO WS-LOSS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "PROFIT_DATE"
       IF WS-PARAMETER-TEXT NOT = SPACES
           IF WS-PARAMETER-TEXT(1:8) IS NUMERIC
               AND WS-PARAMETER-TEXT(9:12) = SPACES
               MOVE WS-PARAMETER-TEXT(1:8) TO WS-RUN-DATE
           ELSE
               DISPLAY "PROFIT: PROFIT_DATE '"
                   FUNCTION TRIM(WS-PARAMETER-TEXT)
                   "' is not YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "PROFIT_MONTH"
       IF WS-PARAMETER-TEXT NOT = SPACES
           IF WS-PARAMETER-TEXT(1:6) IS NUMERIC
               AND WS-PARAMETER-TEXT(7:14) = SPACES
               AND WS-PARAMETER-TEXT(5:2) >= "01"
               AND WS-PARAMETER-TEXT(5:2) <= "12"
               AND WS-PARAMETER-TEXT(1:6) <= WS-RUN-DATE(1:6)
               MOVE WS-PARAMETER-TEXT(1:6) TO WS-PERIOD
           ELSE
               DISPLAY "PROFIT: PROFIT_MONTH '"
                   FUNCTION TRIM(WS-PARAMETER-TEXT)
                   "' is not a closed or current YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       PERFORM SET-PERIOD-WINDOWS

       PERFORM LOAD-PRODUCT-CATALOG
       IF catalog-loaded NOT = "Y"
           DISPLAY "PROFIT: " FUNCTION TRIM(WS-CATALOG-FILENAME)
               " not found - no funds transfer rates, the margin "
               "is the customer interest alone"
       END-IF

       PERFORM LOAD-HANDLING-COSTS
       PERFORM LOAD-SEGMENTS
       PERFORM LOAD-ACCOUNTS
       PERFORM SCAN-BALANCE-HISTORY

       PERFORM VARYING scan-month FROM 1 BY 1
               UNTIL scan-month > period-month
           MOVE SPACES TO WS-SCAN-FILENAME
           STRING "transaction-history-" DELIMITED BY SIZE
               scan-period DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-SCAN-FILENAME
           PERFORM SCAN-TRANSACTION-FILE
       END-PERFORM
       MOVE WS-TRANSACTIONS-FILENAME TO WS-SCAN-FILENAME
       PERFORM SCAN-TRANSACTION-FILE

       PERFORM VARYING fig FROM 1 BY 1 UNTIL fig > 2
           PERFORM VARYING account-slot FROM 1 BY 1
                   UNTIL account-slot > account-count
               PERFORM COMPUTE-ACCOUNT-RESULT
           END-PERFORM
       END-PERFORM

       PERFORM VARYING account-slot FROM 1 BY 1
               UNTIL account-slot > account-count
           PERFORM ADD-ACCOUNT-TO-CLIENT
       END-PERFORM

       MOVE 1 TO fig
       MOVE WS-MONTH-REPORT-FILENAME TO WS-REPORT-FILENAME
       MOVE "Kundeprofitabilitet maaned" TO report-title
       MOVE WS-MONTH-START TO report-from
       PERFORM WRITE-RANKING-REPORT

       MOVE 2 TO fig
       MOVE WS-YEAR-REPORT-FILENAME TO WS-REPORT-FILENAME
       MOVE "Kundeprofitabilitet aar" TO report-title
       MOVE WS-YEAR-START TO report-from
       PERFORM WRITE-RANKING-REPORT

       PERFORM WRITE-LOSS-LIST

       DISPLAY "PROFIT: " account-count " account(s), "
           client-count " client(s) for " WS-PERIOD ", "
           snapshot-count " balance snapshot(s), "
           txn-counted-count " of " txn-read-count
           " transaction(s) in the year, "
           loss-account-count " loss-making account(s)."

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------

      * The month runs from its first day and the year to date from
      * 1 January, both to the month's last day - or to the run date
      * while the month is still open.
       SET-PERIOD-WINDOWS.
           MOVE WS-PERIOD(1:4) TO scan-year
           MOVE WS-PERIOD(5:2) TO period-month
           MOVE SPACES TO WS-MONTH-START
           STRING WS-PERIOD DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-MONTH-START
           MOVE SPACES TO WS-YEAR-START
           STRING WS-PERIOD(1:4) DELIMITED BY SIZE
               "0101" DELIMITED BY SIZE
               INTO WS-YEAR-START
           IF WS-PERIOD = WS-RUN-DATE(1:6)
               MOVE WS-RUN-DATE TO WS-WINDOW-END
           ELSE
               IF period-month = 12
                   COMPUTE next-month-date =
                       (scan-year + 1) * 10000 + 101
               ELSE
                   COMPUTE next-month-date =
                       scan-year * 10000 + (period-month + 1) * 100
                       + 1
               END-IF
               COMPUTE window-end-integer =
                   FUNCTION INTEGER-OF-DATE(next-month-date) - 1
               MOVE FUNCTION DATE-OF-INTEGER(window-end-integer)
                   TO WS-WINDOW-END
           END-IF
           COMPUTE window-end-integer =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-WINDOW-END)).
       EXIT.

       LOAD-HANDLING-COSTS.
           OPEN INPUT INPUT-COSTS
           IF WS-COSTS-STATUS NOT = "00"
               DISPLAY "PROFIT: " FUNCTION TRIM(WS-COSTS-FILENAME)
                   " not found - built-in handling costs used"
           ELSE
               PERFORM UNTIL EOF-COSTS = "Y"
                   READ INPUT-COSTS INTO COST-RECORD
                       AT END
                           MOVE "Y" TO EOF-COSTS
                       NOT AT END
                           EVALUATE FUNCTION TRIM(COST-KEY)
                               WHEN "KASSE"
                                   MOVE COST-VALUE TO WS-TELLER-COST
                               WHEN "KORT"
                                   MOVE COST-VALUE TO WS-CARD-COST
                               WHEN "FEED"
                                   MOVE COST-VALUE TO WS-FEED-COST
                               WHEN OTHER
                                   DISPLAY "PROFIT: unknown cost key '"
                                       FUNCTION TRIM(COST-KEY) "'"
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE INPUT-COSTS
           END-IF.
       EXIT.

      * A client SEGMENT has not classified yet reports as UKENDT.
       LOAD-SEGMENTS.
           OPEN INPUT INPUT-SEGMENTS
           IF WS-SEGMENTS-STATUS NOT = "00"
               DISPLAY "PROFIT: " FUNCTION TRIM(WS-SEGMENTS-FILENAME)
                   " not found - all clients report as UKENDT"
           ELSE
               PERFORM UNTIL EOF-SEGMENTS = "Y"
                   READ INPUT-SEGMENTS INTO SEGMENT-RECORD
                       AT END
                           MOVE "Y" TO EOF-SEGMENTS
                       NOT AT END
                           IF segment-count < SEGMENT-ARRAY-MAX
                               ADD 1 TO segment-count
                               MOVE SEG-CLIENT-ID
                                   TO SGA-CLIENT-ID(segment-count)
                               MOVE SEG-CODE
                                   TO SGA-CODE(segment-count)
                           ELSE
                               DISPLAY "PROFIT: SEGMENT-ARRAY is "
                                   "full (" SEGMENT-ARRAY-MAX ")"
                               MOVE "Y" TO EOF-SEGMENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-SEGMENTS
           END-IF.
       EXIT.

      * The home branch falls back to the account number's first four
      * digits, as on the branch report.
       LOAD-ACCOUNTS.
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "PROFIT: cannot open " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
               READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
                   AT END
                       MOVE "Y" TO EOF-ACCOUNTS
                   NOT AT END
                       IF account-count >= ACCOUNT-ARRAY-MAX
                           DISPLAY "PROFIT: ACCOUNT-ARRAY is full ("
                               ACCOUNT-ARRAY-MAX ")"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO account-count
                       MOVE account-number OF ACCOUNT-RECORD
                           TO AC-ACCOUNT-NUMBER(account-count)
                       MOVE client-id OF ACCOUNT-RECORD
                           TO AC-CLIENT-ID(account-count)
                       MOVE account-type OF ACCOUNT-RECORD
                           TO AC-ACCOUNT-TYPE(account-count)
                       IF home-reg-nr OF ACCOUNT-RECORD NOT = SPACES
                           MOVE home-reg-nr OF ACCOUNT-RECORD
                               TO AC-REG-NR(account-count)
                       ELSE
                           MOVE account-number OF ACCOUNT-RECORD(1:4)
                               TO AC-REG-NR(account-count)
                       END-IF
                       MOVE account-type OF ACCOUNT-RECORD
                           TO lookup-product-type
                       PERFORM LOOKUP-PRODUCT
                       IF product-found = "Y"
                           IF PRD-FTP-RATE
                                   OF CATALOG-ARRAY(product-slot)
                                   IS NUMERIC
                               MOVE PRD-FTP-RATE
                                   OF CATALOG-ARRAY(product-slot)
                                   TO AC-FTP-RATE(account-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-ACCOUNTS.
       EXIT.

      * lookup-account-number in; account-slot out, zero when the
      * account is not in account-info.txt.
       FIND-ACCOUNT.
           MOVE ZEROES TO account-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN AC-ACCOUNT-NUMBER(idx-acct) = lookup-account-number
                   SET account-slot TO idx-acct
           END-SEARCH.
       EXIT.

       SCAN-BALANCE-HISTORY.
           OPEN INPUT INPUT-HISTORY
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "PROFIT: " FUNCTION TRIM(WS-HISTORY-FILENAME)
                   " not found - average balances are zero"
           ELSE
               PERFORM UNTIL EOF-HISTORY = "Y"
                   READ INPUT-HISTORY INTO HISTORY-RECORD
                       AT END
                           MOVE "Y" TO EOF-HISTORY
                       NOT AT END
                           IF BH-DATE >= WS-YEAR-START
                               AND BH-DATE <= WS-WINDOW-END
                               PERFORM NOTE-BALANCE-SNAPSHOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-HISTORY
           END-IF.
       EXIT.

      * The history file is in date order, so the first snapshot
      * seen for an account in a window is its first day there.
       NOTE-BALANCE-SNAPSHOT.
           MOVE BH-ACCOUNT-NUMBER TO lookup-account-number
           PERFORM FIND-ACCOUNT
           IF account-slot > ZEROES
               ADD 1 TO snapshot-count
               MOVE 2 TO fig
               PERFORM ADD-BALANCE-SNAPSHOT
               IF BH-DATE >= WS-MONTH-START
                   MOVE 1 TO fig
                   PERFORM ADD-BALANCE-SNAPSHOT
               END-IF
           END-IF.
       EXIT.

       ADD-BALANCE-SNAPSHOT.
           ADD BH-BALANCE TO AC-BAL-SUM(account-slot, fig)
           ADD 1 TO AC-BAL-DAYS(account-slot, fig)
           IF AC-FIRST-DATE(account-slot, fig) = SPACES
               OR BH-DATE < AC-FIRST-DATE(account-slot, fig)
               MOVE BH-DATE TO AC-FIRST-DATE(account-slot, fig)
           END-IF.
       EXIT.

      * WS-SCAN-FILENAME in. A closed month with no history file
      * simply adds nothing; each row counts by its own date, so a
      * row is never counted twice whichever file holds it.
       SCAN-TRANSACTION-FILE.
           MOVE "N" TO EOF-TRANSACTIONS
           OPEN INPUT INPUT-TRANSACTIONS
           IF WS-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL EOF-TRANSACTIONS = "Y"
                   READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
                       AT END
                           MOVE "Y" TO EOF-TRANSACTIONS
                       NOT AT END
                           ADD 1 TO txn-read-count
                           IF TRANSACTION-DATE >= WS-YEAR-START
                               AND TRANSACTION-DATE <= WS-WINDOW-END
                               PERFORM NOTE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANSACTIONS
           END-IF.
       EXIT.

       NOTE-TRANSACTION.
           MOVE ACCOUNT-NUMBER OF TRANSACTION-RECORD
               TO lookup-account-number
           PERFORM FIND-ACCOUNT
           IF account-slot > ZEROES
               ADD 1 TO txn-counted-count
               MOVE 2 TO fig
               PERFORM CLASSIFY-TRANSACTION
               IF TRANSACTION-DATE >= WS-MONTH-START
                   MOVE 1 TO fig
                   PERFORM CLASSIFY-TRANSACTION
               END-IF
           END-IF.
       EXIT.

      * Interest and fees are recognised on the posting programs'
      * OWNER text. Everything else a system job generated carries
      * no handling cost; the customer's own transactions are
      * counted by channel - keyed by an operator at the counter,
      * settled from a card, or arrived through a file feed.
       CLASSIFY-TRANSACTION.
           MOVE SPACES TO row-channel
           EVALUATE TRUE
               WHEN TRANSACTION-TYPE = "I"
                   ADD AMOUNT TO AC-INT-PAID(account-slot, fig)
               WHEN OWNER(1:26) = "System - negative interest"
                   ADD AMOUNT TO AC-INT-EARNED(account-slot, fig)
               WHEN OWNER(1:27) = "System - overdraft interest"
                   ADD AMOUNT TO AC-INT-EARNED(account-slot, fig)
               WHEN OWNER(1:17) = "LAANEYDELSE RENTE"
                   ADD AMOUNT TO AC-INT-EARNED(account-slot, fig)
               WHEN OWNER(1:16) = "System - gebyr: "
                   ADD AMOUNT TO AC-FEE-INCOME(account-slot, fig)
               WHEN OWNER(1:14) = "GEBYRREFUSION:"
                   ADD AMOUNT TO AC-FEE-REFUND(account-slot, fig)
               WHEN OWNER(1:8) = "System -"
                   CONTINUE
               WHEN OWNER(1:11) = "LAANEYDELSE"
                   CONTINUE
               WHEN TRANSACTION-TYPE = "R"
                   CONTINUE
               WHEN OPERATOR-ID NOT = SPACES
                   MOVE "KASSE" TO row-channel
               WHEN PAYMENT-CARD-NUMBER NOT = SPACES
                   MOVE "KORT" TO row-channel
               WHEN PURPOSE-CATEGORY = "KORT"
                   MOVE "KORT" TO row-channel
               WHEN OTHER
                   MOVE "FEED" TO row-channel
           END-EVALUATE
           EVALUATE row-channel
               WHEN "KASSE"
                   ADD 1 TO AC-TELLER-COUNT(account-slot, fig)
               WHEN "KORT"
                   ADD 1 TO AC-CARD-COUNT(account-slot, fig)
               WHEN "FEED"
                   ADD 1 TO AC-FEED-COUNT(account-slot, fig)
           END-EVALUATE.
       EXIT.

      * The funds transfer amount is the average balance at the
      * product's monthly rate for the days the account was
      * observed in the window - a day is 12/365 of a month, as in
      * the interest accrual. Positive on a deposit, a charge on a
      * loan or overdrawn account.
       COMPUTE-ACCOUNT-RESULT.
           MOVE ZEROES TO ftp-amount
           IF AC-BAL-DAYS(account-slot, fig) > ZEROES
               COMPUTE AC-AVG-BALANCE(account-slot, fig) ROUNDED =
                   AC-BAL-SUM(account-slot, fig)
                   / AC-BAL-DAYS(account-slot, fig)
               COMPUTE balance-days = window-end-integer
                   - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       AC-FIRST-DATE(account-slot, fig))) + 1
               COMPUTE ftp-amount ROUNDED =
                   AC-AVG-BALANCE(account-slot, fig)
                   * AC-FTP-RATE(account-slot) * 12 / 365
                   * balance-days
           END-IF
           COMPUTE AC-NII(account-slot, fig) = ftp-amount
               + AC-INT-EARNED(account-slot, fig)
               - AC-INT-PAID(account-slot, fig)
           COMPUTE AC-FEE-NET(account-slot, fig) =
               AC-FEE-INCOME(account-slot, fig)
               - AC-FEE-REFUND(account-slot, fig)
           COMPUTE AC-HANDLING(account-slot, fig) =
               AC-TELLER-COUNT(account-slot, fig) * WS-TELLER-COST
               + AC-CARD-COUNT(account-slot, fig) * WS-CARD-COST
               + AC-FEED-COUNT(account-slot, fig) * WS-FEED-COST
           COMPUTE AC-RESULT(account-slot, fig) =
               AC-NII(account-slot, fig)
               + AC-FEE-NET(account-slot, fig)
               - AC-HANDLING(account-slot, fig).
       EXIT.

       ADD-ACCOUNT-TO-CLIENT.
           MOVE AC-CLIENT-ID(account-slot) TO lookup-client-id
           PERFORM FIND-CLIENT-SLOT
           ADD 1 TO CL-ACCOUNTS(client-slot)
           PERFORM VARYING fig FROM 1 BY 1 UNTIL fig > 2
               ADD AC-AVG-BALANCE(account-slot, fig)
                   TO CL-AVG-BALANCE(client-slot, fig)
               ADD AC-NII(account-slot, fig)
                   TO CL-NII(client-slot, fig)
               ADD AC-FEE-NET(account-slot, fig)
                   TO CL-FEE-NET(client-slot, fig)
               ADD AC-HANDLING(account-slot, fig)
                   TO CL-HANDLING(client-slot, fig)
               ADD AC-RESULT(account-slot, fig)
                   TO CL-RESULT(client-slot, fig)
           END-PERFORM.
       EXIT.

      * lookup-client-id in; client-slot out - a new entry, with its
      * segment, the first time the client is seen.
       FIND-CLIENT-SLOT.
           MOVE ZEROES TO client-slot
           PERFORM VARYING idx-cl FROM 1 BY 1
                   UNTIL idx-cl > client-count OR client-slot > 0
               IF CL-CLIENT-ID(idx-cl) = lookup-client-id
                   SET client-slot TO idx-cl
               END-IF
           END-PERFORM
           IF client-slot = ZEROES
               IF client-count >= CLIENT-ARRAY-MAX
                   DISPLAY "PROFIT: CLIENT-ARRAY is full ("
                       CLIENT-ARRAY-MAX ")"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO client-count
               MOVE client-count TO client-slot
               MOVE lookup-client-id TO CL-CLIENT-ID(client-slot)
               MOVE "UKENDT" TO lookup-segment
               SET idx-seg TO 1
               SEARCH SEGMENT-ARRAY
                   AT END
                       CONTINUE
                   WHEN SGA-CLIENT-ID(idx-seg) = lookup-client-id
                       MOVE SGA-CODE(idx-seg) TO lookup-segment
               END-SEARCH
               MOVE lookup-segment TO CL-SEGMENT(client-slot)
           END-IF.
       EXIT.

      * fig, report name, title and window start in. Clients are
      * ranked on their result for the window, best first; the
      * segment totals and the trailer follow the ranking.
       WRITE-RANKING-REPORT.
           PERFORM VARYING idx-cl FROM 1 BY 1
                   UNTIL idx-cl > client-count
               MOVE CL-RESULT(idx-cl, fig) TO CL-SORT-RESULT(idx-cl)
           END-PERFORM
           SORT CLIENT-ARRAY

           OPEN OUTPUT OUTPUT-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PROFIT: cannot open " WS-REPORT-FILENAME
                   ", file status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TELLER-COST TO teller-cost-display
           MOVE WS-CARD-COST TO card-cost-display
           MOVE WS-FEED-COST TO feed-cost-display
           MOVE SPACES TO INFO
           STRING FUNCTION TRIM(report-title) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               report-from DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-WINDOW-END DELIMITED BY SIZE
               " kasse=" DELIMITED BY SIZE
               FUNCTION TRIM(teller-cost-display) DELIMITED BY SIZE
               " kort=" DELIMITED BY SIZE
               FUNCTION TRIM(card-cost-display) DELIMITED BY SIZE
               " feed=" DELIMITED BY SIZE
               FUNCTION TRIM(feed-cost-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE "-----------------------------------------------"
               TO INFO
           WRITE REPORT-LINE

           MOVE ZEROES TO segtot-count
           MOVE ZEROES TO loss-client-count
           MOVE ZEROES TO total-result
           PERFORM VARYING idx-st FROM 1 BY 1
                   UNTIL idx-st > SEGTOT-ARRAY-MAX
               MOVE SPACES TO ST-CODE(idx-st)
               INITIALIZE ST-FIG(idx-st, fig)
           END-PERFORM
           PERFORM VARYING rank-number FROM 1 BY 1
                   UNTIL rank-number > client-count
               MOVE rank-number TO client-slot
               PERFORM WRITE-CLIENT-LINE
               PERFORM ADD-CLIENT-TO-SEGMENT
           END-PERFORM

           MOVE "-----------------------------------------------"
               TO INFO
           WRITE REPORT-LINE
           PERFORM VARYING segtot-slot FROM 1 BY 1
                   UNTIL segtot-slot > segtot-count
               PERFORM WRITE-SEGMENT-LINE
           END-PERFORM

           MOVE total-result TO total-display
           MOVE SPACES TO INFO
           STRING "TRAILER: clients=" DELIMITED BY SIZE
               client-count DELIMITED BY SIZE
               " loss-making=" DELIMITED BY SIZE
               loss-client-count DELIMITED BY SIZE
               " result=" DELIMITED BY SIZE
               FUNCTION TRIM(total-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           CLOSE OUTPUT-REPORT.
       EXIT.

       WRITE-CLIENT-LINE.
           MOVE rank-number TO rank-display
           MOVE CL-ACCOUNTS(client-slot) TO count-display
           MOVE CL-AVG-BALANCE(client-slot, fig) TO balance-display
           MOVE CL-NII(client-slot, fig) TO nii-display
           MOVE CL-FEE-NET(client-slot, fig) TO fee-display
           MOVE CL-HANDLING(client-slot, fig) TO handling-display
           MOVE CL-RESULT(client-slot, fig) TO result-display
           MOVE SPACES TO INFO
           STRING "KUNDE " DELIMITED BY SIZE
               rank-display DELIMITED BY SIZE
               ": client-id=" DELIMITED BY SIZE
               FUNCTION TRIM(CL-CLIENT-ID(client-slot))
                   DELIMITED BY SIZE
               " segment=" DELIMITED BY SIZE
               FUNCTION TRIM(CL-SEGMENT(client-slot))
                   DELIMITED BY SIZE
               " konti=" DELIMITED BY SIZE
               FUNCTION TRIM(count-display) DELIMITED BY SIZE
               " gns-saldo=" DELIMITED BY SIZE
               FUNCTION TRIM(balance-display) DELIMITED BY SIZE
               " rentemarginal=" DELIMITED BY SIZE
               FUNCTION TRIM(nii-display) DELIMITED BY SIZE
               " gebyrer=" DELIMITED BY SIZE
               FUNCTION TRIM(fee-display) DELIMITED BY SIZE
               " ekspedition=" DELIMITED BY SIZE
               FUNCTION TRIM(handling-display) DELIMITED BY SIZE
               " resultat=" DELIMITED BY SIZE
               FUNCTION TRIM(result-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       ADD-CLIENT-TO-SEGMENT.
           ADD CL-RESULT(client-slot, fig) TO total-result
           IF CL-RESULT(client-slot, fig) < ZEROES
               ADD 1 TO loss-client-count
           END-IF
           MOVE ZEROES TO segtot-slot
           PERFORM VARYING idx-st FROM 1 BY 1
                   UNTIL idx-st > segtot-count OR segtot-slot > 0
               IF ST-CODE(idx-st) = CL-SEGMENT(client-slot)
                   SET segtot-slot TO idx-st
               END-IF
           END-PERFORM
           IF segtot-slot = ZEROES
               IF segtot-count < SEGTOT-ARRAY-MAX
                   ADD 1 TO segtot-count
                   MOVE segtot-count TO segtot-slot
                   MOVE CL-SEGMENT(client-slot) TO ST-CODE(segtot-slot)
               ELSE
                   DISPLAY "PROFIT: SEGTOT-ARRAY is full ("
                       SEGTOT-ARRAY-MAX "), segment "
                       CL-SEGMENT(client-slot) " left out of totals"
               END-IF
           END-IF
           IF segtot-slot > ZEROES
               ADD 1 TO ST-CLIENTS(segtot-slot, fig)
               IF CL-RESULT(client-slot, fig) < ZEROES
                   ADD 1 TO ST-LOSS-CLIENTS(segtot-slot, fig)
               END-IF
               ADD CL-NII(client-slot, fig) TO ST-NII(segtot-slot, fig)
               ADD CL-FEE-NET(client-slot, fig)
                   TO ST-FEE-NET(segtot-slot, fig)
               ADD CL-HANDLING(client-slot, fig)
                   TO ST-HANDLING(segtot-slot, fig)
               ADD CL-RESULT(client-slot, fig)
                   TO ST-RESULT(segtot-slot, fig)
           END-IF.
       EXIT.

       WRITE-SEGMENT-LINE.
           MOVE ST-NII(segtot-slot, fig) TO nii-display
           MOVE ST-FEE-NET(segtot-slot, fig) TO fee-display
           MOVE ST-HANDLING(segtot-slot, fig) TO handling-display
           MOVE ST-RESULT(segtot-slot, fig) TO result-display
           MOVE SPACES TO INFO
           STRING "SEGMENT: " DELIMITED BY SIZE
               FUNCTION TRIM(ST-CODE(segtot-slot)) DELIMITED BY SIZE
               " kunder=" DELIMITED BY SIZE
               ST-CLIENTS(segtot-slot, fig) DELIMITED BY SIZE
               " underskud=" DELIMITED BY SIZE
               ST-LOSS-CLIENTS(segtot-slot, fig) DELIMITED BY SIZE
               " rentemarginal=" DELIMITED BY SIZE
               FUNCTION TRIM(nii-display) DELIMITED BY SIZE
               " gebyrer=" DELIMITED BY SIZE
               FUNCTION TRIM(fee-display) DELIMITED BY SIZE
               " ekspedition=" DELIMITED BY SIZE
               FUNCTION TRIM(handling-display) DELIMITED BY SIZE
               " resultat=" DELIMITED BY SIZE
               FUNCTION TRIM(result-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * Accounts that lost money in the month, grouped by home
      * branch for the branch advisers, with the year to date
      * beside the month so a one-off is told from a pattern.
       WRITE-LOSS-LIST.
           PERFORM VARYING account-slot FROM 1 BY 1
                   UNTIL account-slot > account-count
               IF AC-RESULT(account-slot, 1) < ZEROES
                   PERFORM NOTE-LOSS-BRANCH
               END-IF
           END-PERFORM
           SORT BRANCH-ARRAY

           OPEN OUTPUT OUTPUT-LOSS-LIST
           IF WS-LOSS-STATUS NOT = "00"
               DISPLAY "PROFIT: cannot open " WS-LOSS-FILENAME
                   ", file status " WS-LOSS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LOSS-INFO
           STRING "Konti med underskud " DELIMITED BY SIZE
               WS-MONTH-START DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-WINDOW-END DELIMITED BY SIZE
               " pr. hjemfilial" DELIMITED BY SIZE
               INTO LOSS-INFO
           WRITE LOSS-LINE
           PERFORM VARYING branch-slot FROM 1 BY 1
                   UNTIL branch-slot > branch-count
               PERFORM WRITE-LOSS-BRANCH
           END-PERFORM
           MOVE SPACES TO LOSS-INFO
           STRING "TRAILER: branches=" DELIMITED BY SIZE
               branch-count DELIMITED BY SIZE
               " accounts=" DELIMITED BY SIZE
               loss-account-count DELIMITED BY SIZE
               INTO LOSS-INFO
           WRITE LOSS-LINE
           CLOSE OUTPUT-LOSS-LIST.
       EXIT.

       NOTE-LOSS-BRANCH.
           ADD 1 TO loss-account-count
           MOVE ZEROES TO branch-slot
           PERFORM VARYING idx-br FROM 1 BY 1
                   UNTIL idx-br > branch-count OR branch-slot > 0
               IF BR-REG-NR(idx-br) = AC-REG-NR(account-slot)
                   SET branch-slot TO idx-br
               END-IF
           END-PERFORM
           IF branch-slot = ZEROES
               IF branch-count >= BRANCH-ARRAY-MAX
                   DISPLAY "PROFIT: BRANCH-ARRAY is full ("
                       BRANCH-ARRAY-MAX ")"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO branch-count
               MOVE branch-count TO branch-slot
               MOVE AC-REG-NR(account-slot) TO BR-REG-NR(branch-slot)
           END-IF
           ADD 1 TO BR-LOSS-COUNT(branch-slot)
           ADD AC-RESULT(account-slot, 1) TO BR-LOSS-TOTAL(branch-slot).
       EXIT.

       WRITE-LOSS-BRANCH.
           MOVE BR-LOSS-COUNT(branch-slot) TO count-display
           MOVE BR-LOSS-TOTAL(branch-slot) TO result-display
           MOVE SPACES TO LOSS-INFO
           STRING "FILIAL " DELIMITED BY SIZE
               BR-REG-NR(branch-slot) DELIMITED BY SIZE
               ": konti=" DELIMITED BY SIZE
               FUNCTION TRIM(count-display) DELIMITED BY SIZE
               " underskud=" DELIMITED BY SIZE
               FUNCTION TRIM(result-display) DELIMITED BY SIZE
               INTO LOSS-INFO
           WRITE LOSS-LINE
           PERFORM VARYING account-slot FROM 1 BY 1
                   UNTIL account-slot > account-count
               IF AC-RESULT(account-slot, 1) < ZEROES
                   AND AC-REG-NR(account-slot) = BR-REG-NR(branch-slot)
                   PERFORM WRITE-LOSS-ACCOUNT
               END-IF
           END-PERFORM.
       EXIT.

       WRITE-LOSS-ACCOUNT.
           MOVE AC-AVG-BALANCE(account-slot, 1) TO balance-display
           MOVE AC-NII(account-slot, 1) TO nii-display
           MOVE AC-FEE-NET(account-slot, 1) TO fee-display
           MOVE AC-HANDLING(account-slot, 1) TO handling-display
           MOVE AC-RESULT(account-slot, 1) TO result-display
           MOVE AC-RESULT(account-slot, 2) TO year-result-display
           MOVE SPACES TO LOSS-INFO
           STRING "  UNDERSKUD: konto=" DELIMITED BY SIZE
               FUNCTION TRIM(AC-ACCOUNT-NUMBER(account-slot))
                   DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               FUNCTION TRIM(AC-CLIENT-ID(account-slot))
                   DELIMITED BY SIZE
               " type=" DELIMITED BY SIZE
               FUNCTION TRIM(AC-ACCOUNT-TYPE(account-slot))
                   DELIMITED BY SIZE
               " gns-saldo=" DELIMITED BY SIZE
               FUNCTION TRIM(balance-display) DELIMITED BY SIZE
               " rentemarginal=" DELIMITED BY SIZE
               FUNCTION TRIM(nii-display) DELIMITED BY SIZE
               " gebyrer=" DELIMITED BY SIZE
               FUNCTION TRIM(fee-display) DELIMITED BY SIZE
               " ekspedition=" DELIMITED BY SIZE
               FUNCTION TRIM(handling-display) DELIMITED BY SIZE
               " resultat=" DELIMITED BY SIZE
               FUNCTION TRIM(result-display) DELIMITED BY SIZE
               " aar-til-dato=" DELIMITED BY SIZE
               FUNCTION TRIM(year-result-display) DELIMITED BY SIZE
               INTO LOSS-INFO
           WRITE LOSS-LINE.
       EXIT.

           COPY "catalog-check.cpy".

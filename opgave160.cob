      * Formål: Salg pr. operatoer og filial. Ledelsens salgsmaal
      *    pr. filial og raadgiver blev fulgt i regneark der aldrig
      *    stemte med systemet, fordi intet registrerede hvem der
      *    solgte hvad. ACCTOPEN, CARDMAINT, LOANORIG og TERMMAT
      *    skriver nu hvert salg (aabnet konto, udstedt kort,
      *    bevilget laan, forlaenget aftaleindlaan) med saelger og
      *    filial i sales-register.txt. Koerslen foelger hvert salg
      *    i SALES_RETENTION_DAYS (standard 90) dage: lukkes kontoen
      *    (account-info.txt status "C") eller blokeres kortet
      *    (card-master.txt status "B") inden da, frafaldes salget
      *    ("F") og nettoficeres; et blokeret kort der er ombyttet
      *    med et nyt aktivt kort paa samme konto er ikke frafaldet.
      *    Efter perioden er salget beholdt ("B"). Registret
      *    skrives om naar et salg afgoeres, og afgoerelsen foelges
      *    derfor bedst ved at koere hver nat.
      *
      *    Maanedsrapporten (sales-attribution-report.txt) viser pr.
      *    filial og pr. operatoer i filialen og pr. produkt: solgt,
      *    frafaldet, afventende, netto og nettovolumen, sammenholdt
      *    med maalene i sales-targets.txt (blank operatoer = filialens
      *    maal). Maaneden gives som parameter (YYYYMM); uden
      *    parameter rapporteres forrige maaned, som fortsat
      *    opdateres indtil dens salg er afgjort.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-SALES ASSIGN TO DYNAMIC WS-SALES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SALES-STATUS.
       SELECT OUTPUT-SALES ASSIGN TO DYNAMIC WS-SALES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SALES-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-CARDS ASSIGN TO DYNAMIC WS-CARDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARDS-STATUS.
       SELECT INPUT-TARGETS ASSIGN TO DYNAMIC WS-TARGETS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TARGETS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-SALES.
       01 SALES-REGISTER-RECORD.
           COPY "sales-register.cpy".
       FD OUTPUT-SALES.
       01 OUTPUT-SALES-RECORD.
           COPY "sales-register.cpy"
               REPLACING LEADING ==SR-== BY ==SR-OUT-==.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-CARDS.
       01 CARD-MASTER-RECORD.
           COPY "card-master.cpy".
       FD INPUT-TARGETS.
       01 TARGET-RECORD.
           COPY "sales-targets.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(200).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-SALES                     PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-CARDS                     PIC X VALUE "N".
       01 EOF-TARGETS                   PIC X VALUE "N".
       01 WS-SALES-STATUS               PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-CARDS-STATUS               PIC XX VALUE "00".
       01 WS-TARGETS-STATUS             PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

      * The whole register is held in memory, settled and written
      * back - the same load/process/rewrite shape as the masters.
       01 SALES-ARRAY-MAX               PIC 9(5) VALUE 20000.
       01 SALES-ARRAY                   OCCURS 20000 TIMES
                                        INDEXED BY idx-sale.
           COPY "sales-register.cpy"
               REPLACING LEADING ==SR-== BY ==SR-ARR-==.
       01 sale-count                    PIC 9(5) VALUE ZEROES.
       01 sales-existed                 PIC X VALUE "Y".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 CARD-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 CARD-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-card.
           COPY "card-master.cpy"
               REPLACING LEADING ==CM-== BY ==CM-ARR-==.
       01 card-count                    PIC 9(4) VALUE ZEROES.
       01 card-slot                     PIC 9(4) VALUE ZEROES.
       01 card-account                  PIC X(20) VALUE SPACES.
       01 card-replaced                 PIC X VALUE "N".

      * One row per branch, level, operator and product. Level "1"
      * is the branch total (operator blank), level "2" an operator
      * in the branch, so after the SORT each branch's total stands
      * ahead of its operators. Unused entries keep HIGH-VALUES and
      * sort last.
       01 SUMMARY-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 SUMMARY-ARRAY                 OCCURS 2000 TIMES
                                   ASCENDING KEY IS SM-SORT-KEY
                                   INDEXED BY idx-sm.
           02 SM-SORT-KEY.
               03 SM-BRANCH             PIC X(4) VALUE HIGH-VALUES.
               03 SM-LEVEL              PIC X(1) VALUE HIGH-VALUES.
               03 SM-OPERATOR           PIC X(8) VALUE HIGH-VALUES.
               03 SM-PRODUCT            PIC X(10) VALUE HIGH-VALUES.
           02 SM-SOLD                   PIC 9(5) VALUE ZEROES.
           02 SM-CANCELLED              PIC 9(5) VALUE ZEROES.
           02 SM-PENDING                PIC 9(5) VALUE ZEROES.
           02 SM-KEPT                   PIC 9(5) VALUE ZEROES.
           02 SM-TARGET                 PIC 9(5) VALUE ZEROES.
           02 SM-VOLUME                 PIC 9(11)V99 VALUE ZEROES.
       01 summary-count                 PIC 9(4) VALUE ZEROES.
       01 summary-slot                  PIC 9(4) VALUE ZEROES.
       01 sum-branch                    PIC X(4) VALUE SPACES.
       01 sum-level                     PIC X(1) VALUE SPACES.
       01 sum-operator                  PIC X(8) VALUE SPACES.
       01 sum-product                   PIC X(10) VALUE SPACES.

       01 sale-cancelled                PIC X VALUE "N".
       01 sale-integer                  PIC 9(8) VALUE ZEROES.
       01 sale-age-days                 PIC S9(7) VALUE ZEROES.
       01 retention-days                PIC 9(3) VALUE 90.
       01 net-count                     PIC S9(5) VALUE ZEROES.
       01 achieved-pct                  PIC 9(4) VALUE ZEROES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 today-integer                 PIC 9(8) VALUE ZEROES.
       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.
       01 WS-TARGET-PERIOD              PIC X(6) VALUE SPACES.
       01 prior-period-date.
           02 prior-year                PIC 9(4).
           02 prior-month               PIC 9(2).

       01 line-label                    PIC X(20) VALUE SPACES.
       01 line-operator                 PIC X(8) VALUE SPACES.
       01 pct-text                      PIC X(6) VALUE SPACES.
       01 count-display                 PIC Z(4)9.
       01 cancelled-display             PIC Z(4)9.
       01 pending-display               PIC Z(4)9.
       01 net-display                   PIC -(4)9.
       01 target-display                PIC Z(4)9.
       01 pct-display                   PIC Z(3)9.
       01 volume-display                PIC Z(10)9.99.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-SALES-FILENAME
           PIC X(100) VALUE "sales-register.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-CARDS-FILENAME
           PIC X(100) VALUE "card-master.txt".
       01 WS-TARGETS-FILENAME
           PIC X(100) VALUE "sales-targets.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "sales-attribution-report.txt".

      * Safe rewrite-and-swap of the sales register.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 kept-today-count              PIC 9(6) VALUE ZEROES.
       01 cancelled-today-count         PIC 9(6) VALUE ZEROES.
       01 period-sale-count             PIC 9(6) VALUE ZEROES.
       01 target-count                  PIC 9(6) VALUE ZEROES.
       01 below-target-count            PIC 9(6) VALUE ZEROES.
       01 total-sold                    PIC 9(6) VALUE ZEROES.
       01 total-cancelled               PIC 9(6) VALUE ZEROES.
       01 total-pending                 PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       COMPUTE today-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

       ACCEPT WS-TARGET-PERIOD FROM COMMAND-LINE
       IF WS-TARGET-PERIOD = SPACES
           MOVE WS-CURRENT-DATE(1:4) TO prior-year
           MOVE WS-CURRENT-DATE(5:2) TO prior-month
           IF prior-month = 1
               MOVE 12 TO prior-month
               SUBTRACT 1 FROM prior-year
           ELSE
               SUBTRACT 1 FROM prior-month
           END-IF
           MOVE prior-period-date TO WS-TARGET-PERIOD
       END-IF
       IF WS-TARGET-PERIOD IS NOT NUMERIC
           OR WS-TARGET-PERIOD(5:2) < "01"
           OR WS-TARGET-PERIOD(5:2) > "12"
           DISPLAY "SALESRPT: usage: opgave160 [YYYYMM]"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       ACCEPT WS-SALES-FILENAME FROM ENVIRONMENT "SALES_REGISTER_FILE"
       IF WS-SALES-FILENAME = SPACES
           MOVE "sales-register.txt" TO WS-SALES-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-CARDS-FILENAME FROM ENVIRONMENT "CARD_MASTER_FILE"
       IF WS-CARDS-FILENAME = SPACES
           MOVE "card-master.txt" TO WS-CARDS-FILENAME
       END-IF

       ACCEPT WS-TARGETS-FILENAME FROM ENVIRONMENT "SALES_TARGETS_FILE"
       IF WS-TARGETS-FILENAME = SPACES
           MOVE "sales-targets.txt" TO WS-TARGETS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "SALES_ATTRIBUTION_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "sales-attribution-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT
           FROM ENVIRONMENT "SALES_RETENTION_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE retention-days = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE "SALESRPT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-ACCOUNTS
       PERFORM LOAD-CARDS
       PERFORM LOAD-SALES

      * Retention pass over every sale still inside its period.
       PERFORM VARYING idx-sale FROM 1 BY 1
               UNTIL idx-sale > sale-count
           IF SR-ARR-STATUS(idx-sale) = "S"
               PERFORM SETTLE-ONE-SALE
           END-IF
       END-PERFORM

       IF kept-today-count > 0 OR cancelled-today-count > 0
           PERFORM REWRITE-SALES
       END-IF

       PERFORM VARYING idx-sale FROM 1 BY 1
               UNTIL idx-sale > sale-count
           IF SR-ARR-SALE-DATE(idx-sale)(1:6) = WS-TARGET-PERIOD
               PERFORM ADD-SALE-TO-SUMMARY
           END-IF
       END-PERFORM

       PERFORM LOAD-TARGETS

       SORT SUMMARY-ARRAY
       PERFORM WRITE-SALES-REPORT

       DISPLAY "SALESRPT: " sale-count " sale(s) on file, "
           kept-today-count " kept and " cancelled-today-count
           " cancelled today; " period-sale-count " sold in "
           WS-TARGET-PERIOD ", " target-count " target(s), "
           below-target-count " row(s) below target."

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-ACCOUNTS.
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "SALESRPT: cannot open " WS-ACCOUNTS-FILENAME
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
                           DISPLAY "SALESRPT: ACCOUNT-ARRAY is full ("
                               ACCOUNT-ARRAY-MAX ")"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO account-count
                       MOVE ACCOUNT-RECORD
                           TO ACCOUNT-ARRAY(account-count)
               END-READ
           END-PERFORM
           CLOSE INPUT-ACCOUNTS.
       EXIT.

      * A bank without card-master.txt has no card sales to settle.
       LOAD-CARDS.
           OPEN INPUT INPUT-CARDS
           IF WS-CARDS-STATUS NOT = "00"
               IF WS-CARDS-STATUS NOT = "35"
                   DISPLAY "SALESRPT: cannot open " WS-CARDS-FILENAME
                       ", file status " WS-CARDS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM UNTIL EOF-CARDS = "Y"
                   READ INPUT-CARDS INTO CARD-MASTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-CARDS
                       NOT AT END
                           IF card-count >= CARD-ARRAY-MAX
                               DISPLAY "SALESRPT: CARD-ARRAY is full ("
                                   CARD-ARRAY-MAX ")"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO card-count
                           MOVE CARD-MASTER-RECORD
                               TO CARD-ARRAY(card-count)
                   END-READ
               END-PERFORM
               CLOSE INPUT-CARDS
           END-IF.
       EXIT.

       LOAD-SALES.
           OPEN INPUT INPUT-SALES
           IF WS-SALES-STATUS = "00"
               PERFORM UNTIL EOF-SALES = "Y"
                   READ INPUT-SALES INTO SALES-REGISTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-SALES
                       NOT AT END
                           IF sale-count >= SALES-ARRAY-MAX
                               DISPLAY "SALESRPT: SALES-ARRAY is "
                                   "full, cannot load more of "
                                   WS-SALES-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO sale-count
                           MOVE SALES-REGISTER-RECORD
                               TO SALES-ARRAY(sale-count)
                   END-READ
               END-PERFORM
               CLOSE INPUT-SALES
           ELSE
               IF WS-SALES-STATUS NOT = "35"
                   DISPLAY "SALESRPT: cannot open "
                       WS-SALES-FILENAME ", file status "
                       WS-SALES-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SALESRPT: no "
                   FUNCTION TRIM(WS-SALES-FILENAME)
                   " on file, no sales to report"
               MOVE "N" TO sales-existed
           END-IF.
       EXIT.

      * A sale whose account is closed or whose card is blocked is
      * cancelled; one that has survived the retention period is
      * kept. Either way the settled date is today.
       SETTLE-ONE-SALE.
           MOVE "N" TO sale-cancelled
           IF SR-ARR-PRODUCT-KIND(idx-sale) = "C"
               PERFORM CHECK-CARD-CANCELLED
           ELSE
               PERFORM CHECK-ACCOUNT-CANCELLED
           END-IF
           IF sale-cancelled = "Y"
               MOVE "F" TO SR-ARR-STATUS(idx-sale)
               MOVE WS-TODAY TO SR-ARR-SETTLED-DATE(idx-sale)
               ADD 1 TO cancelled-today-count
           ELSE
               IF SR-ARR-SALE-DATE(idx-sale) IS NUMERIC
                   COMPUTE sale-integer = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(SR-ARR-SALE-DATE(idx-sale)))
                   COMPUTE sale-age-days = today-integer - sale-integer
                   IF sale-age-days >= retention-days
                       MOVE "B" TO SR-ARR-STATUS(idx-sale)
                       MOVE WS-TODAY TO SR-ARR-SETTLED-DATE(idx-sale)
                       ADD 1 TO kept-today-count
                   END-IF
               END-IF
           END-IF.
       EXIT.

       CHECK-ACCOUNT-CANCELLED.
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = SR-ARR-PRODUCT-KEY(idx-sale)
                   IF account-status OF ACCOUNT-ARRAY(idx-acct) = "C"
                       MOVE "Y" TO sale-cancelled
                   END-IF
           END-SEARCH.
       EXIT.

      * A blocked card counts as cancelled unless another active
      * card now serves the same account - CARDMAINT's replacement
      * blocks the old card and moves the account to the new one.
       CHECK-CARD-CANCELLED.
           MOVE SPACES TO card-account
           SET idx-card TO 1
           SEARCH CARD-ARRAY
               AT END
                   CONTINUE
               WHEN CM-ARR-CARD-NUMBER(idx-card)
                       = SR-ARR-PRODUCT-KEY(idx-sale)(1:16)
                   IF CM-ARR-STATUS(idx-card) = "B"
                       MOVE CM-ARR-ACCOUNT-NUMBER(idx-card)
                           TO card-account
                   END-IF
           END-SEARCH
           IF card-account NOT = SPACES
               MOVE "N" TO card-replaced
               PERFORM VARYING card-slot FROM 1 BY 1
                       UNTIL card-slot > card-count
                   IF CM-ARR-ACCOUNT-NUMBER(card-slot) = card-account
                       AND CM-ARR-STATUS(card-slot) = "A"
                       AND CM-ARR-CARD-NUMBER(card-slot)
                           NOT = SR-ARR-PRODUCT-KEY(idx-sale)(1:16)
                       MOVE "Y" TO card-replaced
                   END-IF
               END-PERFORM
               IF card-replaced = "N"
                   MOVE "Y" TO sale-cancelled
               END-IF
           END-IF.
       EXIT.

       REWRITE-SALES.
           MOVE WS-SALES-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-SALES-FILENAME
           OPEN OUTPUT OUTPUT-SALES
           IF WS-SALES-STATUS NOT = "00"
               DISPLAY "SALESRPT: cannot open "
                   WS-SALES-FILENAME " for rewrite, file status "
                   WS-SALES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-sale FROM 1 BY 1
                   UNTIL idx-sale > sale-count
               MOVE SALES-ARRAY(idx-sale) TO OUTPUT-SALES-RECORD
               WRITE OUTPUT-SALES-RECORD
           END-PERFORM
           CLOSE OUTPUT-SALES

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-SALES
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-SALES INTO SALES-REGISTER-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-SALES
           IF verify-count NOT = sale-count
               DISPLAY "SALESRPT: new sales register FAILED "
                   "verification (" verify-count "/" sale-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-SALES-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

      * Each sale of the month counts on its branch's total row and
      * on its operator's row for the product.
       ADD-SALE-TO-SUMMARY.
           ADD 1 TO period-sale-count
           MOVE SR-ARR-BRANCH-REG-NR(idx-sale) TO sum-branch
           MOVE SR-ARR-PRODUCT-TYPE(idx-sale) TO sum-product
           MOVE "1" TO sum-level
           MOVE SPACES TO sum-operator
           PERFORM FIND-SUMMARY-ROW
           PERFORM ADD-SALE-FIGURES
           MOVE "2" TO sum-level
           MOVE SR-ARR-OPERATOR-ID(idx-sale) TO sum-operator
           PERFORM FIND-SUMMARY-ROW
           PERFORM ADD-SALE-FIGURES.
       EXIT.

       ADD-SALE-FIGURES.
           ADD 1 TO SM-SOLD(summary-slot)
           EVALUATE SR-ARR-STATUS(idx-sale)
               WHEN "F"
                   ADD 1 TO SM-CANCELLED(summary-slot)
               WHEN "B"
                   ADD 1 TO SM-KEPT(summary-slot)
               WHEN OTHER
                   ADD 1 TO SM-PENDING(summary-slot)
           END-EVALUATE
           IF SR-ARR-STATUS(idx-sale) NOT = "F"
               AND SR-ARR-AMOUNT(idx-sale) IS NUMERIC
               ADD SR-ARR-AMOUNT(idx-sale) TO SM-VOLUME(summary-slot)
           END-IF.
       EXIT.

      * sum-branch, sum-level, sum-operator and sum-product in;
      * summary-slot out, a new row when the key is not there yet.
       FIND-SUMMARY-ROW.
           MOVE ZEROES TO summary-slot
           PERFORM VARYING idx-sm FROM 1 BY 1
                   UNTIL idx-sm > summary-count OR summary-slot > 0
               IF SM-BRANCH(idx-sm) = sum-branch
                   AND SM-LEVEL(idx-sm) = sum-level
                   AND SM-OPERATOR(idx-sm) = sum-operator
                   AND SM-PRODUCT(idx-sm) = sum-product
                   SET summary-slot TO idx-sm
               END-IF
           END-PERFORM
           IF summary-slot = ZEROES
               IF summary-count >= SUMMARY-ARRAY-MAX
                   DISPLAY "SALESRPT: SUMMARY-ARRAY is full ("
                       SUMMARY-ARRAY-MAX ")"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO summary-count
               MOVE summary-count TO summary-slot
               MOVE sum-branch TO SM-BRANCH(summary-slot)
               MOVE sum-level TO SM-LEVEL(summary-slot)
               MOVE sum-operator TO SM-OPERATOR(summary-slot)
               MOVE sum-product TO SM-PRODUCT(summary-slot)
           END-IF.
       EXIT.

      * Targets for the month seed their rows, so a target nothing
      * was sold against still shows up at zero.
       LOAD-TARGETS.
           OPEN INPUT INPUT-TARGETS
           IF WS-TARGETS-STATUS NOT = "00"
               DISPLAY "SALESRPT: " FUNCTION TRIM(WS-TARGETS-FILENAME)
                   " not found - sales reported without targets"
           ELSE
               PERFORM UNTIL EOF-TARGETS = "Y"
                   READ INPUT-TARGETS INTO TARGET-RECORD
                       AT END
                           MOVE "Y" TO EOF-TARGETS
                       NOT AT END
                           IF ST-PERIOD = WS-TARGET-PERIOD
                               AND ST-TARGET-COUNT IS NUMERIC
                               PERFORM ADD-TARGET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-TARGETS
           END-IF.
       EXIT.

       ADD-TARGET.
           ADD 1 TO target-count
           MOVE ST-BRANCH-REG-NR TO sum-branch
           MOVE ST-PRODUCT-TYPE TO sum-product
           MOVE ST-OPERATOR-ID TO sum-operator
           IF ST-OPERATOR-ID = SPACES
               MOVE "1" TO sum-level
           ELSE
               MOVE "2" TO sum-level
           END-IF
           PERFORM FIND-SUMMARY-ROW
           ADD ST-TARGET-COUNT TO SM-TARGET(summary-slot).
       EXIT.

       WRITE-SALES-REPORT.
           OPEN OUTPUT OUTPUT-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SALESRPT: cannot open " WS-REPORT-FILENAME
                   ", file status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE retention-days TO count-display
           MOVE SPACES TO INFO
           STRING "Salg pr. filial og operatoer " DELIMITED BY SIZE
               WS-TARGET-PERIOD DELIMITED BY SIZE
               " - netto efter " DELIMITED BY SIZE
               FUNCTION TRIM(count-display) DELIMITED BY SIZE
               " dages fastholdelse, opgjort " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE "-----------------------------------------------"
               TO INFO
           WRITE REPORT-LINE
           PERFORM VARYING summary-slot FROM 1 BY 1
                   UNTIL summary-slot > summary-count
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO INFO
           STRING "TRAILER: period=" DELIMITED BY SIZE
               WS-TARGET-PERIOD DELIMITED BY SIZE
               " rows=" DELIMITED BY SIZE
               summary-count DELIMITED BY SIZE
               " sold=" DELIMITED BY SIZE
               total-sold DELIMITED BY SIZE
               " cancelled=" DELIMITED BY SIZE
               total-cancelled DELIMITED BY SIZE
               " pending=" DELIMITED BY SIZE
               total-pending DELIMITED BY SIZE
               " below-target=" DELIMITED BY SIZE
               below-target-count DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           CLOSE OUTPUT-REPORT.
       EXIT.

      * Sales still pending count towards the net until they are
      * cancelled. The grand totals are taken from the branch rows
      * only, so no sale is counted twice.
       WRITE-SUMMARY-LINE.
           COMPUTE net-count = SM-SOLD(summary-slot)
               - SM-CANCELLED(summary-slot)
           IF SM-LEVEL(summary-slot) = "1"
               ADD SM-SOLD(summary-slot) TO total-sold
               ADD SM-CANCELLED(summary-slot) TO total-cancelled
               ADD SM-PENDING(summary-slot) TO total-pending
           END-IF
           MOVE SM-SOLD(summary-slot) TO count-display
           MOVE SM-CANCELLED(summary-slot) TO cancelled-display
           MOVE SM-PENDING(summary-slot) TO pending-display
           MOVE net-count TO net-display
           MOVE SM-VOLUME(summary-slot) TO volume-display
           MOVE SM-TARGET(summary-slot) TO target-display
           MOVE "-" TO pct-text
           IF SM-TARGET(summary-slot) > ZEROES
               IF net-count < SM-TARGET(summary-slot)
                   ADD 1 TO below-target-count
               END-IF
               IF net-count > ZEROES
                   COMPUTE achieved-pct ROUNDED =
                       net-count * 100 / SM-TARGET(summary-slot)
                       ON SIZE ERROR
                           MOVE 9999 TO achieved-pct
                   END-COMPUTE
               ELSE
                   MOVE ZEROES TO achieved-pct
               END-IF
               MOVE achieved-pct TO pct-display
               MOVE SPACES TO pct-text
               STRING FUNCTION TRIM(pct-display) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO pct-text
           END-IF
           MOVE SPACES TO line-label
           IF SM-LEVEL(summary-slot) = "1"
               STRING "FILIAL " DELIMITED BY SIZE
                   SM-BRANCH(summary-slot) DELIMITED BY SIZE
                   " I ALT" DELIMITED BY SIZE
                   INTO line-label
           ELSE
               IF SM-OPERATOR(summary-slot) = SPACES
                   MOVE "UKENDT" TO line-operator
               ELSE
                   MOVE SM-OPERATOR(summary-slot) TO line-operator
               END-IF
               STRING "  OPERATOER " DELIMITED BY SIZE
                   line-operator DELIMITED BY SIZE
                   INTO line-label
           END-IF
           MOVE SPACES TO INFO
           STRING line-label DELIMITED BY SIZE
               " produkt=" DELIMITED BY SIZE
               SM-PRODUCT(summary-slot) DELIMITED BY SIZE
               " solgt=" DELIMITED BY SIZE
               FUNCTION TRIM(count-display) DELIMITED BY SIZE
               " frafaldet=" DELIMITED BY SIZE
               FUNCTION TRIM(cancelled-display) DELIMITED BY SIZE
               " afventer=" DELIMITED BY SIZE
               FUNCTION TRIM(pending-display) DELIMITED BY SIZE
               " netto=" DELIMITED BY SIZE
               FUNCTION TRIM(net-display) DELIMITED BY SIZE
               " volumen=" DELIMITED BY SIZE
               FUNCTION TRIM(volume-display) DELIMITED BY SIZE
               " maal=" DELIMITED BY SIZE
               FUNCTION TRIM(target-display) DELIMITED BY SIZE
               " opfyldt=" DELIMITED BY SIZE
               FUNCTION TRIM(pct-text) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

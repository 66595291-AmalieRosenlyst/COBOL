      *    INTPOST (opgave19) bogfoerer RENTE - saldo opdateres i
      *    account-info.txt og transaktionen skrives - og skriver en
      *    specificeret gebyrmeddelelse pr. kunde.
      *
      *    FEEPOST_MODE=SIMULATE bogfoerer intet: samme gebyrregler
      *    koeres to gange mod en afsluttet maaneds transaktioner
      *    (FEE_SIM_MONTH=YYYYMM, standard forrige maaned; maanedens
      *    transaction-history-YYYYMM.txt, ellers den levende fil) -
      *    foerst med den gaeldende tarif, saa med et tarifforslag
      *    (FEE_SIM_TARIFF_FILE, evt. med et foreslaaet produktkatalog
      *    i FEE_SIM_CATALOG_FILE til kontogebyrerne). Fritagelser
      *    der gaelder maanedens sidste dag respekteres. Rapporten
      *    fee-simulation-report.txt viser provenuaendringen pr.
      *    gebyrkode, fordelingen af kundernes stigninger og de
      *    kunder der rammes haardest (FEE_SIM_TOP, standard 20).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEPOST.

       SELECT FEE-WAIVERS-FILE ASSIGN TO DYNAMIC WS-WAIVERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WAIVERS-STATUS.
       SELECT OUTPUT-SIM-REPORT ASSIGN TO DYNAMIC WS-SIM-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SIM-REPORT-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FD FEE-WAIVERS-FILE.
       01 FEE-WAIVER-RECORD.
           COPY "fee-waivers.cpy".
       FD OUTPUT-SIM-REPORT.
       01 SIM-REPORT-LINE.
           02 SIM-INFO                 PIC X(150).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
       01 WS-ADVICE-FILENAME
           PIC X(100) VALUE "fee-advice.txt".

      * Tariff simulation (FEEPOST_MODE=SIMULATE): pass 1 prices the
      * month on the current tariff, pass 2 on the proposal. Fee
      * items are noted per customer and per fee code instead of
      * being posted.
       01 WS-FEE-MODE                   PIC X(10) VALUE SPACES.
       01 simulating                    PIC X VALUE "N".
       01 sim-pass                      PIC 9 VALUE ZEROES.
       01 WS-SIM-MONTH                  PIC X(6) VALUE SPACES.
       01 WS-PARAMETER-TEXT             PIC X(20) VALUE SPACES.
       01 sim-top-count                 PIC 9(3) VALUE 20.
       01 sim-month-number              PIC 9(2) VALUE ZEROES.
       01 sim-year-number               PIC 9(4) VALUE ZEROES.
       01 sim-next-month-date           PIC 9(8) VALUE ZEROES.
       01 sim-end-integer               PIC 9(8) VALUE ZEROES.
       01 SIM-CODE-ARRAY                OCCURS 3 TIMES
                                        INDEXED BY idx-code.
           02 SC-FEE-CODE               PIC X(20) VALUE SPACES.
           02 SC-PASS                   OCCURS 2 TIMES.
               03 SC-TOTAL              PIC 9(9)V99 VALUE ZEROES.
               03 SC-CHARGED            PIC 9(6) VALUE ZEROES.
               03 SC-WAIVED             PIC 9(6) VALUE ZEROES.
       01 sim-code-slot                 PIC 9 VALUE ZEROES.
      * One entry per customer; unused entries keep the lowest
      * possible increase and sort behind every real one.
       01 SIM-CUSTOMER-ARRAY-MAX        PIC 9(4) VALUE 2000.
       01 SIM-CUSTOMER-ARRAY            OCCURS 2000 TIMES
                                   DESCENDING KEY IS SCU-INCREASE
                                   INDEXED BY idx-scu.
           02 SCU-INCREASE              PIC S9(7)V99
                                        VALUE -9999999.99.
           02 SCU-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 SCU-FEE                   PIC 9(7)V99 OCCURS 2 TIMES
                                        VALUE ZEROES.
       01 sim-customer-count            PIC 9(4) VALUE ZEROES.
       01 sim-customer-slot             PIC 9(4) VALUE ZEROES.
      * Distribution of the per-customer change, in kroner.
       01 SIM-BAND-ARRAY                OCCURS 7 TIMES
                                        INDEXED BY idx-band.
           02 SB-LABEL                  PIC X(12) VALUE SPACES.
           02 SB-CUSTOMERS              PIC 9(6) VALUE ZEROES.
       01 sim-band                      PIC 9 VALUE ZEROES.
       01 sim-raised-count              PIC 9(6) VALUE ZEROES.
      * The current tariff's customer-level values, kept for the
      * report once pass 2 has loaded the proposal over them.
       01 cur-free-allowance            PIC 9(4) VALUE ZEROES.
       01 cur-txn-fee                   PIC 9(7)V99 VALUE ZEROES.
       01 cur-paper-fee                 PIC 9(7)V99 VALUE ZEROES.
       01 sim-total                     PIC 9(9)V99 OCCURS 2 TIMES
                                        VALUE ZEROES.
       01 sim-change                    PIC S9(9)V99 VALUE ZEROES.
       01 sim-rank                      PIC 9(4) VALUE ZEROES.
       01 sim-now-display               PIC Z(8)9.99.
       01 sim-new-display               PIC Z(8)9.99.
       01 sim-change-display            PIC -(8)9.99.
       01 sim-count-display             PIC Z(5)9.
       01 WS-SIM-TARIFF-FILENAME
           PIC X(100) VALUE "fee-tariff-proposed.txt".
       01 WS-SIM-CATALOG-FILENAME
           PIC X(100) VALUE SPACES.
       01 WS-SIM-REPORT-FILENAME
           PIC X(100) VALUE "fee-simulation-report.txt".
       01 WS-SIM-REPORT-STATUS          PIC XX VALUE "00".
       01 cur-tariff-filename           PIC X(100) VALUE SPACES.
       01 WS-SCAN-LIVE-FILENAME         PIC X(100) VALUE SPACES.

      * Batch control totals
       01 fee-posted-count              PIC 9(6) VALUE ZEROES.
       01 fee-total                     PIC 9(9)V99 VALUE ZEROES.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TRANSACTION-DATE

       ACCEPT WS-FEE-MODE FROM ENVIRONMENT "FEEPOST_MODE"
       IF WS-FEE-MODE = SPACES
           MOVE "POST" TO WS-FEE-MODE
       END-IF
       EVALUATE WS-FEE-MODE
           WHEN "POST"
               CONTINUE
           WHEN "SIMULATE"
               PERFORM SIMULATE-TARIFF-CHANGE
               STOP RUN
           WHEN OTHER
               DISPLAY "FEEPOST: unknown FEEPOST_MODE '"
                   FUNCTION TRIM(WS-FEE-MODE)
                   "' - use POST or SIMULATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE

      * No fees may post into a closed accounting period.
       PERFORM LOAD-PERIOD-STATUS
       MOVE WS-TRANSACTION-DATE TO period-check-date
                           MOVE TARIFF-VALUE TO WS-TXN-FEE
                       WHEN "PAPER-FEE"
                           MOVE TARIFF-VALUE TO WS-PAPER-FEE
      *>               The notice-account penalty rate belongs to
      *>               TXNEDIT/TELLCAP (notice-check.cpy), not here.
                       WHEN "NOTICE-PENALTY"
                           CONTINUE
      *>               The foreign-ATM fee is charged by ATMFEED with
      *>               the withdrawal it belongs to.
                       WHEN "ATM-FOREIGN"
                           CONTINUE
      *>               Safe deposit box rent is drawn by BOXRENT on
      *>               the box's own due date.
                       WHEN "BOX-S"
                       WHEN "BOX-M"
                       WHEN "BOX-L"
                           CONTINUE
                       WHEN OTHER
                           IF TARIFF-KEY(1:5) = "ACCT-"
                               IF acct-fee-count < ACCT-FEE-ARRAY-MAX
                   IF TRANSACTION-TYPE OF TRANSACTION-RECORD NOT = "I"
                       AND OWNER OF TRANSACTION-RECORD(1:8)
                           NOT = "System -"
                       AND (simulating = "N"
                           OR TRANSACTION-DATE
                               OF TRANSACTION-RECORD(1:6)
                               = WS-SIM-MONTH)
                       PERFORM TALLY-CLIENT-ACTIVITY
                   END-IF
           END-READ
                   MOVE ACT-COUNT(idx-act) TO customer-activity
           END-SEARCH

           IF simulating = "N"
               MOVE SPACES TO INFO
               STRING "Kunde " DELIMITED BY SIZE
                   client-id OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " - bogfoerte transaktioner: " DELIMITED BY SIZE
                   customer-activity DELIMITED BY SIZE
                   INTO INFO
               WRITE ADVICE-LINE
           END-IF

           PERFORM FIND-FEE-ACCOUNT

                   chargeable-count * WS-TXN-FEE
               IF activity-fee > 0
                   MOVE "Aktivitetsgebyr" TO fee-label
                   PERFORM CHARGE-FEE-ITEM
               END-IF
           END-IF

               AND WS-PAPER-FEE > 0
               MOVE WS-PAPER-FEE TO activity-fee
               MOVE "Papirudskrift" TO fee-label
               PERFORM CHARGE-FEE-ITEM
           END-IF

           PERFORM POST-ACCOUNT-KEEPING-FEES.
           END-PERFORM.
       EXIT.

      * A simulation only notes the fee item; a real run posts it.
       CHARGE-FEE-ITEM.
           IF simulating = "Y"
               PERFORM NOTE-SIMULATED-FEE
           ELSE
               PERFORM POST-ONE-FEE-ITEM
           END-IF.
       EXIT.

      * Posts the staged fee (amount in activity-fee, wording in
      * fee-label) against fee-account: debit the balance in
      * ACCOUNT-ARRAY, append the "D" transaction, and write the
                               OF ACCOUNT-ARRAY(acct-idx2)
                               TO fee-account
                           MOVE "Kontogebyr" TO fee-label
                           PERFORM CHARGE-FEE-ITEM
                       END-IF
                   ELSE
                       SET idx-fee TO 1
                                       OF ACCOUNT-ARRAY(acct-idx2)
                                       TO fee-account
                                   MOVE "Kontogebyr" TO fee-label
                                   PERFORM CHARGE-FEE-ITEM
                               END-IF
                       END-SEARCH
                   END-IF
           END-PERFORM.
       EXIT.

      * --------------------- TARIFF SIMULATION ------------------------
      * Prices one closed month twice with the ordinary fee rules -
      * current tariff, then the proposal - and reports the
      * difference. Nothing is posted and no master is rewritten, so
      * the run takes neither the run lock nor the period check.
       SIMULATE-TARIFF-CHANGE.
           MOVE "Y" TO simulating
           ACCEPT WS-SIM-TARIFF-FILENAME
               FROM ENVIRONMENT "FEE_SIM_TARIFF_FILE"
           IF WS-SIM-TARIFF-FILENAME = SPACES
               MOVE "fee-tariff-proposed.txt" TO WS-SIM-TARIFF-FILENAME
           END-IF
           ACCEPT WS-SIM-CATALOG-FILENAME
               FROM ENVIRONMENT "FEE_SIM_CATALOG_FILE"
           ACCEPT WS-SIM-REPORT-FILENAME
               FROM ENVIRONMENT "FEE_SIM_REPORT_FILE"
           IF WS-SIM-REPORT-FILENAME = SPACES
               MOVE "fee-simulation-report.txt"
                   TO WS-SIM-REPORT-FILENAME
           END-IF
           ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "FEE_SIM_TOP"
           IF WS-PARAMETER-TEXT NOT = SPACES
               AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
               COMPUTE sim-top-count =
                   FUNCTION NUMVAL(WS-PARAMETER-TEXT)
           END-IF

           MOVE WS-TRANSACTION-DATE(1:4) TO sim-year-number
           MOVE WS-TRANSACTION-DATE(5:2) TO sim-month-number
           SUBTRACT 1 FROM sim-month-number
           IF sim-month-number = ZEROES
               MOVE 12 TO sim-month-number
               SUBTRACT 1 FROM sim-year-number
           END-IF
           MOVE sim-year-number TO WS-SIM-MONTH(1:4)
           MOVE sim-month-number TO WS-SIM-MONTH(5:2)
           MOVE SPACES TO WS-PARAMETER-TEXT
           ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "FEE_SIM_MONTH"
           IF WS-PARAMETER-TEXT NOT = SPACES
               IF WS-PARAMETER-TEXT(1:6) IS NUMERIC
                   AND WS-PARAMETER-TEXT(7:14) = SPACES
                   AND WS-PARAMETER-TEXT(5:2) >= "01"
                   AND WS-PARAMETER-TEXT(5:2) <= "12"
                   AND WS-PARAMETER-TEXT(1:6)
                       < WS-TRANSACTION-DATE(1:6)
                   MOVE WS-PARAMETER-TEXT(1:6) TO WS-SIM-MONTH
               ELSE
                   DISPLAY "FEEPOST: FEE_SIM_MONTH '"
                       FUNCTION TRIM(WS-PARAMETER-TEXT)
                       "' is not a past YYYYMM"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM SET-SIMULATION-DATE

           ACCEPT WS-CATALOG-FILENAME
               FROM ENVIRONMENT "PRODUCT_CATALOG_FILE"
           IF WS-CATALOG-FILENAME = SPACES
               MOVE "product-catalog.txt" TO WS-CATALOG-FILENAME
           END-IF
           PERFORM LOAD-FEE-WAIVERS
           PERFORM LOAD-PRODUCT-CATALOG

           MOVE WS-TARIFF-FILENAME TO cur-tariff-filename
           OPEN INPUT INPUT-TARIFF
           IF WS-TARIFF-STATUS NOT = "00"
               DISPLAY "FEEPOST: cannot open " WS-TARIFF-FILENAME ", "
                   "file status " WS-TARIFF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TARIFF
           CLOSE INPUT-TARIFF
           MOVE WS-FREE-ALLOWANCE TO cur-free-allowance
           MOVE WS-TXN-FEE TO cur-txn-fee
           MOVE WS-PAPER-FEE TO cur-paper-fee

           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "FEEPOST: cannot open " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ACCOUNTS
           CLOSE INPUT-ACCOUNTS

      *>   A closed month reads from its history file; a month not
      *>   yet closed is still in the live transaction file.
           MOVE WS-TRANSACTIONS-FILENAME TO WS-SCAN-LIVE-FILENAME
           MOVE SPACES TO WS-TRANSACTIONS-FILENAME
           STRING "transaction-history-" DELIMITED BY SIZE
               WS-SIM-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-TRANSACTIONS-FILENAME
           OPEN INPUT INPUT-TRANSACTIONS
           IF WS-TRANSACTIONS-STATUS NOT = "00"
               MOVE WS-SCAN-LIVE-FILENAME TO WS-TRANSACTIONS-FILENAME
               OPEN INPUT INPUT-TRANSACTIONS
           END-IF
           IF WS-TRANSACTIONS-STATUS NOT = "00"
               DISPLAY "FEEPOST: cannot open "
                   WS-TRANSACTIONS-FILENAME
                   ", file status " WS-TRANSACTIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COUNT-ACTIVITY
           CLOSE INPUT-TRANSACTIONS

           MOVE "Aktivitetsgebyr" TO SC-FEE-CODE(1)
           MOVE "Papirudskrift" TO SC-FEE-CODE(2)
           MOVE "Kontogebyr" TO SC-FEE-CODE(3)

           MOVE 1 TO sim-pass
           PERFORM SIMULATE-CUSTOMER-PASS

           MOVE ZEROES TO WS-FREE-ALLOWANCE
           MOVE ZEROES TO WS-TXN-FEE
           MOVE ZEROES TO WS-PAPER-FEE
           MOVE ZEROES TO acct-fee-count
           PERFORM VARYING idx-fee FROM 1 BY 1
                   UNTIL idx-fee > ACCT-FEE-ARRAY-MAX
               MOVE SPACES TO AF-ACCOUNT-TYPE(idx-fee)
               MOVE ZEROES TO AF-FEE(idx-fee)
           END-PERFORM
           MOVE WS-SIM-TARIFF-FILENAME TO WS-TARIFF-FILENAME
           MOVE "N" TO EOF-TARIFF
           OPEN INPUT INPUT-TARIFF
           IF WS-TARIFF-STATUS NOT = "00"
               DISPLAY "FEEPOST: cannot open proposed tariff "
                   WS-TARIFF-FILENAME ", file status "
                   WS-TARIFF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TARIFF
           CLOSE INPUT-TARIFF
           IF WS-SIM-CATALOG-FILENAME NOT = SPACES
               MOVE WS-SIM-CATALOG-FILENAME TO WS-CATALOG-FILENAME
               MOVE ZEROES TO catalog-count
               MOVE "N" TO EOF-CATALOG
               PERFORM LOAD-PRODUCT-CATALOG
               IF catalog-loaded = "N"
                   DISPLAY "FEEPOST: cannot open proposed catalog "
                       FUNCTION TRIM(WS-SIM-CATALOG-FILENAME)
                       " - the proposal's account fees come from "
                       "its ACCT- rows"
               END-IF
           END-IF

           MOVE 2 TO sim-pass
           PERFORM SIMULATE-CUSTOMER-PASS

           PERFORM WRITE-SIMULATION-REPORT.
       EXIT.

      * The fees a month-end run would have charged for WS-SIM-MONTH
      * fall on its last day, which is the date the waivers are
      * tested against.
       SET-SIMULATION-DATE.
           MOVE WS-SIM-MONTH(1:4) TO sim-year-number
           MOVE WS-SIM-MONTH(5:2) TO sim-month-number
           IF sim-month-number = 12
               COMPUTE sim-next-month-date =
                   (sim-year-number + 1) * 10000 + 101
           ELSE
               COMPUTE sim-next-month-date =
                   sim-year-number * 10000
                   + (sim-month-number + 1) * 100 + 1
           END-IF
           COMPUTE sim-end-integer =
               FUNCTION INTEGER-OF-DATE(sim-next-month-date) - 1
           MOVE FUNCTION DATE-OF-INTEGER(sim-end-integer)
               TO WS-TRANSACTION-DATE.
       EXIT.

       SIMULATE-CUSTOMER-PASS.
           MOVE "N" TO EOF-CUSTOMERS
           OPEN INPUT INPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "FEEPOST: cannot open " WS-CUSTOMERS-FILENAME
                   ", file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-CUSTOMERS = "Y"
               READ INPUT-CUSTOMERS INTO CUSTOMER-RECORD
                   AT END
                       MOVE "Y" TO EOF-CUSTOMERS
                   NOT AT END
                       PERFORM FIND-SIM-CUSTOMER
                       PERFORM ASSESS-CUSTOMER-FEES
               END-READ
           END-PERFORM
           CLOSE INPUT-CUSTOMERS.
       EXIT.

       FIND-SIM-CUSTOMER.
           MOVE ZEROES TO sim-customer-slot
           PERFORM VARYING idx-scu FROM 1 BY 1
                   UNTIL idx-scu > sim-customer-count
                   OR sim-customer-slot > 0
               IF SCU-CLIENT-ID(idx-scu) = client-id OF CUSTOMER-RECORD
                   SET sim-customer-slot TO idx-scu
               END-IF
           END-PERFORM
           IF sim-customer-slot = ZEROES
               IF sim-customer-count >= SIM-CUSTOMER-ARRAY-MAX
                   DISPLAY "FEEPOST: SIM-CUSTOMER-ARRAY is full ("
                       SIM-CUSTOMER-ARRAY-MAX ")"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO sim-customer-count
               MOVE sim-customer-count TO sim-customer-slot
               MOVE client-id OF CUSTOMER-RECORD
                   TO SCU-CLIENT-ID(sim-customer-slot)
           END-IF.
       EXIT.

      * Same outcome as POST-ONE-FEE-ITEM without the posting: a
      * waived item is counted as waived, an item with no open
      * account to carry it earns nothing.
       NOTE-SIMULATED-FEE.
           EVALUATE fee-label
               WHEN "Aktivitetsgebyr"
                   MOVE 1 TO sim-code-slot
               WHEN "Papirudskrift"
                   MOVE 2 TO sim-code-slot
               WHEN OTHER
                   MOVE 3 TO sim-code-slot
           END-EVALUATE
           PERFORM CHECK-FEE-WAIVER
           IF fee-waived = "Y"
               ADD 1 TO SC-WAIVED(sim-code-slot, sim-pass)
           ELSE
               IF fee-account NOT = SPACES
                   ADD 1 TO SC-CHARGED(sim-code-slot, sim-pass)
                   ADD activity-fee TO SC-TOTAL(sim-code-slot, sim-pass)
                   ADD activity-fee
                       TO SCU-FEE(sim-customer-slot, sim-pass)
               END-IF
           END-IF.
       EXIT.

       WRITE-SIMULATION-REPORT.
           MOVE "FALD" TO SB-LABEL(1)
           MOVE "UAENDRET" TO SB-LABEL(2)
           MOVE "0,01-10" TO SB-LABEL(3)
           MOVE "10,01-25" TO SB-LABEL(4)
           MOVE "25,01-50" TO SB-LABEL(5)
           MOVE "50,01-100" TO SB-LABEL(6)
           MOVE "OVER 100" TO SB-LABEL(7)
           PERFORM VARYING idx-scu FROM 1 BY 1
                   UNTIL idx-scu > sim-customer-count
               COMPUTE SCU-INCREASE(idx-scu) =
                   SCU-FEE(idx-scu, 2) - SCU-FEE(idx-scu, 1)
               EVALUATE TRUE
                   WHEN SCU-INCREASE(idx-scu) < ZEROES
                       MOVE 1 TO sim-band
                   WHEN SCU-INCREASE(idx-scu) = ZEROES
                       MOVE 2 TO sim-band
                   WHEN SCU-INCREASE(idx-scu) <= 10
                       MOVE 3 TO sim-band
                   WHEN SCU-INCREASE(idx-scu) <= 25
                       MOVE 4 TO sim-band
                   WHEN SCU-INCREASE(idx-scu) <= 50
                       MOVE 5 TO sim-band
                   WHEN SCU-INCREASE(idx-scu) <= 100
                       MOVE 6 TO sim-band
                   WHEN OTHER
                       MOVE 7 TO sim-band
               END-EVALUATE
               ADD 1 TO SB-CUSTOMERS(sim-band)
           END-PERFORM
           SORT SIM-CUSTOMER-ARRAY

           OPEN OUTPUT OUTPUT-SIM-REPORT
           IF WS-SIM-REPORT-STATUS NOT = "00"
               DISPLAY "FEEPOST: cannot open " WS-SIM-REPORT-FILENAME
                   ", file status " WS-SIM-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SIM-INFO
           STRING "Gebyrsimulering maaned=" DELIMITED BY SIZE
               WS-SIM-MONTH DELIMITED BY SIZE
               " nu=" DELIMITED BY SIZE
               FUNCTION TRIM(cur-tariff-filename) DELIMITED BY SIZE
               " forslag=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIM-TARIFF-FILENAME) DELIMITED BY SIZE
               INTO SIM-INFO
           WRITE SIM-REPORT-LINE
           MOVE "-----------------------------------------------"
               TO SIM-INFO
           WRITE SIM-REPORT-LINE

           MOVE cur-free-allowance TO sim-now-display
           MOVE WS-FREE-ALLOWANCE TO sim-new-display
           MOVE SPACES TO SIM-INFO
           STRING "TARIF: FREE-ALLOW nu=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-now-display) DELIMITED BY SIZE
               " forslag=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-new-display) DELIMITED BY SIZE
               INTO SIM-INFO
           WRITE SIM-REPORT-LINE
           MOVE cur-txn-fee TO sim-now-display
           MOVE WS-TXN-FEE TO sim-new-display
           MOVE SPACES TO SIM-INFO
           STRING "TARIF: TXN-FEE nu=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-now-display) DELIMITED BY SIZE
               " forslag=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-new-display) DELIMITED BY SIZE
               INTO SIM-INFO
           WRITE SIM-REPORT-LINE
           MOVE cur-paper-fee TO sim-now-display
           MOVE WS-PAPER-FEE TO sim-new-display
           MOVE SPACES TO SIM-INFO
           STRING "TARIF: PAPER-FEE nu=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-now-display) DELIMITED BY SIZE
               " forslag=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-new-display) DELIMITED BY SIZE
               INTO SIM-INFO
           WRITE SIM-REPORT-LINE

           PERFORM VARYING idx-code FROM 1 BY 1 UNTIL idx-code > 3
               PERFORM WRITE-SIM-CODE-LINE
           END-PERFORM
           COMPUTE sim-change = sim-total(2) - sim-total(1)
           MOVE sim-total(1) TO sim-now-display
           MOVE sim-total(2) TO sim-new-display
           MOVE sim-change TO sim-change-display
           MOVE SPACES TO SIM-INFO
           STRING "I ALT: nu=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-now-display) DELIMITED BY SIZE
               " forslag=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-new-display) DELIMITED BY SIZE
               " aendring=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-change-display) DELIMITED BY SIZE
               INTO SIM-INFO
           WRITE SIM-REPORT-LINE

           MOVE "-----------------------------------------------"
               TO SIM-INFO
           WRITE SIM-REPORT-LINE
           PERFORM VARYING idx-band FROM 1 BY 1 UNTIL idx-band > 7
               MOVE SB-CUSTOMERS(idx-band) TO sim-count-display
               MOVE SPACES TO SIM-INFO
               STRING "FORDELING: " DELIMITED BY SIZE
                   FUNCTION TRIM(SB-LABEL(idx-band)) DELIMITED BY SIZE
                   " kunder=" DELIMITED BY SIZE
                   FUNCTION TRIM(sim-count-display) DELIMITED BY SIZE
                   INTO SIM-INFO
               WRITE SIM-REPORT-LINE
           END-PERFORM

           MOVE "-----------------------------------------------"
               TO SIM-INFO
           WRITE SIM-REPORT-LINE
           PERFORM VARYING sim-rank FROM 1 BY 1
                   UNTIL sim-rank > sim-top-count
                   OR sim-rank > sim-customer-count
               IF SCU-INCREASE(sim-rank) > ZEROES
                   PERFORM WRITE-SIM-CUSTOMER-LINE
               END-IF
           END-PERFORM

           COMPUTE sim-raised-count = SB-CUSTOMERS(3)
               + SB-CUSTOMERS(4) + SB-CUSTOMERS(5) + SB-CUSTOMERS(6)
               + SB-CUSTOMERS(7)
           MOVE SPACES TO SIM-INFO
           STRING "TRAILER: customers=" DELIMITED BY SIZE
               sim-customer-count DELIMITED BY SIZE
               " raised=" DELIMITED BY SIZE
               sim-raised-count DELIMITED BY SIZE
               " lowered=" DELIMITED BY SIZE
               SB-CUSTOMERS(1) DELIMITED BY SIZE
               INTO SIM-INFO
           WRITE SIM-REPORT-LINE
           CLOSE OUTPUT-SIM-REPORT

           MOVE sim-total(1) TO sim-now-display
           MOVE sim-total(2) TO sim-new-display
           DISPLAY "FEEPOST: simulated " WS-SIM-MONTH " for "
               sim-customer-count " customer(s), fees now "
               FUNCTION TRIM(sim-now-display) ", proposed "
               FUNCTION TRIM(sim-new-display) ".".
       EXIT.

       WRITE-SIM-CODE-LINE.
           ADD SC-TOTAL(idx-code, 1) TO sim-total(1)
           ADD SC-TOTAL(idx-code, 2) TO sim-total(2)
           COMPUTE sim-change =
               SC-TOTAL(idx-code, 2) - SC-TOTAL(idx-code, 1)
           MOVE SC-TOTAL(idx-code, 1) TO sim-now-display
           MOVE SC-TOTAL(idx-code, 2) TO sim-new-display
           MOVE sim-change TO sim-change-display
           MOVE SPACES TO SIM-INFO
           STRING "GEBYRKODE: " DELIMITED BY SIZE
               FUNCTION TRIM(SC-FEE-CODE(idx-code)) DELIMITED BY SIZE
               " nu=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-now-display) DELIMITED BY SIZE
               " forslag=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-new-display) DELIMITED BY SIZE
               " aendring=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-change-display) DELIMITED BY SIZE
               " antal-nu=" DELIMITED BY SIZE
               SC-CHARGED(idx-code, 1) DELIMITED BY SIZE
               " antal-forslag=" DELIMITED BY SIZE
               SC-CHARGED(idx-code, 2) DELIMITED BY SIZE
               " fritaget=" DELIMITED BY SIZE
               SC-WAIVED(idx-code, 2) DELIMITED BY SIZE
               INTO SIM-INFO
           WRITE SIM-REPORT-LINE.
       EXIT.

       WRITE-SIM-CUSTOMER-LINE.
           MOVE SCU-FEE(sim-rank, 1) TO sim-now-display
           MOVE SCU-FEE(sim-rank, 2) TO sim-new-display
           MOVE SCU-INCREASE(sim-rank) TO sim-change-display
           MOVE SPACES TO SIM-INFO
           STRING "STIGNING " DELIMITED BY SIZE
               sim-rank DELIMITED BY SIZE
               ": client-id=" DELIMITED BY SIZE
               FUNCTION TRIM(SCU-CLIENT-ID(sim-rank)) DELIMITED BY SIZE
               " nu=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-now-display) DELIMITED BY SIZE
               " forslag=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-new-display) DELIMITED BY SIZE
               " stigning=" DELIMITED BY SIZE
               FUNCTION TRIM(sim-change-display) DELIMITED BY SIZE
               INTO SIM-INFO
           WRITE SIM-REPORT-LINE.
       EXIT.

           COPY "run-lock.cpy".

           COPY "catalog-check.cpy".

      * Formål: Boksens kassebog og kontantbestilling pr. filial.
      *    DRAWSESS og DRAWERBAL stemmer kassererens kasse af, men
      *    boksen bag kasserne blev ført i en papirprotokol, og
      *    kontanter blev bestilt hos kassecentralen efter
      *    fornemmelse. Koerslen boeger dagens bevaegelser i boksens
      *    kassebog (vault-ledger.txt) pr. filial - kassernes
      *    aabningsbeholdning som udleveret og deres optalte lukning
      *    som retur (drawer-sessions.txt, filialen fra operatoerens
      *    OP-HOME-REG-NR), leveringer fra og forsendelser til
      *    kassecentralen (vault-movements.txt fra VAULTMOV) - og
      *    afstemmer den bogfoerte saldo, der nu indeholder summen af
      *    dagens lukkede kasser, mod boksens optalte beholdning.
      *    Til naeste bankdag foreslaas en bestilling pr. filial ud
      *    fra det gennemsnitlige kontante nettoudtraek paa samme
      *    ugedag i de seneste uger (teller-capture-log.txt, uden
      *    helligdage fra holiday-calendar.txt).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTBAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-OPERATORS ASSIGN TO DYNAMIC WS-OPERATORS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATORS-STATUS.
       SELECT INPUT-SESSIONS ASSIGN TO DYNAMIC WS-SESSIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SESSIONS-STATUS.
       SELECT INPUT-MOVEMENTS ASSIGN TO DYNAMIC WS-MOVEMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MOVEMENTS-STATUS.
       SELECT INPUT-CAPTURE-LOG
       ASSIGN TO DYNAMIC WS-CAPTURE-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CAPTURE-LOG-STATUS.
       SELECT HOLIDAY-CALENDAR-FILE
       ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
       SELECT BALANCES-IN-FILE ASSIGN TO DYNAMIC WS-BALANCES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCES-STATUS.
       SELECT BALANCES-OUT-FILE ASSIGN TO DYNAMIC WS-BALANCES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCES-STATUS.
       SELECT OUTPUT-LEDGER ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OUTPUT-ORDERS ASSIGN TO DYNAMIC WS-ORDERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ORDERS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-OPERATORS.
       01 OPERATOR-RECORD.
           COPY "operator-master.cpy".
       FD INPUT-SESSIONS.
       01 SESSION-RECORD.
           02 DS-DATE                  PIC X(8).
           02 DS-OPERATOR-ID           PIC X(8).
           02 DS-RECORD-TYPE           PIC X(1).
           02 DS-AMOUNT                PIC 9(7)V99.
      * Blank valuta = DKK (aeldre, kortere raekker laeses som blank).
           02 DS-CURRENCY              PIC X(3).
       FD INPUT-MOVEMENTS.
       01 MOVEMENT-RECORD.
           COPY "vault-movements.cpy".
       FD INPUT-CAPTURE-LOG.
       01 CAPTURE-LOG-LINE             PIC X(200).
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).
       FD BALANCES-IN-FILE.
       01 BALANCE-IN-RECORD.
           COPY "vault-balances.cpy".
       FD BALANCES-OUT-FILE.
       01 BALANCE-OUT-RECORD.
           COPY "vault-balances.cpy"
               REPLACING LEADING ==VB-== BY ==VBO-==.
       FD OUTPUT-LEDGER.
       01 LEDGER-RECORD.
           COPY "vault-ledger.cpy".
       FD OUTPUT-ORDERS.
       01 ORDER-RECORD.
           COPY "cash-orders.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 EOF-OPERATORS                 PIC X VALUE "N".
       01 EOF-SESSIONS                  PIC X VALUE "N".
       01 EOF-MOVEMENTS                 PIC X VALUE "N".
       01 EOF-CAPTURE-LOG               PIC X VALUE "N".
       01 EOF-BALANCES                  PIC X VALUE "N".
       01 WS-OPERATORS-STATUS           PIC XX VALUE "00".
       01 WS-SESSIONS-STATUS            PIC XX VALUE "00".
       01 WS-MOVEMENTS-STATUS           PIC XX VALUE "00".
       01 WS-CAPTURE-LOG-STATUS         PIC XX VALUE "00".
       01 WS-BALANCES-STATUS            PIC XX VALUE "00".
       01 WS-LEDGER-STATUS              PIC XX VALUE "00".
       01 WS-ORDERS-STATUS              PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

           COPY "business-day-fields.cpy".

       01 OPERATOR-ARRAY-MAX            PIC 9(3) VALUE 100.
       01 OPERATOR-ARRAY                OCCURS 100 TIMES
                                        INDEXED BY idx-op.
           COPY "operator-master.cpy"
               REPLACING LEADING ==OP-== BY ==OPA-==.
       01 operator-count                PIC 9(3) VALUE ZEROES.
       01 lookup-operator               PIC X(8) VALUE SPACES.
       01 operator-reg-nr               PIC X(4) VALUE SPACES.

      * One vault per branch: the balance carried from the last day
      * balanced, the day's movements and the count, and the cash
      * the branch's tellers paid out net on the history days.
      * BR-DONE "Y" = this day is already in the ledger (a rerun),
      * so only the order suggestion is made again.
       01 BRANCH-ARRAY-MAX              PIC 9(3) VALUE 100.
       01 BRANCH-ARRAY                  OCCURS 100 TIMES
                                        INDEXED BY idx-br.
           02 BR-REG-NR                 PIC X(4) VALUE SPACES.
           02 BR-LAST-DATE              PIC X(8) VALUE SPACES.
           02 BR-DONE                   PIC X(1) VALUE "N".
           02 BR-OPENING                PIC S9(9)V99 VALUE ZEROES.
           02 BR-BALANCE                PIC S9(9)V99 VALUE ZEROES.
           02 BR-ISSUED                 PIC 9(9)V99 VALUE ZEROES.
           02 BR-RETURNED               PIC 9(9)V99 VALUE ZEROES.
           02 BR-DELIVERED              PIC 9(9)V99 VALUE ZEROES.
           02 BR-SHIPPED                PIC 9(9)V99 VALUE ZEROES.
           02 BR-OPEN-DRAWERS           PIC S9(3) VALUE ZEROES.
           02 BR-HAS-COUNT              PIC X(1) VALUE "N".
           02 BR-COUNTED                PIC 9(9)V99 VALUE ZEROES.
           02 BR-DIFFERENCE             PIC S9(9)V99 VALUE ZEROES.
           02 BR-OUTFLOW                PIC S9(11)V99 VALUE ZEROES.
       01 branch-count                  PIC 9(3) VALUE ZEROES.
       01 branch-slot                   PIC 9(3) VALUE ZEROES.
       01 lookup-reg-nr                 PIC X(4) VALUE SPACES.

      * The same weekday as the delivery day, WS-ORDER-WEEKS weeks
      * back, less the holidays - the days the outflow averages over.
       01 HISTORY-DATE-MAX              PIC 9(2) VALUE 52.
       01 HISTORY-DATE-ARRAY            OCCURS 52 TIMES
                                        INDEXED BY idx-hist.
           02 HIST-DATE                 PIC X(8) VALUE SPACES.
       01 history-count                 PIC 9(2) VALUE ZEROES.
       01 history-week                  PIC 9(2) VALUE ZEROES.
       01 history-integer               PIC 9(8) VALUE ZEROES.
       01 history-date-num              PIC 9(8) VALUE ZEROES.
       01 delivery-date                 PIC X(8) VALUE SPACES.
       01 delivery-integer              PIC 9(8) VALUE ZEROES.
       01 delivery-date-num             PIC 9(8) VALUE ZEROES.

      * Parsing of the key=value capture-log lines.
       01 TOKEN-TABLE.
           02 LOG-TOKEN                 OCCURS 16 TIMES
                                        PIC X(40).
       01 token-idx                     PIC 9(2) VALUE ZEROES.
       01 parsed-operator               PIC X(8) VALUE SPACES.
       01 parsed-amount-text            PIC X(9) VALUE SPACES.
       01 parsed-amount                 PIC 9(7)V99 VALUE ZEROES.
       01 parsed-type                   PIC X(1) VALUE SPACES.
       01 parsed-status                 PIC X(10) VALUE SPACES.
       01 parsed-log-date               PIC X(8) VALUE SPACES.

      * Order policy: the vault should open the delivery day with
      * the expected outflow plus WS-MIN-VAULT-CASH in hand; orders
      * go in whole bundles of WS-ORDER-BUNDLE.
       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.
       01 WS-ORDER-WEEKS                PIC 9(2) VALUE 8.
       01 WS-MIN-VAULT-CASH             PIC 9(9)V99 VALUE 100000.
       01 WS-ORDER-BUNDLE               PIC 9(7)V99 VALUE 10000.
       01 average-outflow               PIC S9(9)V99 VALUE ZEROES.
       01 order-need                    PIC S9(9)V99 VALUE ZEROES.
       01 order-bundles                 PIC 9(7) VALUE ZEROES.
       01 order-remainder               PIC 9(7)V99 VALUE ZEROES.
       01 order-amount                  PIC 9(9)V99 VALUE ZEROES.

       01 movement-type                 PIC X(1) VALUE SPACES.
       01 movement-reference            PIC X(8) VALUE SPACES.
       01 movement-amount               PIC 9(9)V99 VALUE ZEROES.

       01 amount-display                PIC ZZZ,ZZZ,ZZ9.99.
       01 amount-display-2              PIC ZZZ,ZZZ,ZZ9.99.
       01 amount-display-3              PIC ZZZ,ZZZ,ZZ9.99.
       01 amount-display-4              PIC ZZZ,ZZZ,ZZ9.99.
       01 signed-display                PIC ---,---,--9.99.
       01 signed-display-2              PIC ---,---,--9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-BALANCE-DATE               PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at another day without
      * recompiling (BALANCE_DATE defaults to today).
       01 WS-OPERATORS-FILENAME
           PIC X(100) VALUE "operator-master.txt".
       01 WS-SESSIONS-FILENAME
           PIC X(100) VALUE "drawer-sessions.txt".
       01 WS-MOVEMENTS-FILENAME
           PIC X(100) VALUE "vault-movements.txt".
       01 WS-CAPTURE-LOG-FILENAME
           PIC X(100) VALUE "teller-capture-log.txt".
       01 WS-BALANCES-FILENAME
           PIC X(100) VALUE "vault-balances.txt".
       01 WS-LEDGER-FILENAME
           PIC X(100) VALUE "vault-ledger.txt".
       01 WS-ORDERS-FILENAME
           PIC X(100) VALUE "cash-orders.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "vault-report.txt".

      * Batch control totals
       01 ledger-count                  PIC 9(6) VALUE ZEROES.
       01 unknown-count                 PIC 9(4) VALUE ZEROES.
       01 difference-count              PIC 9(3) VALUE ZEROES.
       01 uncounted-count               PIC 9(3) VALUE ZEROES.
       01 order-count                   PIC 9(3) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-OPERATORS-FILENAME
           FROM ENVIRONMENT "OPERATOR_MASTER_FILE"
       IF WS-OPERATORS-FILENAME = SPACES
           MOVE "operator-master.txt" TO WS-OPERATORS-FILENAME
       END-IF

       ACCEPT WS-SESSIONS-FILENAME
           FROM ENVIRONMENT "DRAWER_SESSIONS_FILE"
       IF WS-SESSIONS-FILENAME = SPACES
           MOVE "drawer-sessions.txt" TO WS-SESSIONS-FILENAME
       END-IF

       ACCEPT WS-MOVEMENTS-FILENAME
           FROM ENVIRONMENT "VAULT_MOVEMENTS_FILE"
       IF WS-MOVEMENTS-FILENAME = SPACES
           MOVE "vault-movements.txt" TO WS-MOVEMENTS-FILENAME
       END-IF

       ACCEPT WS-CAPTURE-LOG-FILENAME
           FROM ENVIRONMENT "TELLER_CAPTURE_LOG_FILE"
       IF WS-CAPTURE-LOG-FILENAME = SPACES
           MOVE "teller-capture-log.txt" TO WS-CAPTURE-LOG-FILENAME
       END-IF

       ACCEPT WS-CALENDAR-FILENAME
           FROM ENVIRONMENT "HOLIDAY_CALENDAR_FILE"
       IF WS-CALENDAR-FILENAME = SPACES
           MOVE "holiday-calendar.txt" TO WS-CALENDAR-FILENAME
       END-IF

       ACCEPT WS-BALANCES-FILENAME
           FROM ENVIRONMENT "VAULT_BALANCES_FILE"
       IF WS-BALANCES-FILENAME = SPACES
           MOVE "vault-balances.txt" TO WS-BALANCES-FILENAME
       END-IF

       ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT "VAULT_LEDGER_FILE"
       IF WS-LEDGER-FILENAME = SPACES
           MOVE "vault-ledger.txt" TO WS-LEDGER-FILENAME
       END-IF

       ACCEPT WS-ORDERS-FILENAME FROM ENVIRONMENT "CASH_ORDERS_FILE"
       IF WS-ORDERS-FILENAME = SPACES
           MOVE "cash-orders.txt" TO WS-ORDERS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT "VAULT_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "vault-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "VAULT_ORDER_WEEKS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-ORDER-WEEKS = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF
       IF WS-ORDER-WEEKS > HISTORY-DATE-MAX
           MOVE HISTORY-DATE-MAX TO WS-ORDER-WEEKS
       END-IF
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "VAULT_MIN_CASH"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) >= 0
           COMPUTE WS-MIN-VAULT-CASH =
               FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       ACCEPT WS-BALANCE-DATE FROM ENVIRONMENT "BALANCE_DATE"
       IF WS-BALANCE-DATE = SPACES
           MOVE WS-CURRENT-DATE(1:8) TO WS-BALANCE-DATE
       END-IF

       PERFORM LOAD-HOLIDAY-CALENDAR.
       PERFORM LOAD-OPERATORS.
       PERFORM LOAD-VAULT-BALANCES.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "VAULTBAL: cannot open " WS-REPORT-FILENAME
               ", file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO INFO
       STRING "Boksafstemning og kontantbestilling " DELIMITED BY SIZE
           WS-BALANCE-DATE DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       OPEN EXTEND OUTPUT-LEDGER
       IF WS-LEDGER-STATUS = "35"
           OPEN OUTPUT OUTPUT-LEDGER
       END-IF
       IF WS-LEDGER-STATUS NOT = "00"
           DISPLAY "VAULTBAL: cannot open " WS-LEDGER-FILENAME
               ", file status " WS-LEDGER-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      * The cash centre's delivery arrives before the tellers draw
      * their floats; shipments back and the count come after.
       PERFORM APPLY-VAULT-MOVEMENTS.
       PERFORM APPLY-DRAWER-SESSIONS.
       CLOSE OUTPUT-LEDGER.

       PERFORM SELECT-HISTORY-DAYS.
       PERFORM TALLY-CAPTURE-HISTORY.

       OPEN OUTPUT OUTPUT-ORDERS
       IF WS-ORDERS-STATUS NOT = "00"
           DISPLAY "VAULTBAL: cannot open " WS-ORDERS-FILENAME
               ", file status " WS-ORDERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       WRITE REPORT-LINE
       PERFORM VARYING idx-br FROM 1 BY 1
               UNTIL idx-br > branch-count
           PERFORM BALANCE-ONE-VAULT
           PERFORM SUGGEST-CASH-ORDER
       END-PERFORM.
       CLOSE OUTPUT-ORDERS.

       MOVE SPACES TO INFO
       STRING "TRAILER: branches=" DELIMITED BY SIZE
           branch-count DELIMITED BY SIZE
           " ledger-rows=" DELIMITED BY SIZE
           ledger-count DELIMITED BY SIZE
           " differences=" DELIMITED BY SIZE
           difference-count DELIMITED BY SIZE
           " uncounted=" DELIMITED BY SIZE
           uncounted-count DELIMITED BY SIZE
           " unknown-operators=" DELIMITED BY SIZE
           unknown-count DELIMITED BY SIZE
           " orders=" DELIMITED BY SIZE
           order-count DELIMITED BY SIZE
           " history-days=" DELIMITED BY SIZE
           history-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.

       PERFORM REWRITE-VAULT-BALANCES.

       DISPLAY "VAULTBAL: " branch-count " vault(s), " ledger-count
           " ledger row(s), " difference-count " difference(s), "
           uncounted-count " not counted, " order-count
           " cash order(s) suggested for " delivery-date "."

       IF difference-count > 0 OR uncounted-count > 0
               OR unknown-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-OPERATORS.
           OPEN INPUT INPUT-OPERATORS
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "VAULTBAL: cannot open " WS-OPERATORS-FILENAME
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
                       ELSE
                           DISPLAY "VAULTBAL: OPERATOR-ARRAY is full, "
                               "operator " OP-OPERATOR-ID
                               " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-OPERATORS.
       EXIT.

      * The branch a teller's cash belongs to, from lookup-operator;
      * blank when the operator is unknown or has no home branch.
       FIND-OPERATOR-BRANCH.
           MOVE SPACES TO operator-reg-nr
           SET idx-op TO 1
           SEARCH OPERATOR-ARRAY
               AT END
                   CONTINUE
               WHEN idx-op > operator-count
                   CONTINUE
               WHEN OPA-OPERATOR-ID(idx-op) = lookup-operator
                   MOVE OPA-HOME-REG-NR(idx-op) TO operator-reg-nr
           END-SEARCH.
       EXIT.

       LOAD-VAULT-BALANCES.
           OPEN INPUT BALANCES-IN-FILE
           IF WS-BALANCES-STATUS = "00"
               PERFORM UNTIL EOF-BALANCES = "Y"
                   READ BALANCES-IN-FILE INTO BALANCE-IN-RECORD
                       AT END
                           MOVE "Y" TO EOF-BALANCES
                       NOT AT END
                           MOVE VB-REG-NR TO lookup-reg-nr
                           PERFORM FIND-OR-ADD-BRANCH
                           IF branch-slot NOT = ZEROES
                               MOVE VB-DATE
                                   TO BR-LAST-DATE(branch-slot)
                               MOVE VB-BALANCE
                                   TO BR-BALANCE(branch-slot)
                               MOVE VB-DIFFERENCE
                                   TO BR-DIFFERENCE(branch-slot)
                               IF VB-DATE >= WS-BALANCE-DATE
                                   MOVE "Y" TO BR-DONE(branch-slot)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCES-IN-FILE
           ELSE
               IF WS-BALANCES-STATUS NOT = "35"
                   DISPLAY "VAULTBAL: cannot open "
                       WS-BALANCES-FILENAME ", file status "
                       WS-BALANCES-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING idx-br FROM 1 BY 1
                   UNTIL idx-br > branch-count
               MOVE BR-BALANCE(idx-br) TO BR-OPENING(idx-br)
           END-PERFORM.
       EXIT.

       FIND-OR-ADD-BRANCH.
           MOVE ZEROES TO branch-slot
           SET idx-br TO 1
           SEARCH BRANCH-ARRAY
               AT END
                   IF branch-count < BRANCH-ARRAY-MAX
                       ADD 1 TO branch-count
                       MOVE lookup-reg-nr TO BR-REG-NR(branch-count)
                       MOVE branch-count TO branch-slot
                   ELSE
                       DISPLAY "VAULTBAL: BRANCH-ARRAY is full, "
                           "REG-NR " lookup-reg-nr " not balanced"
                   END-IF
               WHEN BR-REG-NR(idx-br) = lookup-reg-nr
                   SET branch-slot TO idx-br
           END-SEARCH.
       EXIT.

      * Deliveries and shipments entered at the vault today, and the
      * vault's own count at close.
       APPLY-VAULT-MOVEMENTS.
           OPEN INPUT INPUT-MOVEMENTS
           IF WS-MOVEMENTS-STATUS = "00"
               PERFORM UNTIL EOF-MOVEMENTS = "Y"
                   READ INPUT-MOVEMENTS INTO MOVEMENT-RECORD
                       AT END
                           MOVE "Y" TO EOF-MOVEMENTS
                       NOT AT END
                           IF VM-DATE = WS-BALANCE-DATE
                               MOVE VM-REG-NR TO lookup-reg-nr
                               PERFORM FIND-OR-ADD-BRANCH
                               IF branch-slot NOT = ZEROES
                                   PERFORM APPLY-ONE-MOVEMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-MOVEMENTS
           ELSE
               IF WS-MOVEMENTS-STATUS NOT = "35"
                   DISPLAY "VAULTBAL: cannot open "
                       WS-MOVEMENTS-FILENAME ", file status "
                       WS-MOVEMENTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

       APPLY-ONE-MOVEMENT.
           IF BR-DONE(branch-slot) = "N"
               EVALUATE VM-TYPE
                   WHEN "L"
                       ADD VM-AMOUNT TO BR-DELIVERED(branch-slot)
                       ADD VM-AMOUNT TO BR-BALANCE(branch-slot)
                   WHEN "S"
                       ADD VM-AMOUNT TO BR-SHIPPED(branch-slot)
                       SUBTRACT VM-AMOUNT FROM BR-BALANCE(branch-slot)
                   WHEN "T"
      *>               A recount replaces the earlier one.
                       MOVE "Y" TO BR-HAS-COUNT(branch-slot)
                       MOVE VM-AMOUNT TO BR-COUNTED(branch-slot)
               END-EVALUATE
               IF VM-TYPE = "L" OR VM-TYPE = "S"
                   MOVE VM-TYPE TO movement-type
                   MOVE VM-OPERATOR-ID TO movement-reference
                   MOVE VM-AMOUNT TO movement-amount
                   PERFORM WRITE-LEDGER-ROW
               END-IF
           END-IF.
       EXIT.

      * Each teller's opening float leaves the vault and the closing
      * count comes back to it, in the teller's home branch.
       APPLY-DRAWER-SESSIONS.
           OPEN INPUT INPUT-SESSIONS
           IF WS-SESSIONS-STATUS = "00"
               PERFORM UNTIL EOF-SESSIONS = "Y"
                   READ INPUT-SESSIONS INTO SESSION-RECORD
                       AT END
                           MOVE "Y" TO EOF-SESSIONS
                       NOT AT END
      *>                   Only the DKK drawers pass through the
      *>                   vault; foreign notes and the exchange
      *>                   rows ("I"/"U") stay in the drawer.
                           IF DS-DATE = WS-BALANCE-DATE
                               AND (DS-RECORD-TYPE = "O"
                                   OR DS-RECORD-TYPE = "C")
                               AND (DS-CURRENCY = SPACES
                                   OR DS-CURRENCY = "DKK")
                               PERFORM APPLY-ONE-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-SESSIONS
           END-IF.
       EXIT.

       APPLY-ONE-SESSION.
           MOVE DS-OPERATOR-ID TO lookup-operator
           PERFORM FIND-OPERATOR-BRANCH
           IF operator-reg-nr = SPACES
               ADD 1 TO unknown-count
               MOVE DS-AMOUNT TO amount-display
               MOVE SPACES TO INFO
               STRING "UKENDT FILIAL: operator=" DELIMITED BY SIZE
                   FUNCTION TRIM(DS-OPERATOR-ID) DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   DS-RECORD-TYPE DELIMITED BY SIZE
                   " beloeb=" DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   " - ingen hjemfilial i operator-master, ikke boeget"
                       DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               MOVE operator-reg-nr TO lookup-reg-nr
               PERFORM FIND-OR-ADD-BRANCH
               IF branch-slot NOT = ZEROES
                   IF BR-DONE(branch-slot) = "N"
                       MOVE DS-OPERATOR-ID TO movement-reference
                       MOVE DS-AMOUNT TO movement-amount
                       IF DS-RECORD-TYPE = "O"
                           MOVE "U" TO movement-type
                           ADD DS-AMOUNT TO BR-ISSUED(branch-slot)
                           SUBTRACT DS-AMOUNT
                               FROM BR-BALANCE(branch-slot)
                           ADD 1 TO BR-OPEN-DRAWERS(branch-slot)
                       ELSE
                           MOVE "R" TO movement-type
                           ADD DS-AMOUNT TO BR-RETURNED(branch-slot)
                           ADD DS-AMOUNT TO BR-BALANCE(branch-slot)
                           SUBTRACT 1 FROM BR-OPEN-DRAWERS(branch-slot)
                       END-IF
                       PERFORM WRITE-LEDGER-ROW
                   END-IF
               END-IF
           END-IF.
       EXIT.

       WRITE-LEDGER-ROW.
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-BALANCE-DATE TO VL-DATE
           MOVE BR-REG-NR(branch-slot) TO VL-REG-NR
           MOVE movement-type TO VL-TYPE
           MOVE movement-reference TO VL-REFERENCE
           MOVE movement-amount TO VL-AMOUNT
           MOVE BR-BALANCE(branch-slot) TO VL-BALANCE
           WRITE LEDGER-RECORD
           ADD 1 TO ledger-count.
       EXIT.

      * Delivery day = next business day after the balance date; the
      * history days are the same weekday the weeks before it, with
      * holidays left out since the branch was closed.
       SELECT-HISTORY-DAYS.
           COMPUTE delivery-integer =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BALANCE-DATE)) + 1
           COMPUTE delivery-date-num =
               FUNCTION DATE-OF-INTEGER(delivery-integer)
           MOVE delivery-date-num TO roll-in-date
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE roll-out-date TO delivery-date
           COMPUTE delivery-integer =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(delivery-date))
           PERFORM VARYING history-week FROM 1 BY 1
                   UNTIL history-week > WS-ORDER-WEEKS
               COMPUTE history-integer =
                   delivery-integer - (7 * history-week)
               COMPUTE history-date-num =
                   FUNCTION DATE-OF-INTEGER(history-integer)
               MOVE history-date-num TO roll-in-date
               MOVE "N" TO roll-is-holiday
               SET idx-hol TO 1
               SEARCH HOLIDAY-ARRAY
                   AT END
                       CONTINUE
                   WHEN HOL-DATE(idx-hol) = roll-in-date
                       MOVE "Y" TO roll-is-holiday
               END-SEARCH
               IF roll-is-holiday = "N"
                   ADD 1 TO history-count
                   MOVE roll-in-date TO HIST-DATE(history-count)
               END-IF
           END-PERFORM.
       EXIT.

      * Approved cash entries on the history days, per the teller's
      * branch: "D" withdrawals are cash out, transfer legs "T"/"F"
      * move none, everything else is cash in - as DRAWERBAL counts
      * them.
       TALLY-CAPTURE-HISTORY.
           OPEN INPUT INPUT-CAPTURE-LOG
           IF WS-CAPTURE-LOG-STATUS = "00"
               PERFORM UNTIL EOF-CAPTURE-LOG = "Y"
                   READ INPUT-CAPTURE-LOG
                       AT END
                           MOVE "Y" TO EOF-CAPTURE-LOG
                       NOT AT END
                           IF CAPTURE-LOG-LINE(1:9) = "CAPTURE: "
                               PERFORM PARSE-LOG-LINE
                               IF parsed-status = "GODKENDT"
                                   PERFORM APPLY-HISTORY-CASH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-CAPTURE-LOG
           END-IF.
       EXIT.

       PARSE-LOG-LINE.
           MOVE SPACES TO parsed-operator
           MOVE SPACES TO parsed-amount-text
           MOVE SPACES TO parsed-type
           MOVE SPACES TO parsed-status
           MOVE SPACES TO parsed-log-date
           MOVE SPACES TO TOKEN-TABLE
           UNSTRING CAPTURE-LOG-LINE DELIMITED BY ALL " "
               INTO LOG-TOKEN(1) LOG-TOKEN(2) LOG-TOKEN(3)
                   LOG-TOKEN(4) LOG-TOKEN(5) LOG-TOKEN(6)
                   LOG-TOKEN(7) LOG-TOKEN(8) LOG-TOKEN(9)
                   LOG-TOKEN(10) LOG-TOKEN(11) LOG-TOKEN(12)
                   LOG-TOKEN(13) LOG-TOKEN(14) LOG-TOKEN(15)
                   LOG-TOKEN(16)
           END-UNSTRING
           PERFORM VARYING token-idx FROM 1 BY 1
                   UNTIL token-idx > 16
               EVALUATE TRUE
                   WHEN LOG-TOKEN(token-idx)(1:9) = "operator="
                       MOVE LOG-TOKEN(token-idx)(10:8)
                           TO parsed-operator
                   WHEN LOG-TOKEN(token-idx)(1:7) = "amount="
                       MOVE LOG-TOKEN(token-idx)(8:9)
                           TO parsed-amount-text
                   WHEN LOG-TOKEN(token-idx)(1:5) = "type="
                       MOVE LOG-TOKEN(token-idx)(6:1)
                           TO parsed-type
                   WHEN LOG-TOKEN(token-idx)(1:7) = "status="
                       MOVE LOG-TOKEN(token-idx)(8:10)
                           TO parsed-status
                   WHEN LOG-TOKEN(token-idx)(1:7) = "run-at="
      *>               run-at=YYYY-MM-DD; the clock is the next
      *>               token and does not matter here.
                       MOVE LOG-TOKEN(token-idx)(8:4)
                           TO parsed-log-date(1:4)
                       MOVE LOG-TOKEN(token-idx)(13:2)
                           TO parsed-log-date(5:2)
                       MOVE LOG-TOKEN(token-idx)(16:2)
                           TO parsed-log-date(7:2)
               END-EVALUATE
           END-PERFORM
           IF parsed-amount-text IS NUMERIC
               COMPUTE parsed-amount =
                   FUNCTION NUMVAL(parsed-amount-text) / 100
           ELSE
               MOVE ZEROES TO parsed-amount
           END-IF.
       EXIT.

       APPLY-HISTORY-CASH.
           SET idx-hist TO 1
           SEARCH HISTORY-DATE-ARRAY
               AT END
                   CONTINUE
               WHEN idx-hist > history-count
                   CONTINUE
               WHEN HIST-DATE(idx-hist) = parsed-log-date
                   MOVE parsed-operator TO lookup-operator
                   PERFORM FIND-OPERATOR-BRANCH
                   IF operator-reg-nr NOT = SPACES
                       MOVE operator-reg-nr TO lookup-reg-nr
                       PERFORM FIND-OR-ADD-BRANCH
                       IF branch-slot NOT = ZEROES
                           EVALUATE parsed-type
                               WHEN "D"
                                   ADD parsed-amount
                                       TO BR-OUTFLOW(branch-slot)
                               WHEN "T"
                                   CONTINUE
                               WHEN "F"
                                   CONTINUE
                               WHEN OTHER
                                   SUBTRACT parsed-amount
                                       FROM BR-OUTFLOW(branch-slot)
                           END-EVALUATE
                       END-IF
                   END-IF
           END-SEARCH.
       EXIT.

      * The day per vault. The book balance already holds every
      * closing drawer returned today, so it must equal the vault's
      * count; a drawer opened but never closed is still out on the
      * counter and shows as the difference.
       BALANCE-ONE-VAULT.
           IF BR-DONE(idx-br) = "Y"
               MOVE BR-BALANCE(idx-br) TO signed-display
               MOVE SPACES TO INFO
               STRING "ALLEREDE AFSTEMT: REG-NR " DELIMITED BY SIZE
                   BR-REG-NR(idx-br) DELIMITED BY SIZE
                   " den " DELIMITED BY SIZE
                   BR-LAST-DATE(idx-br) DELIMITED BY SIZE
                   " saldo " DELIMITED BY SIZE
                   FUNCTION TRIM(signed-display) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               MOVE WS-BALANCE-DATE TO BR-LAST-DATE(idx-br)
               MOVE ZEROES TO BR-DIFFERENCE(idx-br)
               MOVE BR-OPENING(idx-br) TO signed-display
               MOVE BR-ISSUED(idx-br) TO amount-display
               MOVE BR-RETURNED(idx-br) TO amount-display-2
               MOVE BR-DELIVERED(idx-br) TO amount-display-3
               MOVE BR-SHIPPED(idx-br) TO amount-display-4
               MOVE BR-BALANCE(idx-br) TO signed-display-2
               MOVE SPACES TO INFO
               STRING "BOKS REG-NR " DELIMITED BY SIZE
                   BR-REG-NR(idx-br) DELIMITED BY SIZE
                   ": primo " DELIMITED BY SIZE
                   FUNCTION TRIM(signed-display) DELIMITED BY SIZE
                   " udleveret " DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   " retur fra kasser " DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display-2) DELIMITED BY SIZE
                   " leveret " DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display-3) DELIMITED BY SIZE
                   " sendt " DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display-4) DELIMITED BY SIZE
                   " ultimo " DELIMITED BY SIZE
                   FUNCTION TRIM(signed-display-2) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE

               IF BR-HAS-COUNT(idx-br) = "N"
                   ADD 1 TO uncounted-count
                   MOVE SPACES TO INFO
                   STRING "  IKKE OPTALT: REG-NR " DELIMITED BY SIZE
                       BR-REG-NR(idx-br) DELIMITED BY SIZE
                       " - boksen er ikke optalt i dag"
                           DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               ELSE
                   COMPUTE BR-DIFFERENCE(idx-br) =
                       BR-COUNTED(idx-br) - BR-BALANCE(idx-br)
                   MOVE BR-COUNTED(idx-br) TO amount-display
                   MOVE BR-DIFFERENCE(idx-br) TO signed-display
                   MOVE SPACES TO INFO
                   IF BR-DIFFERENCE(idx-br) = ZEROES
                       STRING "  STEMMER: optalt " DELIMITED BY SIZE
                           FUNCTION TRIM(amount-display)
                               DELIMITED BY SIZE
                           INTO INFO
                   ELSE
                       ADD 1 TO difference-count
                       STRING "  DIFFERENCE: optalt " DELIMITED BY SIZE
                           FUNCTION TRIM(amount-display)
                               DELIMITED BY SIZE
                           " difference " DELIMITED BY SIZE
                           FUNCTION TRIM(signed-display)
                               DELIMITED BY SIZE
                           INTO INFO
                   END-IF
                   WRITE REPORT-LINE
               END-IF

               IF BR-OPEN-DRAWERS(idx-br) > ZEROES
                   MOVE SPACES TO INFO
                   STRING "  KASSER IKKE RETUR: " DELIMITED BY SIZE
                       BR-OPEN-DRAWERS(idx-br) DELIMITED BY SIZE
                       " kasse(r) aabnet uden lukning"
                           DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       EXIT.

      * Enough for the delivery day's expected outflow plus the
      * minimum holding, less what the vault holds tonight.
       SUGGEST-CASH-ORDER.
           MOVE ZEROES TO average-outflow
           IF history-count > ZEROES
               COMPUTE average-outflow ROUNDED =
                   BR-OUTFLOW(idx-br) / history-count
           END-IF
           COMPUTE order-need = average-outflow + WS-MIN-VAULT-CASH
               - BR-BALANCE(idx-br)
           MOVE ZEROES TO order-amount
           IF order-need > ZEROES
               DIVIDE order-need BY WS-ORDER-BUNDLE
                   GIVING order-bundles REMAINDER order-remainder
               IF order-remainder > ZEROES
                   ADD 1 TO order-bundles
               END-IF
               COMPUTE order-amount = order-bundles * WS-ORDER-BUNDLE
               ADD 1 TO order-count
           END-IF

           MOVE SPACES TO ORDER-RECORD
           MOVE BR-REG-NR(idx-br) TO CO-REG-NR
           MOVE delivery-date TO CO-DELIVERY-DATE
           MOVE average-outflow TO CO-AVERAGE-OUTFLOW
           MOVE BR-BALANCE(idx-br) TO CO-VAULT-BALANCE
           MOVE order-amount TO CO-ORDER-AMOUNT
           WRITE ORDER-RECORD

           MOVE average-outflow TO signed-display
           MOVE order-amount TO amount-display
           MOVE SPACES TO INFO
           STRING "  BESTILLING til " DELIMITED BY SIZE
               delivery-date DELIMITED BY SIZE
               ": gns. nettoudtraek " DELIMITED BY SIZE
               FUNCTION TRIM(signed-display) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               history-count DELIMITED BY SIZE
               " dage) foreslaaet " DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       REWRITE-VAULT-BALANCES.
           OPEN OUTPUT BALANCES-OUT-FILE
           IF WS-BALANCES-STATUS NOT = "00"
               DISPLAY "VAULTBAL: cannot open " WS-BALANCES-FILENAME
                   " for rewrite, file status " WS-BALANCES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-br FROM 1 BY 1
                   UNTIL idx-br > branch-count
               MOVE SPACES TO BALANCE-OUT-RECORD
               MOVE BR-REG-NR(idx-br) TO VBO-REG-NR
               MOVE BR-LAST-DATE(idx-br) TO VBO-DATE
               MOVE BR-BALANCE(idx-br) TO VBO-BALANCE
               MOVE BR-DIFFERENCE(idx-br) TO VBO-DIFFERENCE
               WRITE BALANCE-OUT-RECORD
           END-PERFORM
           CLOSE BALANCES-OUT-FILE.
       EXIT.

           COPY "business-day.cpy".

      * Formål: Indlaesning af ATM-netvaerkets daglige
      *    afviklingsfil og kassebeholdning i egne haeveautomater.
      *    Haevninger i vores egne og i andre bankers automater er
      *    hidtil tastet ind i haanden, og ingen vidste hvor mange
      *    penge der var tilbage i automaterne. Som CARDFEED
      *    oversaettes kortnummeret via card-master.txt, og hver
      *    haevning med et af vores kort bliver en "D"-postering i
      *    transactions.txt; i en anden banks automat (ikke i
      *    atm-master.txt) tillaegges gebyret ATM-FOREIGN fra
      *    fee-tariff.txt. Ukendte, blokerede og udloebne kort gaar
      *    til en undtagelsesfil. For hver egen automat holdes
      *    beholdningen i atm-cash-positions.txt: paafyldt minus
      *    udbetalt, afstemt mod de optalte restbeholdninger i
      *    genopfyldningsfilen (atm-replenishments.txt), og
      *    atm-cash-position-report.txt viser dagens bevaegelse og
      *    automater under graensen for lav beholdning. Til SETTLE
      *    skrives en afviklingslinje pr. netvaerk
      *    (atm-network-settlement.txt).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-CARD-MASTER
       ASSIGN TO DYNAMIC WS-CARD-MASTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARD-MASTER-STATUS.
       SELECT INPUT-ATM-MASTER ASSIGN TO DYNAMIC WS-ATM-MASTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ATM-MASTER-STATUS.
       SELECT INPUT-TARIFF ASSIGN TO DYNAMIC WS-TARIFF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TARIFF-STATUS.
       SELECT POSITIONS-IN-FILE
       ASSIGN TO DYNAMIC WS-POSITIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POSITIONS-STATUS.
       SELECT POSITIONS-OUT-FILE
       ASSIGN TO DYNAMIC WS-POSITIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POSITIONS-STATUS.
       SELECT INPUT-REPLENISHMENTS
       ASSIGN TO DYNAMIC WS-REPLENISHMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPLENISHMENTS-STATUS.
       SELECT INPUT-FEED ASSIGN TO DYNAMIC WS-FEED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FEED-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT OUTPUT-EXCEPTIONS
       ASSIGN TO DYNAMIC WS-EXCEPTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXCEPTIONS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT OUTPUT-SETTLEMENT
       ASSIGN TO DYNAMIC WS-SETTLEMENT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SETTLEMENT-STATUS.
       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-CARD-MASTER.
       01 CARD-MASTER-RECORD.
           COPY "card-master.cpy".
       FD INPUT-ATM-MASTER.
       01 ATM-MASTER-RECORD.
           COPY "atm-master.cpy".
       FD INPUT-TARIFF.
       01 TARIFF-RECORD.
           02 TARIFF-KEY               PIC X(16).
           02 TARIFF-VALUE             PIC 9(7)V99.
       FD POSITIONS-IN-FILE.
       01 POSITION-IN-RECORD.
           COPY "atm-cash-positions.cpy".
       FD POSITIONS-OUT-FILE.
       01 POSITION-OUT-RECORD.
           COPY "atm-cash-positions.cpy"
               REPLACING LEADING ==AP-== BY ==APO-==.
      * Cassette swap: the cash counted in the cassette taken out and
      * the amount loaded. Swaps are made before the machine opens,
      * so the day's withdrawals come out of the new cassette.
       FD INPUT-REPLENISHMENTS.
       01 REPLENISHMENT-RECORD.
           02 AR-ATM-ID                PIC X(10).
           02 AR-DATE                  PIC X(8).
           02 AR-COUNTED-RETURN        PIC 9(9)V99.
           02 AR-LOADED-AMOUNT         PIC 9(9)V99.
      * One withdrawal. AF-CARD-ISSUER is the network's verdict on
      * the card's BIN: "O" one of our cards, "F" another bank's.
       FD INPUT-FEED.
       01 FEED-RECORD.
           02 AF-NETWORK               PIC X(4).
           02 AF-ATM-ID                PIC X(10).
           02 AF-ATM-LOCATION          PIC X(30).
           02 AF-CARD-NUMBER           PIC X(16).
           02 AF-CARD-ISSUER           PIC X(1).
           02 AF-WITHDRAWAL-DATE       PIC X(8).
           02 AF-AMOUNT                PIC 9(7)V99.
       FD OUTPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD OUTPUT-EXCEPTIONS.
       01 EXCEPTION-LINE.
           02 EXC-INFO                 PIC X(132).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(132).
       FD OUTPUT-SETTLEMENT.
       01 SETTLEMENT-RECORD.
           COPY "atm-network-settlement.cpy".
       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Faelles koersels-laas (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-CARD-MASTER               PIC X VALUE "N".
       01 EOF-ATM-MASTER                PIC X VALUE "N".
       01 EOF-TARIFF                    PIC X VALUE "N".
       01 EOF-POSITIONS                 PIC X VALUE "N".
       01 EOF-REPLENISHMENTS            PIC X VALUE "N".
       01 END-OF-FILE                   PIC X VALUE "N".
       01 WS-CARD-MASTER-STATUS         PIC XX VALUE "00".
       01 WS-ATM-MASTER-STATUS          PIC XX VALUE "00".
       01 WS-TARIFF-STATUS              PIC XX VALUE "00".
       01 WS-POSITIONS-STATUS           PIC XX VALUE "00".
       01 WS-REPLENISHMENTS-STATUS      PIC XX VALUE "00".
       01 WS-FEED-STATUS                PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-EXCEPTIONS-STATUS          PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".
       01 WS-SETTLEMENT-STATUS          PIC XX VALUE "00".

       01 CARD-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 CARD-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-card.
           02 CARD-NUMBER               PIC X(16) VALUE SPACES.
           02 CARD-CLIENT-ID            PIC X(10) VALUE SPACES.
           02 CARD-ACCOUNT-NUMBER       PIC X(20) VALUE SPACES.
           02 CARD-STATUS               PIC X(1) VALUE SPACES.
       01 card-count                    PIC 9(4) VALUE ZEROES.

      * Our own machines with their cash position; the day's
      * movement is kept alongside for the position report.
       01 ATM-ARRAY-MAX                 PIC 9(3) VALUE 200.
       01 ATM-ARRAY                     OCCURS 200 TIMES
                                        INDEXED BY idx-atm.
           COPY "atm-master.cpy"
               REPLACING LEADING ==AM-== BY ==ATM-==.
           COPY "atm-cash-positions.cpy"
               REPLACING LEADING ==AP-== BY ==ATP-==.
           02 ATD-OPENING-CASH          PIC S9(9)V99 VALUE ZEROES.
           02 ATD-LOADED                PIC 9(9)V99 VALUE ZEROES.
           02 ATD-DISPENSED             PIC 9(9)V99 VALUE ZEROES.
           02 ATD-WITHDRAWALS           PIC 9(6) VALUE ZEROES.
       01 atm-count                     PIC 9(3) VALUE ZEROES.
       01 atm-slot                      PIC 9(3) VALUE ZEROES.

       01 NETWORK-ARRAY-MAX             PIC 9(2) VALUE 20.
       01 NETWORK-ARRAY                 OCCURS 20 TIMES
                                        INDEXED BY idx-net.
           COPY "atm-network-settlement.cpy"
               REPLACING LEADING ==NS-== BY ==NET-==.
       01 network-count                 PIC 9(2) VALUE ZEROES.

      * Foreign-ATM fee from fee-tariff.txt; without a tariff row the
      * withdrawal is posted free of charge.
       01 WS-FOREIGN-ATM-FEE            PIC 9(7)V99 VALUE ZEROES.

       01 WS-REJECT-REASON              PIC X(20) VALUE SPACES.
       01 matched-card                  PIC 9(4) VALUE ZEROES.
       01 cash-difference               PIC S9(9)V99 VALUE ZEROES.
       01 amount-display                PIC ZZZ,ZZZ,ZZ9.99.
       01 amount-display-2              PIC ZZZ,ZZZ,ZZ9.99.
       01 amount-display-3              PIC ZZZ,ZZZ,ZZ9.99.
       01 signed-display                PIC ---,---,--9.99.
       01 signed-display-2              PIC ---,---,--9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at a different day's
      * feed without recompiling.
       01 WS-CARD-MASTER-FILENAME
           PIC X(100) VALUE "card-master.txt".
       01 WS-ATM-MASTER-FILENAME
           PIC X(100) VALUE "atm-master.txt".
       01 WS-TARIFF-FILENAME
           PIC X(100) VALUE "fee-tariff.txt".
       01 WS-POSITIONS-FILENAME
           PIC X(100) VALUE "atm-cash-positions.txt".
       01 WS-REPLENISHMENTS-FILENAME
           PIC X(100) VALUE "atm-replenishments.txt".
       01 WS-FEED-FILENAME
           PIC X(100) VALUE "atm-settlement-feed.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-EXCEPTIONS-FILENAME
           PIC X(100) VALUE "atm-feed-exceptions.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "atm-cash-position-report.txt".
       01 WS-SETTLEMENT-FILENAME
           PIC X(100) VALUE "atm-network-settlement.txt".
       01 WS-DONE-FILENAME              PIC X(100) VALUE SPACES.
       01 WS-RETIRE-FILENAME            PIC X(100) VALUE SPACES.

      * Batch control totals
       01 feed-count                    PIC 9(6) VALUE ZEROES.
       01 posted-count                  PIC 9(6) VALUE ZEROES.
       01 fee-count                     PIC 9(6) VALUE ZEROES.
       01 acquired-count                PIC 9(6) VALUE ZEROES.
       01 exception-count               PIC 9(6) VALUE ZEROES.
       01 replenishment-count           PIC 9(6) VALUE ZEROES.
       01 low-cash-count                PIC 9(6) VALUE ZEROES.
       01 dispensed-total               PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-CARD-MASTER-FILENAME
           FROM ENVIRONMENT "CARD_MASTER_FILE"
       IF WS-CARD-MASTER-FILENAME = SPACES
           MOVE "card-master.txt" TO WS-CARD-MASTER-FILENAME
       END-IF

       ACCEPT WS-ATM-MASTER-FILENAME FROM ENVIRONMENT "ATM_MASTER_FILE"
       IF WS-ATM-MASTER-FILENAME = SPACES
           MOVE "atm-master.txt" TO WS-ATM-MASTER-FILENAME
       END-IF

       ACCEPT WS-TARIFF-FILENAME FROM ENVIRONMENT "FEE_TARIFF_FILE"
       IF WS-TARIFF-FILENAME = SPACES
           MOVE "fee-tariff.txt" TO WS-TARIFF-FILENAME
       END-IF

       ACCEPT WS-POSITIONS-FILENAME
           FROM ENVIRONMENT "ATM_CASH_POSITIONS_FILE"
       IF WS-POSITIONS-FILENAME = SPACES
           MOVE "atm-cash-positions.txt" TO WS-POSITIONS-FILENAME
       END-IF

       ACCEPT WS-REPLENISHMENTS-FILENAME
           FROM ENVIRONMENT "ATM_REPLENISHMENTS_FILE"
       IF WS-REPLENISHMENTS-FILENAME = SPACES
           MOVE "atm-replenishments.txt"
               TO WS-REPLENISHMENTS-FILENAME
       END-IF

       ACCEPT WS-FEED-FILENAME
           FROM ENVIRONMENT "ATM_SETTLEMENT_FEED_FILE"
       IF WS-FEED-FILENAME = SPACES
           MOVE "atm-settlement-feed.txt" TO WS-FEED-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-EXCEPTIONS-FILENAME
           FROM ENVIRONMENT "ATM_FEED_EXCEPTIONS_FILE"
       IF WS-EXCEPTIONS-FILENAME = SPACES
           MOVE "atm-feed-exceptions.txt" TO WS-EXCEPTIONS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "ATM_CASH_POSITION_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "atm-cash-position-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-SETTLEMENT-FILENAME
           FROM ENVIRONMENT "ATM_NETWORK_SETTLEMENT_FILE"
       IF WS-SETTLEMENT-FILENAME = SPACES
           MOVE "atm-network-settlement.txt" TO WS-SETTLEMENT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       MOVE "ATMFEED" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-CARD-MASTER
       PERFORM LOAD-ATM-MASTER
       PERFORM LOAD-CASH-POSITIONS
       PERFORM LOAD-TARIFF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "ATMFEED: cannot open " WS-REPORT-FILENAME
               ", file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "Kassebeholdning i haeveautomater - koersel " TO INFO
       MOVE WS-TODAY TO INFO(44:8)
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------"
           TO INFO
       WRITE REPORT-LINE

      * Cassette swaps first: they are made before the machines open.
       OPEN INPUT INPUT-REPLENISHMENTS
       IF WS-REPLENISHMENTS-STATUS = "00"
           PERFORM UNTIL EOF-REPLENISHMENTS = "Y"
               READ INPUT-REPLENISHMENTS INTO REPLENISHMENT-RECORD
                   AT END
                       MOVE "Y" TO EOF-REPLENISHMENTS
                   NOT AT END
                       PERFORM APPLY-REPLENISHMENT
               END-READ
           END-PERFORM
           CLOSE INPUT-REPLENISHMENTS
           MOVE WS-REPLENISHMENTS-FILENAME TO WS-RETIRE-FILENAME
           PERFORM RETIRE-INPUT-FILE
       ELSE
           IF WS-REPLENISHMENTS-STATUS NOT = "35"
               DISPLAY "ATMFEED: cannot open "
                   WS-REPLENISHMENTS-FILENAME ", file status "
                   WS-REPLENISHMENTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       OPEN OUTPUT OUTPUT-EXCEPTIONS
       IF WS-EXCEPTIONS-STATUS NOT = "00"
           DISPLAY "ATMFEED: cannot open " WS-EXCEPTIONS-FILENAME
               ", file status " WS-EXCEPTIONS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      * No settlement file from the network is a day without
      * withdrawals; the cash position is still reported.
       OPEN INPUT INPUT-FEED
       IF WS-FEED-STATUS = "00"
           OPEN EXTEND OUTPUT-TRANSACTIONS
           IF WS-TRANSACTIONS-STATUS = "35"
               OPEN OUTPUT OUTPUT-TRANSACTIONS
           END-IF
           IF WS-TRANSACTIONS-STATUS NOT = "00"
               DISPLAY "ATMFEED: cannot open "
                   WS-TRANSACTIONS-FILENAME ", file status "
                   WS-TRANSACTIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-FEED INTO FEED-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO feed-count
                       PERFORM INGEST-ONE-WITHDRAWAL
               END-READ

               IF WS-FEED-STATUS NOT = "00"
                       AND WS-FEED-STATUS NOT = "10"
                   DISPLAY "ATMFEED: error reading " WS-FEED-FILENAME
                       ", file status " WS-FEED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE INPUT-FEED
           CLOSE OUTPUT-TRANSACTIONS
           MOVE WS-FEED-FILENAME TO WS-RETIRE-FILENAME
           PERFORM RETIRE-INPUT-FILE
       ELSE
           IF WS-FEED-STATUS NOT = "35"
               DISPLAY "ATMFEED: cannot open " WS-FEED-FILENAME
                   ", file status " WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ATMFEED: no " FUNCTION TRIM(WS-FEED-FILENAME)
               " on file, no withdrawals to post"
       END-IF

       MOVE SPACES TO EXC-INFO
       STRING "TRAILER: feed-count=" DELIMITED BY SIZE
           feed-count DELIMITED BY SIZE
           " posted=" DELIMITED BY SIZE
           posted-count DELIMITED BY SIZE
           " fees=" DELIMITED BY SIZE
           fee-count DELIMITED BY SIZE
           " acquired=" DELIMITED BY SIZE
           acquired-count DELIMITED BY SIZE
           " exceptions=" DELIMITED BY SIZE
           exception-count DELIMITED BY SIZE
           INTO EXC-INFO
       WRITE EXCEPTION-LINE
       CLOSE OUTPUT-EXCEPTIONS

       PERFORM WRITE-POSITION-REPORT
       CLOSE OUTPUT-REPORT
       PERFORM REWRITE-CASH-POSITIONS
       PERFORM WRITE-NETWORK-SETTLEMENT

       DISPLAY "ATMFEED: " posted-count " withdrawal(s) posted, "
           fee-count " foreign-ATM fee(s), " acquired-count
           " other banks' withdrawal(s) at our ATMs, "
           exception-count " exception(s), " low-cash-count
           " ATM(s) low on cash."

       IF exception-count > 0 OR low-cash-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-CARD-MASTER.
           OPEN INPUT INPUT-CARD-MASTER
           IF WS-CARD-MASTER-STATUS NOT = "00"
               DISPLAY "ATMFEED: cannot open " WS-CARD-MASTER-FILENAME
                   ", file status " WS-CARD-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-CARD-MASTER = "Y"
               READ INPUT-CARD-MASTER INTO CARD-MASTER-RECORD
                   AT END
                       MOVE "Y" TO EOF-CARD-MASTER
                   NOT AT END
                       IF card-count >= CARD-ARRAY-MAX
                           DISPLAY "ATMFEED: CARD-ARRAY is full, "
                               "cannot load more of "
                               WS-CARD-MASTER-FILENAME
                           MOVE "Y" TO EOF-CARD-MASTER
                       ELSE
                           ADD 1 TO card-count
                           MOVE CM-CARD-NUMBER
                               TO CARD-NUMBER(card-count)
                           MOVE CM-CLIENT-ID
                               TO CARD-CLIENT-ID(card-count)
                           MOVE CM-ACCOUNT-NUMBER
                               TO CARD-ACCOUNT-NUMBER(card-count)
                           MOVE CM-STATUS TO CARD-STATUS(card-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-CARD-MASTER.
       EXIT.

      * Without the master every ATM in the feed is treated as
      * another bank's, so nothing is lost - only the cash position
      * is empty.
       LOAD-ATM-MASTER.
           OPEN INPUT INPUT-ATM-MASTER
           IF WS-ATM-MASTER-STATUS = "00"
               PERFORM UNTIL EOF-ATM-MASTER = "Y"
                   READ INPUT-ATM-MASTER INTO ATM-MASTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-ATM-MASTER
                       NOT AT END
                           IF atm-count >= ATM-ARRAY-MAX
                               DISPLAY "ATMFEED: ATM-ARRAY is full, "
                                   "cannot load more of "
                                   WS-ATM-MASTER-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO atm-count
                           MOVE AM-ATM-ID TO ATM-ATM-ID(atm-count)
                           MOVE AM-LOCATION TO ATM-LOCATION(atm-count)
                           MOVE AM-NETWORK TO ATM-NETWORK(atm-count)
                           MOVE AM-REG-NR TO ATM-REG-NR(atm-count)
                           MOVE AM-LOW-CASH TO ATM-LOW-CASH(atm-count)
                           MOVE AM-ATM-ID TO ATP-ATM-ID(atm-count)
                   END-READ
               END-PERFORM
               CLOSE INPUT-ATM-MASTER
           ELSE
               IF WS-ATM-MASTER-STATUS NOT = "35"
                   DISPLAY "ATMFEED: cannot open "
                       WS-ATM-MASTER-FILENAME ", file status "
                       WS-ATM-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ATMFEED: no "
                   FUNCTION TRIM(WS-ATM-MASTER-FILENAME)
                   " on file, every ATM treated as another bank's"
           END-IF.
       EXIT.

      * Last night's positions laid over the master; a machine new to
      * the master starts empty until its first cassette is loaded.
       LOAD-CASH-POSITIONS.
           OPEN INPUT POSITIONS-IN-FILE
           IF WS-POSITIONS-STATUS = "00"
               PERFORM UNTIL EOF-POSITIONS = "Y"
                   READ POSITIONS-IN-FILE INTO POSITION-IN-RECORD
                       AT END
                           MOVE "Y" TO EOF-POSITIONS
                       NOT AT END
                           MOVE AP-ATM-ID TO AF-ATM-ID
                           PERFORM FIND-OWN-ATM
                           IF atm-slot NOT = ZEROES
                               PERFORM TAKE-CASH-POSITION
                           ELSE
                               DISPLAY "ATMFEED: position for ATM "
                                   AP-ATM-ID " dropped, not in "
                                   FUNCTION TRIM(WS-ATM-MASTER-FILENAME)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITIONS-IN-FILE
           ELSE
               IF WS-POSITIONS-STATUS NOT = "35"
                   DISPLAY "ATMFEED: cannot open "
                       WS-POSITIONS-FILENAME ", file status "
                       WS-POSITIONS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING idx-atm FROM 1 BY 1
                   UNTIL idx-atm > atm-count
               MOVE ATP-CASH-BALANCE(idx-atm)
                   TO ATD-OPENING-CASH(idx-atm)
           END-PERFORM.
       EXIT.

       TAKE-CASH-POSITION.
           MOVE AP-POSITION-DATE TO ATP-POSITION-DATE(atm-slot)
           MOVE AP-CASH-BALANCE TO ATP-CASH-BALANCE(atm-slot)
           MOVE AP-LAST-LOAD-DATE TO ATP-LAST-LOAD-DATE(atm-slot)
           MOVE AP-LAST-LOAD-AMOUNT TO ATP-LAST-LOAD-AMOUNT(atm-slot)
           MOVE AP-DISPENSED-SINCE-LOAD
               TO ATP-DISPENSED-SINCE-LOAD(atm-slot)
           MOVE AP-LAST-DIFFERENCE TO ATP-LAST-DIFFERENCE(atm-slot).
       EXIT.

       LOAD-TARIFF.
           OPEN INPUT INPUT-TARIFF
           IF WS-TARIFF-STATUS = "00"
               PERFORM UNTIL EOF-TARIFF = "Y"
                   READ INPUT-TARIFF INTO TARIFF-RECORD
                       AT END
                           MOVE "Y" TO EOF-TARIFF
                       NOT AT END
                           IF TARIFF-KEY = "ATM-FOREIGN"
                               MOVE TARIFF-VALUE
                                   TO WS-FOREIGN-ATM-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-TARIFF
           END-IF.
       EXIT.

      * Own ATM lookup on the id in AF-ATM-ID.
       FIND-OWN-ATM.
           MOVE ZEROES TO atm-slot
           SET idx-atm TO 1
           SEARCH ATM-ARRAY
               AT END
                   CONTINUE
               WHEN idx-atm > atm-count
                   CONTINUE
               WHEN ATM-ATM-ID(idx-atm) = AF-ATM-ID
                   SET atm-slot TO idx-atm
           END-SEARCH.
       EXIT.

       APPLY-REPLENISHMENT.
           MOVE AR-ATM-ID TO AF-ATM-ID
           PERFORM FIND-OWN-ATM
           IF atm-slot = ZEROES
               MOVE SPACES TO INFO
               STRING "UKENDT AUTOMAT: genopfyldning af " DELIMITED
                   BY SIZE
                   AR-ATM-ID DELIMITED BY SIZE
                   " den " DELIMITED BY SIZE
                   AR-DATE DELIMITED BY SIZE
                   " - ikke i atm-master, ikke bogfoert"
                       DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
               ADD 1 TO exception-count
           ELSE
               ADD 1 TO replenishment-count
               COMPUTE cash-difference = AR-COUNTED-RETURN
                   - ATP-CASH-BALANCE(atm-slot)
               MOVE cash-difference TO ATP-LAST-DIFFERENCE(atm-slot)
               MOVE AR-LOADED-AMOUNT TO ATP-CASH-BALANCE(atm-slot)
               MOVE AR-DATE TO ATP-LAST-LOAD-DATE(atm-slot)
               MOVE AR-LOADED-AMOUNT TO ATP-LAST-LOAD-AMOUNT(atm-slot)
               MOVE ZEROES TO ATP-DISPENSED-SINCE-LOAD(atm-slot)
               ADD AR-LOADED-AMOUNT TO ATD-LOADED(atm-slot)
               MOVE AR-COUNTED-RETURN TO amount-display
               MOVE AR-LOADED-AMOUNT TO amount-display-2
               MOVE cash-difference TO signed-display
               MOVE SPACES TO INFO
               STRING "GENOPFYLDT: automat=" DELIMITED BY SIZE
                   AR-ATM-ID DELIMITED BY SIZE
                   " optalt rest " DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   " afvigelse " DELIMITED BY SIZE
                   FUNCTION TRIM(signed-display) DELIMITED BY SIZE
                   " paafyldt " DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display-2) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF.
       EXIT.

      * One withdrawal from the network's file. Cash that left one of
      * our machines is dispensed whatever happens to the posting;
      * what the network settles follows the card's issuer and the
      * machine's owner, also regardless of the posting.
       INGEST-ONE-WITHDRAWAL.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZEROES TO matched-card
           PERFORM FIND-OWN-ATM

           IF atm-slot NOT = ZEROES
               ADD AF-AMOUNT TO ATD-DISPENSED(atm-slot)
               ADD AF-AMOUNT TO ATP-DISPENSED-SINCE-LOAD(atm-slot)
               SUBTRACT AF-AMOUNT FROM ATP-CASH-BALANCE(atm-slot)
               ADD 1 TO ATD-WITHDRAWALS(atm-slot)
               ADD AF-AMOUNT TO dispensed-total
           END-IF

           IF AF-CARD-ISSUER = "F"
               IF atm-slot = ZEROES
                   MOVE "FREMMED KORT/AUTOMAT" TO WS-REJECT-REASON
               ELSE
      *>           Another bank's cardholder at our machine: the
      *>           network owes us the cash, nothing to post here.
                   ADD 1 TO acquired-count
                   PERFORM TALLY-NETWORK-CREDIT
               END-IF
           ELSE
               IF atm-slot = ZEROES
                   PERFORM TALLY-NETWORK-DEBIT
               END-IF
               SET idx-card TO 1
               SEARCH CARD-ARRAY
                   AT END
                       MOVE "UKENDT KORT" TO WS-REJECT-REASON
                   WHEN idx-card > card-count
                       MOVE "UKENDT KORT" TO WS-REJECT-REASON
                   WHEN CARD-NUMBER(idx-card) = AF-CARD-NUMBER
                       EVALUATE CARD-STATUS(idx-card)
                           WHEN "B"
                               MOVE "BLOKERET KORT"
                                   TO WS-REJECT-REASON
                           WHEN "E"
                               MOVE "UDLOEBET KORT"
                                   TO WS-REJECT-REASON
                           WHEN OTHER
                               SET matched-card TO idx-card
                       END-EVALUATE
               END-SEARCH
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO exception-count
               MOVE SPACES TO EXC-INFO
               STRING "AFVIST: reason=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                   " card=" DELIMITED BY SIZE
                   AF-CARD-NUMBER DELIMITED BY SIZE
                   " network=" DELIMITED BY SIZE
                   AF-NETWORK DELIMITED BY SIZE
                   " atm=" DELIMITED BY SIZE
                   AF-ATM-ID DELIMITED BY SIZE
                   " date=" DELIMITED BY SIZE
                   AF-WITHDRAWAL-DATE DELIMITED BY SIZE
                   " amount=" DELIMITED BY SIZE
                   AF-AMOUNT DELIMITED BY SIZE
                   INTO EXC-INFO
               WRITE EXCEPTION-LINE
           ELSE
           IF matched-card NOT = ZEROES
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE CARD-CLIENT-ID(matched-card)
                   TO CLIENT-ID OF TRANSACTION-RECORD
               MOVE CARD-ACCOUNT-NUMBER(matched-card)
                   TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
               MOVE SPACES TO OWNER OF TRANSACTION-RECORD
               STRING "Haeveautomat " DELIMITED BY SIZE
                   FUNCTION TRIM(AF-ATM-LOCATION) DELIMITED BY SIZE
                   INTO OWNER OF TRANSACTION-RECORD
               MOVE AF-WITHDRAWAL-DATE
                   TO TRANSACTION-DATE OF TRANSACTION-RECORD
               MOVE "D" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
               MOVE AF-AMOUNT TO AMOUNT OF TRANSACTION-RECORD
               MOVE "KORT" TO PURPOSE-CATEGORY
                   OF TRANSACTION-RECORD
               MOVE AF-CARD-NUMBER TO PAYMENT-CARD-NUMBER
                   OF TRANSACTION-RECORD
               WRITE TRANSACTION-RECORD
               ADD 1 TO posted-count
               IF atm-slot = ZEROES AND WS-FOREIGN-ATM-FEE > ZEROES
                   PERFORM POST-FOREIGN-ATM-FEE
               END-IF
           END-IF
           END-IF.
       EXIT.

       POST-FOREIGN-ATM-FEE.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE CARD-CLIENT-ID(matched-card)
               TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE CARD-ACCOUNT-NUMBER(matched-card)
               TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE "System - gebyr: Fremmed automat"
               TO OWNER OF TRANSACTION-RECORD
           MOVE AF-WITHDRAWAL-DATE
               TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "D" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE WS-FOREIGN-ATM-FEE TO AMOUNT OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
           ADD 1 TO fee-count.
       EXIT.

       FIND-NETWORK.
           SET idx-net TO 1
           SEARCH NETWORK-ARRAY
               AT END
                   IF network-count >= NETWORK-ARRAY-MAX
                       DISPLAY "ATMFEED: NETWORK-ARRAY is full, "
                           "network " AF-NETWORK " not settled"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO network-count
                   SET idx-net TO network-count
                   MOVE AF-NETWORK TO NET-NETWORK(idx-net)
                   MOVE WS-TODAY TO NET-SETTLEMENT-DATE(idx-net)
               WHEN idx-net > network-count
                   ADD 1 TO network-count
                   SET idx-net TO network-count
                   MOVE AF-NETWORK TO NET-NETWORK(idx-net)
                   MOVE WS-TODAY TO NET-SETTLEMENT-DATE(idx-net)
               WHEN NET-NETWORK(idx-net) = AF-NETWORK
                   CONTINUE
           END-SEARCH.
       EXIT.

       TALLY-NETWORK-DEBIT.
           PERFORM FIND-NETWORK
           ADD 1 TO NET-DEBIT-COUNT(idx-net)
           ADD AF-AMOUNT TO NET-DEBIT-TOTAL(idx-net).
       EXIT.

       TALLY-NETWORK-CREDIT.
           PERFORM FIND-NETWORK
           ADD 1 TO NET-CREDIT-COUNT(idx-net)
           ADD AF-AMOUNT TO NET-CREDIT-TOTAL(idx-net).
       EXIT.

      * The day per machine: opening position, cash loaded, cash
      * dispensed and the position now, flagged when it has fallen
      * below the machine's low-cash level.
       WRITE-POSITION-REPORT.
           MOVE SPACES TO INFO
           WRITE REPORT-LINE
           PERFORM VARYING idx-atm FROM 1 BY 1
                   UNTIL idx-atm > atm-count
               MOVE WS-TODAY TO ATP-POSITION-DATE(idx-atm)
               MOVE ATD-OPENING-CASH(idx-atm) TO signed-display
               MOVE ATD-LOADED(idx-atm) TO amount-display
               MOVE ATD-DISPENSED(idx-atm) TO amount-display-2
               MOVE ATP-CASH-BALANCE(idx-atm) TO signed-display-2
               MOVE SPACES TO INFO
               STRING "AUTOMAT " DELIMITED BY SIZE
                   ATM-ATM-ID(idx-atm) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ATM-LOCATION(idx-atm) DELIMITED BY SIZE
                   " primo " DELIMITED BY SIZE
                   FUNCTION TRIM(signed-display) DELIMITED BY SIZE
                   " paafyldt " DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   " udbetalt " DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display-2) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   ATD-WITHDRAWALS(idx-atm) DELIMITED BY SIZE
                   ") ultimo " DELIMITED BY SIZE
                   FUNCTION TRIM(signed-display-2) DELIMITED BY SIZE
                   INTO INFO
               IF ATM-LOW-CASH(idx-atm) > ZEROES
                   AND ATP-CASH-BALANCE(idx-atm)
                       < ATM-LOW-CASH(idx-atm)
                   ADD 1 TO low-cash-count
                   MOVE "LAV BEHOLDNING" TO INFO(118:14)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           MOVE dispensed-total TO amount-display-3
           MOVE SPACES TO INFO
           STRING "TRAILER: atms=" DELIMITED BY SIZE
               atm-count DELIMITED BY SIZE
               " replenished=" DELIMITED BY SIZE
               replenishment-count DELIMITED BY SIZE
               " dispensed=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display-3) DELIMITED BY SIZE
               " low-cash=" DELIMITED BY SIZE
               low-cash-count DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       REWRITE-CASH-POSITIONS.
           OPEN OUTPUT POSITIONS-OUT-FILE
           IF WS-POSITIONS-STATUS NOT = "00"
               DISPLAY "ATMFEED: cannot open " WS-POSITIONS-FILENAME
                   " for rewrite, file status " WS-POSITIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-atm FROM 1 BY 1
                   UNTIL idx-atm > atm-count
               MOVE SPACES TO POSITION-OUT-RECORD
               MOVE ATP-ATM-ID(idx-atm) TO APO-ATM-ID
               MOVE ATP-POSITION-DATE(idx-atm) TO APO-POSITION-DATE
               MOVE ATP-CASH-BALANCE(idx-atm) TO APO-CASH-BALANCE
               MOVE ATP-LAST-LOAD-DATE(idx-atm) TO APO-LAST-LOAD-DATE
               MOVE ATP-LAST-LOAD-AMOUNT(idx-atm)
                   TO APO-LAST-LOAD-AMOUNT
               MOVE ATP-DISPENSED-SINCE-LOAD(idx-atm)
                   TO APO-DISPENSED-SINCE-LOAD
               MOVE ATP-LAST-DIFFERENCE(idx-atm)
                   TO APO-LAST-DIFFERENCE
               WRITE POSITION-OUT-RECORD
           END-PERFORM
           CLOSE POSITIONS-OUT-FILE.
       EXIT.

       WRITE-NETWORK-SETTLEMENT.
           OPEN OUTPUT OUTPUT-SETTLEMENT
           IF WS-SETTLEMENT-STATUS NOT = "00"
               DISPLAY "ATMFEED: cannot open " WS-SETTLEMENT-FILENAME
                   ", file status " WS-SETTLEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-net FROM 1 BY 1
                   UNTIL idx-net > network-count
               MOVE NETWORK-ARRAY(idx-net) TO SETTLEMENT-RECORD
               WRITE SETTLEMENT-RECORD
           END-PERFORM
           CLOSE OUTPUT-SETTLEMENT.
       EXIT.

      * A file once applied is moved aside, so a rerun neither posts
      * the withdrawals nor loads the cassettes a second time.
       RETIRE-INPUT-FILE.
           MOVE SPACES TO WS-DONE-FILENAME
           STRING FUNCTION TRIM(WS-RETIRE-FILENAME) DELIMITED BY SIZE
               ".applied" DELIMITED BY SIZE
               INTO WS-DONE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-DONE-FILENAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-RETIRE-FILENAME WS-DONE-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "ATMFEED: cannot move "
                   FUNCTION TRIM(WS-RETIRE-FILENAME) " aside as "
                   FUNCTION TRIM(WS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "run-lock.cpy".

      *    BANK-NAME og SWIFT/BIC fra banks.txt, og skriver baade en
      *    laesbar afviklingsrapport og én maskinlaesbar
      *    afviklingslinje pr. modpartsbank til clearing-upload.
      *    Straksbetalinger (TRANSFER-REF "IP...", EXTXFER i
      *    straksmode) afvikles loebende og ikke i batchclearingen,
      *    saa de summeres i en separat position pr. REG-NR, og
      *    rapporten viser begge kanaler hver for sig og i alt.
      *    Haevninger i haeveautomater afvikles gennem ATM-netvaerket
      *    (atm-network-settlement.txt fra ATMFEED) som en tredje
      *    kanal pr. netvaerk: debet er vores kunders haevninger i
      *    andres automater, kredit andre bankers kunder i vores.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE.

       SELECT INPUT-BANKS ASSIGN TO DYNAMIC WS-BANKS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BANKS-STATUS.
       SELECT INPUT-ATM-NETWORK
       ASSIGN TO DYNAMIC WS-ATM-NETWORK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ATM-NETWORK-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       FD INPUT-BANKS.
       01 BANK-RECORD.
           COPY "banks.cpy".
       FD INPUT-ATM-NETWORK.
       01 ATM-NETWORK-RECORD.
           COPY "atm-network-settlement.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).
       FD OUTPUT-UPLOAD.
       01 UPLOAD-RECORD.
           COPY "settlement-upload.cpy".

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 EOF-BANKS                     PIC X VALUE "N".
       01 EOF-ATM-NETWORK               PIC X VALUE "N".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-BANKS-STATUS               PIC XX VALUE "00".
       01 WS-ATM-NETWORK-STATUS         PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".
       01 WS-UPLOAD-STATUS              PIC XX VALUE "00".

           COPY "banks.cpy".
       01 bank-count                    PIC 9(4) VALUE ZEROES.

      * One settlement position per REG-NR and channel seen in the
      * day's transactions: what flowed out (debet - D withdrawals
      * and T transfer-out legs) and in (kredit - everything else).
      * Channel "B" is the batch clearing, "I" instant payments,
      * "A" the ATM networks (POS-REG-NR holds the network code).
       01 POSITION-ARRAY-MAX            PIC 9(3) VALUE 200.
       01 POSITION-ARRAY                OCCURS 200 TIMES
                                        INDEXED BY idx-pos.
           02 POS-REG-NR                PIC X(4) VALUE SPACES.
           02 POS-CHANNEL               PIC X(1) VALUE SPACES.
           02 POS-DEBIT-TOTAL           PIC 9(11)V99 VALUE ZEROES.
           02 POS-CREDIT-TOTAL          PIC 9(11)V99 VALUE ZEROES.
           02 POS-COUNT                 PIC 9(6) VALUE ZEROES.
       01 position-count                PIC 9(3) VALUE ZEROES.
       01 tally-channel                 PIC X(1) VALUE "B".
       01 channel-label                 PIC X(15) VALUE SPACES.

      * Per-channel totals for treasury, batch (1), instant (2) and
      * ATM network (3).
       01 CHANNEL-TOTALS                OCCURS 3 TIMES
                                        INDEXED BY idx-chan.
           02 CHN-DEBIT-TOTAL           PIC 9(11)V99 VALUE ZEROES.
           02 CHN-CREDIT-TOTAL          PIC 9(11)V99 VALUE ZEROES.
           02 CHN-POSITIONS             PIC 9(3) VALUE ZEROES.

       01 net-position
           PIC S9(11)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-BANKS-FILENAME             PIC X(100) VALUE "banks.txt".
       01 WS-ATM-NETWORK-FILENAME
           PIC X(100) VALUE "atm-network-settlement.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "settlement-summary-report.txt".
       01 WS-UPLOAD-FILENAME
           MOVE "banks.txt" TO WS-BANKS-FILENAME
       END-IF

       ACCEPT WS-ATM-NETWORK-FILENAME
           FROM ENVIRONMENT "ATM_NETWORK_SETTLEMENT_FILE"
       IF WS-ATM-NETWORK-FILENAME = SPACES
           MOVE "atm-network-settlement.txt" TO WS-ATM-NETWORK-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "SETTLEMENT_SUMMARY_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
       END-PERFORM.
       CLOSE INPUT-TRANSACTIONS.

      * No ATM settlement file means no ATM activity to settle today.
       OPEN INPUT INPUT-ATM-NETWORK
       IF WS-ATM-NETWORK-STATUS = "00"
           PERFORM UNTIL EOF-ATM-NETWORK = "Y"
               READ INPUT-ATM-NETWORK INTO ATM-NETWORK-RECORD
                   AT END
                       MOVE "Y" TO EOF-ATM-NETWORK
                   NOT AT END
                       PERFORM TALLY-ATM-NETWORK
               END-READ
           END-PERFORM
           CLOSE INPUT-ATM-NETWORK
       ELSE
           IF WS-ATM-NETWORK-STATUS NOT = "35"
               DISPLAY "SETTLE: cannot open "
                   WS-ATM-NETWORK-FILENAME ", file status "
                   WS-ATM-NETWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "SETTLE: cannot open " WS-REPORT-FILENAME ", "
           PERFORM WRITE-POSITION
       END-PERFORM.

       PERFORM VARYING idx-chan FROM 1 BY 1 UNTIL idx-chan > 3
           PERFORM WRITE-CHANNEL-TOTAL
       END-PERFORM.

       MOVE SPACES TO INFO
       STRING "TRAILER: transaction-count=" DELIMITED BY SIZE
           transaction-count DELIMITED BY SIZE
           " counterparty-count=" DELIMITED BY SIZE
           position-count DELIMITED BY SIZE
           " instant-positions=" DELIMITED BY SIZE
           CHN-POSITIONS(2) DELIMITED BY SIZE
           " atm-networks=" DELIMITED BY SIZE
           CHN-POSITIONS(3) DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE

       EXIT.

       TALLY-POSITION.
           MOVE "B" TO tally-channel
           IF TRANSFER-REF OF TRANSACTION-RECORD(1:2) = "IP"
               MOVE "I" TO tally-channel
           END-IF
           SET idx-pos TO 1
           SEARCH POSITION-ARRAY
               AT END
                       ADD 1 TO position-count
                       MOVE REG-NR OF TRANSACTION-RECORD
                           TO POS-REG-NR(position-count)
                       MOVE tally-channel
                           TO POS-CHANNEL(position-count)
                       MOVE 1 TO POS-COUNT(position-count)
                       IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
                           OR TRANSACTION-TYPE OF TRANSACTION-RECORD
                   END-IF
               WHEN POS-REG-NR(idx-pos)
                       = REG-NR OF TRANSACTION-RECORD
                       AND POS-CHANNEL(idx-pos) = tally-channel
                   ADD 1 TO POS-COUNT(idx-pos)
                   IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
                       OR TRANSACTION-TYPE OF TRANSACTION-RECORD = "T"
           END-SEARCH.
       EXIT.

      * One position per ATM network; the network has already netted
      * the day's withdrawals both ways, so only the totals come in.
       TALLY-ATM-NETWORK.
           SET idx-pos TO 1
           SEARCH POSITION-ARRAY
               AT END
                   IF position-count < POSITION-ARRAY-MAX
                       ADD 1 TO position-count
                       SET idx-pos TO position-count
                       MOVE NS-NETWORK TO POS-REG-NR(idx-pos)
                       MOVE "A" TO POS-CHANNEL(idx-pos)
                   ELSE
                       DISPLAY "SETTLE: POSITION-ARRAY is full, "
                           "ATM network " NS-NETWORK " not tallied"
                   END-IF
               WHEN POS-REG-NR(idx-pos) = NS-NETWORK
                       AND POS-CHANNEL(idx-pos) = "A"
                   CONTINUE
           END-SEARCH
           IF idx-pos <= position-count
               ADD NS-DEBIT-COUNT TO POS-COUNT(idx-pos)
               ADD NS-CREDIT-COUNT TO POS-COUNT(idx-pos)
               ADD NS-DEBIT-TOTAL TO POS-DEBIT-TOTAL(idx-pos)
               ADD NS-CREDIT-TOTAL TO POS-CREDIT-TOTAL(idx-pos)
           END-IF.
       EXIT.

      * One report block and one machine-readable upload line per
      * counterparty bank. The net position is kredit minus debet:
      * positive means money flowed to us and we owe the clearing,
           COMPUTE net-position =
               POS-CREDIT-TOTAL(idx-pos) - POS-DEBIT-TOTAL(idx-pos)

           IF POS-CHANNEL(idx-pos) = "I"
               SET idx-chan TO 2
               MOVE "straksclearing" TO channel-label
           ELSE
           IF POS-CHANNEL(idx-pos) = "A"
               SET idx-chan TO 3
               MOVE "ATM-netvaerk" TO channel-label
           ELSE
               SET idx-chan TO 1
               MOVE "batchclearing" TO channel-label
           END-IF
           END-IF
           ADD POS-DEBIT-TOTAL(idx-pos) TO CHN-DEBIT-TOTAL(idx-chan)
           ADD POS-CREDIT-TOTAL(idx-pos) TO CHN-CREDIT-TOTAL(idx-chan)
           ADD 1 TO CHN-POSITIONS(idx-chan)

           MOVE POS-DEBIT-TOTAL(idx-pos) TO amount-display
           MOVE POS-CREDIT-TOTAL(idx-pos) TO amount-display-2
           MOVE net-position TO net-display
               FUNCTION TRIM(resolved-bank-name) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(resolved-bank-swift) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(channel-label) DELIMITED BY SIZE
               ": debet " DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " kredit " DELIMITED BY SIZE
               FUNCTION TRIM(amount-display-2) DELIMITED BY SIZE
               MOVE net-position TO abs-net
           END-IF
           MOVE abs-net TO UPL-NET-AMOUNT
           MOVE POS-CHANNEL(idx-pos) TO UPL-CHANNEL
           WRITE UPLOAD-RECORD.
       EXIT.

      * Treasury's view of the two channels side by side: the batch
      * clearing settles as one net position per bank in the
      * morning, instant payments have already moved during the day.
       WRITE-CHANNEL-TOTAL.
           IF idx-chan = 2
               MOVE "straksclearing" TO channel-label
           ELSE
           IF idx-chan = 3
               MOVE "ATM-netvaerk" TO channel-label
           ELSE
               MOVE "batchclearing" TO channel-label
           END-IF
           END-IF
           COMPUTE net-position = CHN-CREDIT-TOTAL(idx-chan)
               - CHN-DEBIT-TOTAL(idx-chan)
           MOVE CHN-DEBIT-TOTAL(idx-chan) TO amount-display
           MOVE CHN-CREDIT-TOTAL(idx-chan) TO amount-display-2
           MOVE net-position TO net-display
           MOVE SPACES TO INFO
           STRING "I ALT " DELIMITED BY SIZE
               FUNCTION TRIM(channel-label) DELIMITED BY SIZE
               ": debet " DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " kredit " DELIMITED BY SIZE
               FUNCTION TRIM(amount-display-2) DELIMITED BY SIZE
               " netto " DELIMITED BY SIZE
               FUNCTION TRIM(net-display) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CHN-POSITIONS(idx-chan) DELIMITED BY SIZE
               " bank(er))" DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

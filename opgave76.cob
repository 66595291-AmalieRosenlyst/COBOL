      *    kontoen har aktive stop-betalinger, aktive
      *    autorisationsreservationer eller staaende ordrer pegende
      *    paa sig - eller naar saldoen er negativ.
      *    Ved kontoskifte til en anden bank (ACCTSWCH) angiver
      *    anmodningen modtagerbankens REG-NR; restsaldoen sendes da
      *    som en udgaaende betaling i clearing-eksporten for
      *    naeste bankdag i stedet for som et internt T/F-par.
      *    Kontohaverens navn (kundekartoteket) screenes da foerst
      *    mod watchlist.txt som i EXTXFER (export-screen.cpy); et
      *    hit gaar til held-payments.txt til HOLDREL i stedet for
      *    eksporten, og en kontohaver der ikke findes afviser
      *    lukningen. Hver lukket konto faar foer- og efterbillede
      *    i master-journal.txt (journal.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLOSE.

       SELECT OUTPUT-ADVICE ASSIGN TO DYNAMIC WS-ADVICE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ADVICE-STATUS.
       SELECT OUTPUT-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXPORT-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT WATCHLIST-FILE ASSIGN TO DYNAMIC WS-WATCHLIST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WATCHLIST-STATUS.
       SELECT HELD-PAYMENTS-FILE
       ASSIGN TO DYNAMIC WS-HELD-PAYMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HELD-PAYMENTS-STATUS.
       SELECT HOLIDAY-CALENDAR-FILE
       ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
       SELECT OUTPUT-STATEMENTS
       ASSIGN TO DYNAMIC WS-STATEMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT MASTER-JOURNAL-FILE
       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
           02 CL-ACCOUNT-NUMBER        PIC X(20).
           02 CL-RECEIVING-ACCOUNT     PIC X(20).
           02 CL-REQUESTED-BY          PIC X(8).
      * Modtagerbankens REG-NR naar restsaldoen skal til en konto i
      * en anden bank (kontoskifte). SPACES = intern modtagerkonto,
      * som paa alle aeldre, kortere anmodninger.
           02 CL-CP-REG-NR             PIC X(4).
       FD INPUT-ORDERS.
       01 ORDER-RECORD.
           COPY "standing-orders.cpy".
       FD OUTPUT-ADVICE.
       01 ADVICE-LINE.
           02 ADV-INFO                 PIC X(120).
       FD OUTPUT-EXPORT.
       01 EXPORT-RECORD.
           COPY "clearing-export.cpy".
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           COPY "watchlist.cpy".
       FD HELD-PAYMENTS-FILE.
       01 HELD-PAYMENT-RECORD.
           COPY "held-payments.cpy".
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).
       FD OUTPUT-STATEMENTS.
       01 STATEMENT-LINE.
           02 STMT-INFO                PIC X(120).
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".

       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
       01 WS-STOP-PAYMENTS-STATUS       PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-ADVICE-STATUS              PIC XX VALUE "00".
       01 WS-EXPORT-STATUS              PIC XX VALUE "00".
       01 WS-STATEMENTS-STATUS          PIC XX VALUE "00".
       01 WS-STMT-SEQ-STATUS            PIC XX VALUE "00".
       01 WS-REGISTER-STATUS            PIC XX VALUE "00".
       01 transfer-amount               PIC 9(7)V99 VALUE ZEROES.
       01 transfer-seq                  PIC 9(4) VALUE ZEROES.
       01 close-transfer-ref            PIC X(10) VALUE SPACES.
       01 external-receiver             PIC X VALUE "N".
       01 transfer-to-text              PIC X(40) VALUE SPACES.
       01 amount-display                PIC Z(6)9.99 VALUE ZEROES.
       01 balance-display               PIC -(7)9.99 VALUE ZEROES.

      * A residual leaving for another bank settles the way
      * EXTXFER's payments do: on the first business day strictly
      * after today, in that day's clearing export. The export is
      * only opened by the first such close.
           COPY "business-day-fields.cpy".
       01 settlement-date               PIC X(8) VALUE SPACES.
       01 settle-integer                PIC 9(8) VALUE ZEROES.
       01 settle-date-num               PIC 9(8) VALUE ZEROES.
       01 export-open                   PIC X VALUE "N".
       01 EXPORT-TRAILER-TEXT           PIC X(79) VALUE SPACES.
       01 exported-count                PIC 9(6) VALUE ZEROES.
       01 exported-total                PIC 9(9)V99 VALUE ZEROES.

      * The residual leaves for the holder's own account in the
      * other bank, so it is the holder's name from the customer
      * master - as listed and transposed, the way WATCHSCN screens
      * customers - that is screened against the watchlist before
      * the export. A hit goes to held-payments.txt for HOLDREL.
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 holder-found                  PIC X VALUE "N".
           COPY "export-screen-fields.cpy".
           COPY "watchlist-check-fields.cpy".
           COPY "clean-spaces-fields.cpy".

      * Udtogsnummerering som opgave10: "S" + 8 cifre fra
      * statement-number-sequence.txt.
       01 next-statement-number         PIC 9(8) VALUE 1.
           PIC X(100) VALUE "fee-advice.txt".
       01 WS-STATEMENTS-FILENAME
           PIC X(100) VALUE "closing-statements.txt".
       01 WS-EXPORT-FILENAME            PIC X(100) VALUE SPACES.
       01 WS-STMT-SEQ-FILENAME
           PIC X(100) VALUE "statement-number-sequence.txt".
       01 WS-REGISTER-FILENAME
           COPY "safe-swap-fields.cpy".
       01 verify-acct-idx               PIC 9(4) VALUE ZEROES.

      * Before and after image of each closed account (journal.cpy).
           COPY "journal-fields.cpy".

      * Batch control totals
       01 request-count                 PIC 9(6) VALUE ZEROES.
       01 closed-count                  PIC 9(6) VALUE ZEROES.
           MOVE "statement-register.txt" TO WS-REGISTER-FILENAME
       END-IF

       ACCEPT WS-CALENDAR-FILENAME
           FROM ENVIRONMENT "HOLIDAY_CALENDAR_FILE"
       IF WS-CALENDAR-FILENAME = SPACES
           MOVE "holiday-calendar.txt" TO WS-CALENDAR-FILENAME
       END-IF

       ACCEPT WS-CLOSING-FEE-TEXT FROM ENVIRONMENT "CLOSING_FEE"
       IF WS-CLOSING-FEE-TEXT NOT = SPACES
           COMPUTE closing-fee =
               FUNCTION NUMVAL(WS-CLOSING-FEE-TEXT)
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-WATCHLIST-FILENAME FROM ENVIRONMENT "WATCHLIST_FILE"
       IF WS-WATCHLIST-FILENAME = SPACES
           MOVE "watchlist.txt" TO WS-WATCHLIST-FILENAME
       END-IF

       ACCEPT WS-HELD-PAYMENTS-FILENAME
           FROM ENVIRONMENT "HELD_PAYMENTS_FILE"
       IF WS-HELD-PAYMENTS-FILENAME = SPACES
           MOVE "held-payments.txt" TO WS-HELD-PAYMENTS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       MOVE "ACCTCLOSE" TO screen-held-by
       MOVE WS-TODAY TO screen-held-date
       COMPUTE day-of-month = FUNCTION NUMVAL(WS-TODAY(7:2))

       MOVE "ACCTCLOSE" TO WS-LOCK-PROGRAM
       PERFORM LOAD-ACTIVE-HOLDS.
       PERFORM LOAD-LEGAL-HOLDS.
       PERFORM LOAD-STATEMENT-SEQUENCE.
       PERFORM LOAD-HOLIDAY-CALENDAR.

      * No list, no payments: a residual for another bank must not
      * reach the clearing export unscreened.
       PERFORM LOAD-WATCHLIST.
       IF watchlist-loaded = "N"
           DISPLAY "ACCTCLOSE: cannot open " WS-WATCHLIST-FILENAME
               ", file status " WS-WATCHLIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "ACCTCLOSE: cannot open " WS-CUSTOMERS-FILENAME
               ", file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      * The settlement day: roll tomorrow to the first business day.
       COMPUTE settle-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)) + 1
       COMPUTE settle-date-num =
           FUNCTION DATE-OF-INTEGER(settle-integer)
       MOVE settle-date-num TO roll-in-date
       PERFORM ROLL-TO-BUSINESS-DAY
       MOVE roll-out-date TO settlement-date

       ACCEPT WS-EXPORT-FILENAME FROM ENVIRONMENT "CLEARING_EXPORT_FILE"
       IF WS-EXPORT-FILENAME = SPACES
           STRING "clearing-export-" DELIMITED BY SIZE
               settlement-date DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
       END-IF

       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "35"
           STOP RUN
       END-IF

       MOVE "ACCTCLOSE" TO jrn-program
       MOVE WS-ACCOUNTS-FILENAME(1:40) TO jrn-master-file
       PERFORM OPEN-MASTER-JOURNAL

       PERFORM UNTIL END-OF-REQUESTS = "Y"
           READ INPUT-REQUESTS INTO CLOSE-REQUEST
               AT END
           END-READ
       END-PERFORM.
       CLOSE INPUT-REQUESTS.
       CLOSE INPUT-CUSTOMERS.
       CLOSE OUTPUT-TRANSACTIONS.
       CLOSE OUTPUT-ADVICE.
       CLOSE OUTPUT-STATEMENTS.
       CLOSE REGISTER-FILE.
       PERFORM CLOSE-MASTER-JOURNAL.
       PERFORM SAVE-STATEMENT-SEQUENCE.

      * The run's own TRAILER in the export: only the residuals
      * sent to other banks tonight.
       IF export-open = "Y"
           MOVE SPACES TO EXPORT-RECORD
           MOVE SPACES TO EXPORT-TRAILER-TEXT
           STRING "TRAILER: count=" DELIMITED BY SIZE
               exported-count DELIMITED BY SIZE
               " amount-total=" DELIMITED BY SIZE
               exported-total DELIMITED BY SIZE
               " settlement-date=" DELIMITED BY SIZE
               settlement-date DELIMITED BY SIZE
               INTO EXPORT-TRAILER-TEXT
           MOVE EXPORT-TRAILER-TEXT TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           CLOSE OUTPUT-EXPORT
       END-IF

       MOVE WS-ACCOUNTS-FILENAME TO swap-master-name
       PERFORM BUILD-SWAP-NAMES
       MOVE swap-new-name TO WS-ACCOUNTS-FILENAME
       PERFORM SWAP-IN-NEW-MASTER.

       DISPLAY "ACCTCLOSE: " closed-count " closed, "
           refused-count " refused, " held-count
           " residual(s) held for compliance."

       IF refused-count > 0 OR held-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

               PERFORM CHECK-BLOCKING-ITEMS
           END-IF

           MOVE "N" TO external-receiver
           IF refuse-reason = SPACES
               AND CL-CP-REG-NR NOT = SPACES
               MOVE "Y" TO external-receiver
               IF CL-RECEIVING-ACCOUNT = SPACES
                   MOVE "MANGLENDE MODTAGERKONTO" TO refuse-reason
               END-IF
           END-IF

      * A residual for another bank cannot be screened without the
      * holder's name.
           IF refuse-reason = SPACES
               AND external-receiver = "Y"
               PERFORM READ-ACCOUNT-HOLDER
               IF holder-found = "N"
                   MOVE "KONTOHAVER FINDES IKKE" TO refuse-reason
               END-IF
           END-IF

           IF refuse-reason = SPACES
               AND external-receiver = "N"
               MOVE ZEROES TO receive-slot
               SET idx-acct TO 1
               SEARCH ACCOUNT-ARRAY
                   FUNCTION TRIM(CL-ACCOUNT-NUMBER) " refused - "
                   FUNCTION TRIM(refuse-reason)
           ELSE
               MOVE account-number OF ACCOUNT-ARRAY(close-slot)
                   TO jrn-key
               MOVE "B" TO jrn-image-type
               MOVE SPACES TO jrn-image
               MOVE ACCOUNT-ARRAY(close-slot) TO jrn-image
               PERFORM WRITE-JOURNAL-IMAGE
               PERFORM SETTLE-INTEREST-TO-DATE
               PERFORM CHARGE-CLOSING-FEE
               IF external-receiver = "Y"
                   PERFORM SEND-RESIDUAL-OUT
               ELSE
                   PERFORM TRANSFER-RESIDUAL
               END-IF
               PERFORM WRITE-CLOSING-STATEMENT
               MOVE "C" TO account-status
                   OF ACCOUNT-ARRAY(close-slot)
               MOVE "A" TO jrn-image-type
               MOVE SPACES TO jrn-image
               MOVE ACCOUNT-ARRAY(close-slot) TO jrn-image
               PERFORM WRITE-JOURNAL-IMAGE
               ADD 1 TO closed-count
           END-IF.
       EXIT.
           END-IF.
       EXIT.

      * A residual for another bank leaves as an EXTXFER-style "D"
      * leg carrying the receiving bank, account and a TRANSFER-REF,
      * with the matching row in the next business day's clearing
      * export - or in held-payments.txt when the holder's name hits
      * the watchlist.
       SEND-RESIDUAL-OUT.
           MOVE ZEROES TO transfer-amount
           MOVE balance OF ACCOUNT-ARRAY(close-slot)
               TO residual-balance
           IF residual-balance > ZEROES
               MOVE residual-balance TO transfer-amount
               ADD 1 TO transfer-seq
               MOVE SPACES TO close-transfer-ref
               STRING "CL" DELIMITED BY SIZE
                   WS-TODAY(5:4) DELIMITED BY SIZE
                   transfer-seq DELIMITED BY SIZE
                   INTO close-transfer-ref

               MOVE SPACES TO TRANSACTION-RECORD
               MOVE client-id OF ACCOUNT-ARRAY(close-slot)
                   TO CLIENT-ID OF TRANSACTION-RECORD
               MOVE CL-ACCOUNT-NUMBER
                   TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
               MOVE CL-CP-REG-NR TO REG-NR OF TRANSACTION-RECORD
               MOVE "KONTOLUKNING" TO OWNER OF TRANSACTION-RECORD
               MOVE WS-TODAY
                   TO TRANSACTION-DATE OF TRANSACTION-RECORD
               MOVE "D" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
               MOVE transfer-amount TO AMOUNT OF TRANSACTION-RECORD
               MOVE CL-RECEIVING-ACCOUNT
                   TO COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
               MOVE close-transfer-ref
                   TO TRANSFER-REF OF TRANSACTION-RECORD
               MOVE settlement-date
                   TO VALUE-DATE OF TRANSACTION-RECORD
               WRITE TRANSACTION-RECORD

               MOVE SPACES TO SCREEN-ROW
               MOVE close-transfer-ref TO SXR-TRANSFER-REF
               MOVE CL-ACCOUNT-NUMBER TO SXR-DEBIT-ACCOUNT
               MOVE client-id OF ACCOUNT-ARRAY(close-slot)
                   TO SXR-DEBIT-CLIENT-ID
               MOVE CL-CP-REG-NR TO SXR-CP-REG-NR
               MOVE CL-RECEIVING-ACCOUNT TO SXR-CP-ACCOUNT
               MOVE "KONTOLUKNING" TO SXR-BENEFICIARY
               MOVE transfer-amount TO SXR-AMOUNT
               MOVE settlement-date TO SXR-SETTLEMENT-DATE

               MOVE SPACES TO screen-swift-bic
               MOVE SPACES TO screen-beneficiary
               STRING first-name OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   last-name OF CUSTOMER-RECORD DELIMITED BY SIZE
                   INTO screen-beneficiary
               PERFORM SCREEN-EXPORT-ROW
               IF screen-hit = "N"
                   MOVE SPACES TO screen-beneficiary
                   STRING last-name OF CUSTOMER-RECORD
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       first-name OF CUSTOMER-RECORD
                           DELIMITED BY SIZE
                       INTO screen-beneficiary
                   PERFORM SCREEN-EXPORT-ROW
               END-IF

               IF screen-hit = "Y"
                   DISPLAY "ACCTCLOSE: residual " SXR-TRANSFER-REF
                       " of " FUNCTION TRIM(CL-ACCOUNT-NUMBER)
                       " held - holder matched "
                       FUNCTION TRIM(screen-hit-entry)
               ELSE
                   IF export-open = "N"
                       PERFORM OPEN-EXPORT-FILE
                   END-IF
                   MOVE SCREEN-ROW TO EXPORT-RECORD
                   WRITE EXPORT-RECORD
                   ADD 1 TO exported-count
                   ADD transfer-amount TO exported-total
               END-IF

               SUBTRACT transfer-amount
                   FROM balance OF ACCOUNT-ARRAY(close-slot)
           END-IF.
       EXIT.

       READ-ACCOUNT-HOLDER.
           MOVE "N" TO holder-found
           MOVE client-id OF ACCOUNT-ARRAY(close-slot)
               TO client-id OF CUSTOMER-RECORD
           READ INPUT-CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO holder-found
           END-READ.
       EXIT.

       OPEN-EXPORT-FILE.
           OPEN EXTEND OUTPUT-EXPORT
           IF WS-EXPORT-STATUS = "35"
               OPEN OUTPUT OUTPUT-EXPORT
           END-IF
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "ACCTCLOSE: cannot open " WS-EXPORT-FILENAME
                   ", file status " WS-EXPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO export-open.
       EXIT.

      * The closing statement gets a real statement number from the
      * shared sequence and a statement-register.txt row, so it
      * stands in the register like any other issued statement.
           IF transfer-amount > ZEROES
               MOVE transfer-amount TO amount-display
               MOVE SPACES TO STMT-INFO
               MOVE SPACES TO transfer-to-text
               IF external-receiver = "Y"
                   STRING "Overfoert til reg.nr. " DELIMITED BY SIZE
                       CL-CP-REG-NR DELIMITED BY SIZE
                       " konto" DELIMITED BY SIZE
                       INTO transfer-to-text
               ELSE
                   MOVE "Overfoert til" TO transfer-to-text
               END-IF
               STRING FUNCTION TRIM(transfer-to-text) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CL-RECEIVING-ACCOUNT)
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE

           COPY "run-lock.cpy".

           COPY "journal.cpy".

           COPY "catalog-check.cpy".

           COPY "business-day.cpy".

           COPY "export-screen.cpy".

           COPY "watchlist-check.cpy".

           COPY "clean-spaces.cpy".

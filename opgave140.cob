      * Formål: Adgangslog for PSD2-tredjepartsudbydere. Adgangs-
      *    serveren afleverer dagens betjente forespoergsler i
      *    tpp-access-requests.txt - saldi ("S"), posteringer ("P")
      *    og betalingsinitiering ("B"). Hver forespoergsel
      *    efterproeves mod samtykkeregistret (tpp-consents.txt,
      *    TPPCONS): kunden skal paa forespoergslens dato have haft
      *    et samtykke i kraft til netop den udbyder, med kontoen
      *    blandt samtykkets konti og forespoergslens type inden for
      *    omfanget. Udfaldet skrives som en raekke i adgangsloggen
      *    tpp-access-log.txt; data udleveret uden gyldigt samtykke
      *    lister koerslen til opfoelgning. En betaling med gyldigt
      *    samtykke paa en aaben konto bogfoeres som EXTXFER's og
      *    STANDORD's overfoersler til andre banker: debiteringsbenet
      *    i transactions.txt faar en TRANSFER-REF ("TP" + MMDD +
      *    loebenummer), naeste bankdag som valoer og udbyderens id i
      *    TPP-PROVIDER-ID, og raekken skrives i
      *    clearing-export-<afviklingsdag>.txt med sin egen
      *    TRAILER-linje. Daekning er kontrolleret af adgangsserveren
      *    da betalingen blev initieret. En betaling uden gyldigt
      *    samtykke bogfoeres ikke. En behandlet forespoergselsfil
      *    omdoebes til <navn>.applied.
      *    Modtageren screenes foerst mod watchlist.txt som i
      *    EXTXFER (export-screen.cpy); et hit gaar til
      *    held-payments.txt til HOLDREL i stedet for eksporten.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPACCS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-CONSENTS ASSIGN TO DYNAMIC WS-CONSENT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONSENT-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT ACCESS-LOG-FILE ASSIGN TO DYNAMIC WS-ACCESS-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCESS-LOG-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT OUTPUT-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXPORT-STATUS.
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

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-CONSENTS.
       01 CONSENT-RECORD.
           COPY "tpp-consents.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-REQUESTS.
       01 ACCESS-REQUEST.
           COPY "tpp-access-requests.cpy".
       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD.
           COPY "tpp-access-log.cpy".
       FD OUTPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD OUTPUT-EXPORT.
       01 EXPORT-RECORD.
           COPY "clearing-export.cpy".
       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           COPY "watchlist.cpy".
       FD HELD-PAYMENTS-FILE.
       01 HELD-PAYMENT-RECORD.
           COPY "held-payments.cpy".
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Bankdags-kalenderen (business-day.cpy).
           COPY "business-day-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-CONSENTS                  PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-CONSENT-STATUS             PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-ACCESS-LOG-STATUS          PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-EXPORT-STATUS              PIC XX VALUE "00".

       01 CONSENT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 CONSENT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-tc.
           COPY "tpp-consents.cpy"
               REPLACING LEADING ==TC-== BY ==TC-ARR-==.
       01 consent-count                 PIC 9(4) VALUE ZEROES.
       01 consent-slot                  PIC 9(4) VALUE ZEROES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.
       01 account-slot                  PIC 9(4) VALUE ZEROES.

       01 idx-consent-acct              PIC 9(1) VALUE ZEROES.
       01 account-in-consent            PIC X VALUE "N".
       01 scope-granted                 PIC X VALUE "N".
       01 request-result                PIC X VALUE SPACES.
       01 reject-reason                 PIC X(30) VALUE SPACES.

      * The settlement day for tonight's TPP payments, rolled the same
      * way as STANDORD's.
       01 settlement-date               PIC X(8) VALUE SPACES.
       01 settle-integer                PIC 9(8) VALUE ZEROES.
       01 settle-date-num               PIC 9(8) VALUE ZEROES.
       01 transactions-open             PIC X VALUE "N".
       01 export-open                   PIC X VALUE "N".
       01 EXPORT-TRAILER-TEXT           PIC X(79) VALUE SPACES.
       01 transfer-seq                  PIC 9(4) VALUE ZEROES.
       01 payment-transfer-ref          PIC X(10) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CONSENT-FILENAME
           PIC X(100) VALUE "tpp-consents.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "tpp-access-requests.txt".
       01 WS-REQUESTS-DONE-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-ACCESS-LOG-FILENAME
           PIC X(100) VALUE "tpp-access-log.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-EXPORT-FILENAME            PIC X(100) VALUE SPACES.

      * Batch control totals
       01 request-count                 PIC 9(6) VALUE ZEROES.
       01 granted-count                 PIC 9(6) VALUE ZEROES.
       01 refused-data-count            PIC 9(6) VALUE ZEROES.
       01 refused-payment-count         PIC 9(6) VALUE ZEROES.
       01 booked-count                  PIC 9(6) VALUE ZEROES.
       01 exported-count                PIC 9(6) VALUE ZEROES.
       01 exported-total                PIC 9(9)V99 VALUE ZEROES.

      * The beneficiary of a booked payment is screened against the
      * watchlist before the export, as EXTXFER does; a hit goes to
      * held-payments.txt for HOLDREL instead.
           COPY "export-screen-fields.cpy".
           COPY "watchlist-check-fields.cpy".
           COPY "clean-spaces-fields.cpy".

       PROCEDURE DIVISION.

       ACCEPT WS-CONSENT-FILENAME FROM ENVIRONMENT "TPP_CONSENTS_FILE"
       IF WS-CONSENT-FILENAME = SPACES
           MOVE "tpp-consents.txt" TO WS-CONSENT-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "TPP_ACCESS_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "tpp-access-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-ACCESS-LOG-FILENAME
           FROM ENVIRONMENT "TPP_ACCESS_LOG_FILE"
       IF WS-ACCESS-LOG-FILENAME = SPACES
           MOVE "tpp-access-log.txt" TO WS-ACCESS-LOG-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-CALENDAR-FILENAME
           FROM ENVIRONMENT "HOLIDAY_CALENDAR_FILE"
       IF WS-CALENDAR-FILENAME = SPACES
           MOVE "holiday-calendar.txt" TO WS-CALENDAR-FILENAME
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
       MOVE "TPPACCS" TO screen-held-by
       MOVE WS-TODAY TO screen-held-date
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

      * No requests from the access server is a normal night.
       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "TPPACCS: no " FUNCTION TRIM(WS-REQUESTS-FILENAME)
               " on file, nothing to do"
           STOP RUN
       END-IF
       IF WS-REQUESTS-STATUS NOT = "00"
           DISPLAY "TPPACCS: cannot open " WS-REQUESTS-FILENAME
               ", file status " WS-REQUESTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "TPPACCS" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * Without a register no request can have had a consent; every
      * one is logged as refused.
       PERFORM LOAD-CONSENTS

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "TPPACCS: cannot open " WS-ACCOUNTS-FILENAME
               ", file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.
       PERFORM LOAD-HOLIDAY-CALENDAR.

      * No list, no payments: a TPP payment must not reach the
      * clearing export unscreened.
       PERFORM LOAD-WATCHLIST.
       IF watchlist-loaded = "N"
           DISPLAY "TPPACCS: cannot open " WS-WATCHLIST-FILENAME ", "
               "file status " WS-WATCHLIST-STATUS
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

       OPEN EXTEND ACCESS-LOG-FILE
       IF WS-ACCESS-LOG-STATUS = "35"
           OPEN OUTPUT ACCESS-LOG-FILE
       END-IF
       IF WS-ACCESS-LOG-STATUS NOT = "00"
           DISPLAY "TPPACCS: cannot open " WS-ACCESS-LOG-FILENAME
               ", file status " WS-ACCESS-LOG-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM UNTIL END-OF-REQUESTS = "Y"
           READ INPUT-REQUESTS INTO ACCESS-REQUEST
               AT END
                   MOVE "Y" TO END-OF-REQUESTS
               NOT AT END
                   ADD 1 TO request-count
                   PERFORM CHECK-ACCESS-REQUEST
           END-READ
       END-PERFORM.
       CLOSE INPUT-REQUESTS.
       CLOSE ACCESS-LOG-FILE.

       IF transactions-open = "Y"
           CLOSE OUTPUT-TRANSACTIONS
       END-IF

      * The night's own TRAILER in the export: only the TPP payments
      * booked tonight.
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

       PERFORM RETIRE-REQUESTS-FILE

       DISPLAY "TPPACCS: " request-count " request(s) checked, "
           granted-count " within consent, " refused-data-count
           " data request(s) without consent, "
           refused-payment-count " payment(s) refused, "
           booked-count " payment(s) booked, " held-count
           " held for compliance."

       IF refused-data-count > 0 OR refused-payment-count > 0
           OR held-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-CONSENTS.
           OPEN INPUT INPUT-CONSENTS
           IF WS-CONSENT-STATUS = "35"
               MOVE "Y" TO EOF-CONSENTS
           ELSE
               IF WS-CONSENT-STATUS NOT = "00"
                   DISPLAY "TPPACCS: cannot open "
                       WS-CONSENT-FILENAME ", file status "
                       WS-CONSENT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL EOF-CONSENTS = "Y"
                   READ INPUT-CONSENTS INTO CONSENT-RECORD
                       AT END
                           MOVE "Y" TO EOF-CONSENTS
                       NOT AT END
                           IF consent-count >= CONSENT-ARRAY-MAX
                               DISPLAY "TPPACCS: "
                                   WS-CONSENT-FILENAME
                                   " has more rows than CONSENT-ARRAY"
                                   " can hold - stopping"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO consent-count
                           MOVE CONSENT-RECORD
                               TO CONSENT-ARRAY(consent-count)
                   END-READ
               END-PERFORM
               CLOSE INPUT-CONSENTS
           END-IF.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "TPPACCS: " WS-ACCOUNTS-FILENAME
                           " has more rows than ACCOUNT-ARRAY ("
                           ACCOUNT-ARRAY-MAX ") can hold, "
                           "stopping load"
                       MOVE "Y" TO EOF-ACCOUNTS
                   ELSE
                       MOVE ACCOUNT-RECORD TO ACCOUNT-ARRAY(idx-acct)
                       SET idx-acct UP BY 1
                       ADD 1 TO account-count
                   END-IF
           END-READ

           IF WS-ACCOUNTS-STATUS NOT = "00"
                   AND WS-ACCOUNTS-STATUS NOT = "10"
               DISPLAY "TPPACCS: error reading "
                   WS-ACCOUNTS-FILENAME ", file status "
                   WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * The consent in force on the request's own date: given on or
      * before it, not yet expired, and either still active or ended
      * (revoked, renewed, expired by TPPCONS) no earlier than that
      * day - the register only learns of a revocation in the night
      * run, so the day's requests before it still stand.
       FIND-CONSENT-IN-FORCE.
           MOVE ZEROES TO consent-slot
           PERFORM VARYING idx-tc FROM 1 BY 1
                   UNTIL idx-tc > consent-count
               IF TC-ARR-CLIENT-ID OF CONSENT-ARRAY(idx-tc)
                       = TQ-CLIENT-ID
                   AND TC-ARR-PROVIDER-ID OF CONSENT-ARRAY(idx-tc)
                       = TQ-PROVIDER-ID
                   AND TC-ARR-GRANTED-DATE OF CONSENT-ARRAY(idx-tc)
                       <= TQ-REQUEST-DATE
                   AND TC-ARR-EXPIRY-DATE OF CONSENT-ARRAY(idx-tc)
                       >= TQ-REQUEST-DATE
                   AND (TC-ARR-STATUS OF CONSENT-ARRAY(idx-tc) = "A"
                       OR TC-ARR-STATUS-DATE OF CONSENT-ARRAY(idx-tc)
                           >= TQ-REQUEST-DATE)
                   SET consent-slot TO idx-tc
               END-IF
           END-PERFORM.
       EXIT.

       FIND-ACCOUNT.
           MOVE ZEROES TO account-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN idx-acct > account-count
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = TQ-ACCOUNT-NUMBER
                   SET account-slot TO idx-acct
           END-SEARCH.
       EXIT.

       CHECK-ACCESS-REQUEST.
           MOVE "G" TO request-result
           MOVE SPACES TO reject-reason
           MOVE SPACES TO payment-transfer-ref

           IF TQ-REQUEST-TYPE NOT = "S" AND TQ-REQUEST-TYPE NOT = "P"
                   AND TQ-REQUEST-TYPE NOT = "B"
               MOVE "A" TO request-result
               MOVE "UKENDT FORESPOERGSELSTYPE" TO reject-reason
           END-IF

           IF request-result = "G"
               PERFORM FIND-CONSENT-IN-FORCE
               IF consent-slot = ZEROES
                   MOVE "A" TO request-result
                   MOVE "INTET SAMTYKKE I KRAFT" TO reject-reason
               END-IF
           END-IF

           IF request-result = "G"
               MOVE "N" TO account-in-consent
               PERFORM VARYING idx-consent-acct FROM 1 BY 1
                       UNTIL idx-consent-acct > 5
                   IF TC-ARR-ACCOUNT-NUMBER OF CONSENT-ARRAY
                           (consent-slot, idx-consent-acct)
                           = TQ-ACCOUNT-NUMBER
                       MOVE "Y" TO account-in-consent
                   END-IF
               END-PERFORM
               IF account-in-consent = "N"
                   MOVE "A" TO request-result
                   MOVE "KONTO UDEN FOR SAMTYKKET" TO reject-reason
               END-IF
           END-IF

           IF request-result = "G"
               EVALUATE TQ-REQUEST-TYPE
                   WHEN "S"
                       MOVE TC-ARR-SCOPE-BALANCES
                           OF CONSENT-ARRAY(consent-slot)
                           TO scope-granted
                   WHEN "P"
                       MOVE TC-ARR-SCOPE-TRANSACTIONS
                           OF CONSENT-ARRAY(consent-slot)
                           TO scope-granted
                   WHEN "B"
                       MOVE TC-ARR-SCOPE-PAYMENTS
                           OF CONSENT-ARRAY(consent-slot)
                           TO scope-granted
               END-EVALUATE
               IF scope-granted NOT = "J"
                   MOVE "A" TO request-result
                   MOVE "UDEN FOR SAMTYKKETS OMFANG" TO reject-reason
               END-IF
           END-IF

           IF request-result = "G" AND TQ-REQUEST-TYPE = "B"
               PERFORM VALIDATE-PAYMENT
           END-IF

           IF request-result = "G"
               ADD 1 TO granted-count
               IF TQ-REQUEST-TYPE = "B"
                   PERFORM BOOK-TPP-PAYMENT
               END-IF
           ELSE
               IF TQ-REQUEST-TYPE = "B"
                   ADD 1 TO refused-payment-count
                   DISPLAY "TPPACCS: payment refused, "
                       FUNCTION TRIM(reject-reason) " - provider "
                       FUNCTION TRIM(TQ-PROVIDER-ID) " ref "
                       FUNCTION TRIM(TQ-REQUEST-REF)
               ELSE
                   ADD 1 TO refused-data-count
                   DISPLAY "TPPACCS: data served without consent, "
                       FUNCTION TRIM(reject-reason) " - provider "
                       FUNCTION TRIM(TQ-PROVIDER-ID) " client "
                       FUNCTION TRIM(TQ-CLIENT-ID) " account "
                       FUNCTION TRIM(TQ-ACCOUNT-NUMBER)
               END-IF
           END-IF

           PERFORM WRITE-ACCESS-LOG-ROW.
       EXIT.

      * A payment must name a counterparty and an amount, and it can
      * only leave an open account the customer still owns.
       VALIDATE-PAYMENT.
           PERFORM FIND-ACCOUNT
           IF TQ-AMOUNT IS NOT NUMERIC
               MOVE "A" TO request-result
               MOVE "UGYLDIGT BELOEB" TO reject-reason
           ELSE
           IF TQ-AMOUNT = ZEROES
               MOVE "A" TO request-result
               MOVE "UGYLDIGT BELOEB" TO reject-reason
           ELSE
           IF TQ-CP-ACCOUNT = SPACES
               MOVE "A" TO request-result
               MOVE "MODPART MANGLER" TO reject-reason
           ELSE
           IF account-slot = ZEROES
               MOVE "A" TO request-result
               MOVE "UKENDT KONTO" TO reject-reason
           ELSE
           IF client-id OF ACCOUNT-ARRAY(account-slot)
                   NOT = TQ-CLIENT-ID
               MOVE "A" TO request-result
               MOVE "KONTOEN EJES IKKE AF KUNDEN" TO reject-reason
           ELSE
           IF account-status OF ACCOUNT-ARRAY(account-slot) NOT = "O"
               MOVE "A" TO request-result
               MOVE "KONTOEN ER IKKE AABEN" TO reject-reason
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       EXIT.

      * The debit leg carries the counterparty, a TRANSFER-REF and the
      * provider's id, so the export row, the statement line and the
      * access log all tie together.
       BOOK-TPP-PAYMENT.
           IF transactions-open = "N"
               PERFORM OPEN-TRANSACTIONS-FILE
           END-IF
           ADD 1 TO transfer-seq
           STRING "TP" DELIMITED BY SIZE
               WS-TODAY(5:4) DELIMITED BY SIZE
               transfer-seq DELIMITED BY SIZE
               INTO payment-transfer-ref

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE TQ-CLIENT-ID TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE TQ-ACCOUNT-NUMBER
               TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE TQ-CP-REG-NR TO REG-NR OF TRANSACTION-RECORD
           MOVE TQ-BENEFICIARY TO OWNER OF TRANSACTION-RECORD
           MOVE TQ-REQUEST-DATE
               TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "D" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE TQ-AMOUNT TO AMOUNT OF TRANSACTION-RECORD
           MOVE TQ-CP-ACCOUNT
               TO COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
           MOVE payment-transfer-ref
               TO TRANSFER-REF OF TRANSACTION-RECORD
           MOVE settlement-date TO VALUE-DATE OF TRANSACTION-RECORD
           MOVE TQ-PROVIDER-ID TO TPP-PROVIDER-ID OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
           ADD 1 TO booked-count

           PERFORM APPEND-EXPORT-ROW.
       EXIT.

      * The row is built in SCREEN-ROW and screened first; only a
      * clean one goes to the export.
       APPEND-EXPORT-ROW.
           MOVE SPACES TO SCREEN-ROW
           MOVE payment-transfer-ref TO SXR-TRANSFER-REF
           MOVE TQ-ACCOUNT-NUMBER TO SXR-DEBIT-ACCOUNT
           MOVE TQ-CLIENT-ID TO SXR-DEBIT-CLIENT-ID
           MOVE TQ-CP-REG-NR TO SXR-CP-REG-NR
           MOVE TQ-CP-ACCOUNT TO SXR-CP-ACCOUNT
           MOVE TQ-CP-SWIFT-BIC TO SXR-CP-SWIFT-BIC
           MOVE TQ-BENEFICIARY TO SXR-BENEFICIARY
           MOVE TQ-AMOUNT TO SXR-AMOUNT
           MOVE settlement-date TO SXR-SETTLEMENT-DATE

           MOVE SXR-BENEFICIARY TO screen-beneficiary
           MOVE SXR-CP-SWIFT-BIC TO screen-swift-bic
           PERFORM SCREEN-EXPORT-ROW
           IF screen-hit = "Y"
               DISPLAY "TPPACCS: payment " SXR-TRANSFER-REF
                   " held - " FUNCTION TRIM(SXR-BENEFICIARY)
                   " matched " FUNCTION TRIM(screen-hit-entry)
           ELSE
               IF export-open = "N"
                   PERFORM OPEN-EXPORT-FILE
               END-IF
               MOVE SCREEN-ROW TO EXPORT-RECORD
               WRITE EXPORT-RECORD
               ADD 1 TO exported-count
               ADD SXR-AMOUNT TO exported-total
           END-IF.
       EXIT.

      * transactions.txt and the export are opened on the first
      * payment that needs them, so a night with only data requests
      * leaves no empty TRAILER behind.
       OPEN-TRANSACTIONS-FILE.
           OPEN EXTEND OUTPUT-TRANSACTIONS
           IF WS-TRANSACTIONS-STATUS = "35"
               OPEN OUTPUT OUTPUT-TRANSACTIONS
           END-IF
           IF WS-TRANSACTIONS-STATUS NOT = "00"
               DISPLAY "TPPACCS: cannot open "
                   WS-TRANSACTIONS-FILENAME ", file status "
                   WS-TRANSACTIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO transactions-open.
       EXIT.

       OPEN-EXPORT-FILE.
           OPEN EXTEND OUTPUT-EXPORT
           IF WS-EXPORT-STATUS = "35"
               OPEN OUTPUT OUTPUT-EXPORT
           END-IF
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "TPPACCS: cannot open " WS-EXPORT-FILENAME ", "
                   "file status " WS-EXPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO export-open.
       EXIT.

       WRITE-ACCESS-LOG-ROW.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-RUN-TIMESTAMP TO TL-LOGGED-AT
           MOVE TQ-REQUEST-DATE TO TL-REQUEST-DATE
           MOVE TQ-REQUEST-TIME TO TL-REQUEST-TIME
           MOVE TQ-PROVIDER-ID TO TL-PROVIDER-ID
           MOVE TQ-CLIENT-ID TO TL-CLIENT-ID
           MOVE TQ-ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER
           MOVE TQ-REQUEST-TYPE TO TL-REQUEST-TYPE
           MOVE TQ-REQUEST-REF TO TL-REQUEST-REF
           MOVE request-result TO TL-RESULT
           MOVE reject-reason TO TL-REASON
           MOVE payment-transfer-ref TO TL-TRANSFER-REF
           WRITE ACCESS-LOG-RECORD.
       EXIT.

      * Once every request is in the access log and the payments are
      * booked, the file is moved aside so tomorrow's run does not
      * book the same payments a second time.
       RETIRE-REQUESTS-FILE.
           MOVE SPACES TO WS-REQUESTS-DONE-FILENAME
           STRING FUNCTION TRIM(WS-REQUESTS-FILENAME) DELIMITED BY SIZE
               ".applied" DELIMITED BY SIZE
               INTO WS-REQUESTS-DONE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-REQUESTS-DONE-FILENAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-REQUESTS-FILENAME WS-REQUESTS-DONE-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "TPPACCS: cannot move "
                   FUNCTION TRIM(WS-REQUESTS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-REQUESTS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "business-day.cpy".

           COPY "run-lock.cpy".

           COPY "export-screen.cpy".

           COPY "watchlist-check.cpy".

           COPY "clean-spaces.cpy".

      * Formål: Indlaesning af den indgaaende fil med offentlige
      *    udbetalinger til NemKonto (public-payments.txt) - skat,
      *    boerneydelse, pension og lignende, som hidtil er tastet
      *    manuelt. Modtageren kendes paa CPR-nummeret (slaaet op i
      *    CPRFEED's krydsreference cpr-xref.txt) eller direkte paa
      *    vores client-id, og beloebet krediteres kundens aktive
      *    NemKonto fra NEMKMAINT's register (nemkonto.txt), naar
      *    kontoen stadig er aaben og ejes af kunden. Foerste
      *    gennemloeb efterproever filens T-kontrolpost (antal og
      *    beloebssum) - stemmer den ikke, bogfoeres intet, samme
      *    princip som SALFEED. Andet gennemloeb skriver
      *    krediteringerne til transactions.txt med valoerdato
      *    rullet til foerste bankdag, og udbetalinger uden gyldig
      *    NemKonto gaar retur til udbetaleren med en aarsagskode i
      *    public-payment-returns.txt. En bogfoert fil omdoebes til
      *    <navn>.applied, saa den ikke bogfoeres to gange.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBPAYIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-PAYMENTS ASSIGN TO DYNAMIC WS-PAYMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAYMENTS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-XREF ASSIGN TO DYNAMIC WS-XREF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-XREF-STATUS.
       SELECT INPUT-NEMKONTO ASSIGN TO DYNAMIC WS-NEMKONTO-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NEMKONTO-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT OUTPUT-RETURNS ASSIGN TO DYNAMIC WS-RETURNS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RETURNS-STATUS.
       SELECT HOLIDAY-CALENDAR-FILE
       ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-PAYMENTS.
       01 PAYMENT-RECORD.
           COPY "public-payments.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-XREF.
       01 XREF-RECORD.
           02 CX-CPR-NUMBER            PIC X(10).
           02 CX-CLIENT-ID             PIC X(10).
       FD INPUT-NEMKONTO.
       01 NEMKONTO-RECORD.
           COPY "nemkonto.cpy".
       FD OUTPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD OUTPUT-RETURNS.
       01 RETURN-RECORD.
           COPY "public-payment-returns.cpy".
       01 RETURN-TRAILER-LINE.
           02 RET-INFO                 PIC X(120).
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).

       WORKING-STORAGE SECTION.
      * Bankdags-kalenderen (business-day.cpy).
           COPY "business-day-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-XREF                      PIC X VALUE "N".
       01 EOF-NEMKONTO                  PIC X VALUE "N".
       01 WS-PAYMENTS-STATUS            PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-XREF-STATUS                PIC XX VALUE "00".
       01 WS-NEMKONTO-STATUS            PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-RETURNS-STATUS             PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 XREF-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 XREF-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-xrf.
           02 XR-CPR-NUMBER             PIC X(10) VALUE SPACES.
           02 XR-CLIENT-ID              PIC X(10) VALUE SPACES.
       01 xref-count                    PIC 9(4) VALUE ZEROES.

       01 NEMKONTO-ARRAY-MAX            PIC 9(4) VALUE 2000.
       01 NEMKONTO-ARRAY                OCCURS 2000 TIMES
                                        INDEXED BY idx-nk.
           COPY "nemkonto.cpy"
               REPLACING LEADING ==NK-== BY ==NK-ARR-==.
       01 nemkonto-count                PIC 9(4) VALUE ZEROES.

      * Control-total verification state for pass one.
       01 trailer-seen                  PIC X VALUE "N".
       01 stated-count                  PIC 9(6) VALUE ZEROES.
       01 stated-total                  PIC 9(9)V99 VALUE ZEROES.
       01 seen-count                    PIC 9(6) VALUE ZEROES.
       01 seen-total                    PIC 9(9)V99 VALUE ZEROES.
       01 control-totals-ok             PIC X VALUE "Y".

      * Pass-two posting state for the payment in hand.
       01 payee-client-id               PIC X(10) VALUE SPACES.
       01 credit-account                PIC X(20) VALUE SPACES.
       01 credit-date                   PIC X(8) VALUE SPACES.
       01 return-code-text              PIC X(4) VALUE SPACES.
       01 return-reason-text            PIC X(40) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at a different day's
      * file without recompiling.
       01 WS-PAYMENTS-FILENAME
           PIC X(100) VALUE "public-payments.txt".
       01 WS-PAYMENTS-DONE-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-XREF-FILENAME
           PIC X(100) VALUE "cpr-xref.txt".
       01 WS-NEMKONTO-FILENAME
           PIC X(100) VALUE "nemkonto.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-RETURNS-FILENAME
           PIC X(100) VALUE "public-payment-returns.txt".

      * Batch control totals
       01 payment-count                 PIC 9(6) VALUE ZEROES.
       01 posted-count                  PIC 9(6) VALUE ZEROES.
       01 returned-count                PIC 9(6) VALUE ZEROES.
       01 posted-total                  PIC 9(9)V99 VALUE ZEROES.
       01 returned-total                PIC 9(9)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-PAYMENTS-FILENAME
           FROM ENVIRONMENT "PUBLIC_PAYMENTS_FILE"
       IF WS-PAYMENTS-FILENAME = SPACES
           MOVE "public-payments.txt" TO WS-PAYMENTS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-XREF-FILENAME FROM ENVIRONMENT "CPR_XREF_FILE"
       IF WS-XREF-FILENAME = SPACES
           MOVE "cpr-xref.txt" TO WS-XREF-FILENAME
       END-IF

       ACCEPT WS-NEMKONTO-FILENAME FROM ENVIRONMENT "NEMKONTO_FILE"
       IF WS-NEMKONTO-FILENAME = SPACES
           MOVE "nemkonto.txt" TO WS-NEMKONTO-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-RETURNS-FILENAME
           FROM ENVIRONMENT "PUBLIC_PAYMENT_RETURNS_FILE"
       IF WS-RETURNS-FILENAME = SPACES
           MOVE "public-payment-returns.txt" TO WS-RETURNS-FILENAME
       END-IF

       ACCEPT WS-CALENDAR-FILENAME
           FROM ENVIRONMENT "HOLIDAY_CALENDAR_FILE"
       IF WS-CALENDAR-FILENAME = SPACES
           MOVE "holiday-calendar.txt" TO WS-CALENDAR-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

      * Most nights bring no public-payment file; that is not an
      * error.
       OPEN INPUT INPUT-PAYMENTS
       IF WS-PAYMENTS-STATUS = "35"
           DISPLAY "PUBPAYIN: no " FUNCTION TRIM(WS-PAYMENTS-FILENAME)
               " on file, nothing to post"
           STOP RUN
       END-IF
       IF WS-PAYMENTS-STATUS NOT = "00"
           DISPLAY "PUBPAYIN: cannot open " WS-PAYMENTS-FILENAME ", "
               "file status " WS-PAYMENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      * Pass one: the trailer's record count and amount total must
      * match the detail records. A mismatch stops the run before
      * anything is posted - a truncated or doubled file must not
      * half-post.
       PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-PAYMENTS INTO PAYMENT-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   PERFORM VERIFY-ONE-RECORD
           END-READ
       END-PERFORM.
       CLOSE INPUT-PAYMENTS.

       IF trailer-seen = "N"
           DISPLAY "PUBPAYIN: no T control record in "
               FUNCTION TRIM(WS-PAYMENTS-FILENAME)
           MOVE "N" TO control-totals-ok
       ELSE
       IF seen-count NOT = stated-count
           OR seen-total NOT = stated-total
           DISPLAY "PUBPAYIN: control totals do not match: stated "
               stated-count "/" stated-total ", found "
               seen-count "/" seen-total
           MOVE "N" TO control-totals-ok
       END-IF
       END-IF

       IF control-totals-ok = "N"
           DISPLAY "PUBPAYIN: control totals FAILED, nothing posted"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "PUBPAYIN: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.
       PERFORM LOAD-XREF.
       PERFORM LOAD-NEMKONTO.
       PERFORM LOAD-HOLIDAY-CALENDAR.

      * Pass two: credit the NemKonto or return to the payer.
       MOVE "N" TO END-OF-FILE
       OPEN INPUT INPUT-PAYMENTS
       IF WS-PAYMENTS-STATUS NOT = "00"
           DISPLAY "PUBPAYIN: cannot re-open " WS-PAYMENTS-FILENAME
               ", file status " WS-PAYMENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND OUTPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS = "35"
           OPEN OUTPUT OUTPUT-TRANSACTIONS
       END-IF
       IF WS-TRANSACTIONS-STATUS NOT = "00"
           DISPLAY "PUBPAYIN: cannot open " WS-TRANSACTIONS-FILENAME
               ", file status " WS-TRANSACTIONS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-RETURNS
       IF WS-RETURNS-STATUS NOT = "00"
           DISPLAY "PUBPAYIN: cannot open " WS-RETURNS-FILENAME ", "
               "file status " WS-RETURNS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-PAYMENTS INTO PAYMENT-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF PP-RECORD-TYPE = "D"
                       ADD 1 TO payment-count
                       PERFORM POST-ONE-PAYMENT
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE INPUT-PAYMENTS.

       MOVE SPACES TO RET-INFO
       STRING "TRAILER: payments=" DELIMITED BY SIZE
           payment-count DELIMITED BY SIZE
           " posted=" DELIMITED BY SIZE
           posted-count DELIMITED BY SIZE
           " returned=" DELIMITED BY SIZE
           returned-count DELIMITED BY SIZE
           " returned-total=" DELIMITED BY SIZE
           returned-total DELIMITED BY SIZE
           INTO RET-INFO
       WRITE RETURN-TRAILER-LINE
       CLOSE OUTPUT-RETURNS.
       CLOSE OUTPUT-TRANSACTIONS.

       PERFORM RETIRE-PAYMENTS-FILE

       DISPLAY "PUBPAYIN: " posted-count " public payment(s) posted, "
           posted-total " in total, " returned-count
           " returned to the payer."

       IF returned-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       VERIFY-ONE-RECORD.
           EVALUATE PP-RECORD-TYPE
               WHEN "D"
                   ADD 1 TO seen-count
                   ADD PP-AMOUNT TO seen-total
               WHEN "T"
                   MOVE "Y" TO trailer-seen
                   MOVE PP-RECORD-COUNT TO stated-count
                   MOVE PP-AMOUNT-TOTAL TO stated-total
               WHEN OTHER
                   DISPLAY "PUBPAYIN: unknown record type '"
                       PP-RECORD-TYPE "' in " WS-PAYMENTS-FILENAME
                   MOVE "N" TO control-totals-ok
           END-EVALUATE.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "PUBPAYIN: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "PUBPAYIN: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

       LOAD-XREF.
           OPEN INPUT INPUT-XREF
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL EOF-XREF = "Y"
                   READ INPUT-XREF INTO XREF-RECORD
                       AT END
                           MOVE "Y" TO EOF-XREF
                       NOT AT END
                           IF xref-count < XREF-ARRAY-MAX
                               ADD 1 TO xref-count
                               MOVE CX-CPR-NUMBER
                                   TO XR-CPR-NUMBER(xref-count)
                               MOVE CX-CLIENT-ID
                                   TO XR-CLIENT-ID(xref-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-XREF
           END-IF.
       EXIT.

      * Only active designations are kept; a missing register just
      * means nobody has a NemKonto with us yet.
       LOAD-NEMKONTO.
           OPEN INPUT INPUT-NEMKONTO
           IF WS-NEMKONTO-STATUS = "00"
               PERFORM UNTIL EOF-NEMKONTO = "Y"
                   READ INPUT-NEMKONTO INTO NEMKONTO-RECORD
                       AT END
                           MOVE "Y" TO EOF-NEMKONTO
                       NOT AT END
                           IF NK-STATUS = "A"
                               AND nemkonto-count < NEMKONTO-ARRAY-MAX
                               ADD 1 TO nemkonto-count
                               MOVE NEMKONTO-RECORD
                                   TO NEMKONTO-ARRAY(nemkonto-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-NEMKONTO
           END-IF.
       EXIT.

      * One payment: find the customer, their active NemKonto and
      * check the account is still open and theirs. The first
      * failing check gives the reason code the payer gets back.
       POST-ONE-PAYMENT.
           MOVE SPACES TO return-code-text
           MOVE SPACES TO return-reason-text
           MOVE SPACES TO payee-client-id
           MOVE SPACES TO credit-account

           IF PP-AMOUNT = ZEROES
               MOVE "NK04" TO return-code-text
               MOVE "BELOEB ER NUL" TO return-reason-text
           END-IF

           IF return-code-text = SPACES
               PERFORM RESOLVE-PAYEE-CLIENT
               IF payee-client-id = SPACES
                   MOVE "NK03" TO return-code-text
                   MOVE "UKENDT CPR-NUMMER/KUNDE"
                       TO return-reason-text
               END-IF
           END-IF

           IF return-code-text = SPACES
               SET idx-nk TO 1
               SEARCH NEMKONTO-ARRAY
                   AT END
                       CONTINUE
                   WHEN idx-nk > nemkonto-count
                       CONTINUE
                   WHEN NK-ARR-CLIENT-ID OF NEMKONTO-ARRAY(idx-nk)
                           = payee-client-id
                       MOVE NK-ARR-ACCOUNT-NUMBER
                           OF NEMKONTO-ARRAY(idx-nk) TO credit-account
               END-SEARCH
               IF credit-account = SPACES
                   MOVE "NK01" TO return-code-text
                   MOVE "INGEN NEMKONTO HOS MODTAGERS BANK"
                       TO return-reason-text
               END-IF
           END-IF

           IF return-code-text = SPACES
               MOVE "NK02" TO return-code-text
               MOVE "NEMKONTO ER IKKE AABEN" TO return-reason-text
               SET idx-acct TO 1
               SEARCH ACCOUNT-ARRAY
                   AT END
                       CONTINUE
                   WHEN idx-acct > account-count
                       CONTINUE
                   WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                           = credit-account
                       IF account-status OF ACCOUNT-ARRAY(idx-acct)
                               = "O"
                           AND client-id OF ACCOUNT-ARRAY(idx-acct)
                               = payee-client-id
                           MOVE SPACES TO return-code-text
                           MOVE SPACES TO return-reason-text
                       END-IF
               END-SEARCH
           END-IF

           IF return-code-text NOT = SPACES
               PERFORM RETURN-ONE-PAYMENT
           ELSE
               PERFORM CREDIT-ONE-PAYMENT
           END-IF.
       EXIT.

      * Our own client-id wins when the payer sends it; otherwise the
      * CPR number is looked up in the cross-reference.
       RESOLVE-PAYEE-CLIENT.
           IF PP-CLIENT-ID NOT = SPACES
               SET idx-acct TO 1
               SEARCH ACCOUNT-ARRAY
                   AT END
                       CONTINUE
                   WHEN idx-acct > account-count
                       CONTINUE
                   WHEN client-id OF ACCOUNT-ARRAY(idx-acct)
                           = PP-CLIENT-ID
                       MOVE PP-CLIENT-ID TO payee-client-id
               END-SEARCH
           ELSE
           IF PP-CPR-NUMBER NOT = SPACES
               SET idx-xrf TO 1
               SEARCH XREF-ARRAY
                   AT END
                       CONTINUE
                   WHEN idx-xrf > xref-count
                       CONTINUE
                   WHEN XR-CPR-NUMBER(idx-xrf) = PP-CPR-NUMBER
                       MOVE XR-CLIENT-ID(idx-xrf) TO payee-client-id
               END-SEARCH
           END-IF
           END-IF.
       EXIT.

       CREDIT-ONE-PAYMENT.
           MOVE PP-PAYMENT-DATE TO credit-date
           IF credit-date = SPACES
               MOVE WS-TODAY TO credit-date
           END-IF
           MOVE credit-date TO roll-in-date
           PERFORM ROLL-TO-BUSINESS-DAY

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE payee-client-id TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE credit-account TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           STRING FUNCTION TRIM(PP-PAYER-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PP-PAYMENT-TEXT) DELIMITED BY SIZE
               INTO OWNER OF TRANSACTION-RECORD
           MOVE credit-date TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "C" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE PP-AMOUNT TO AMOUNT OF TRANSACTION-RECORD
           MOVE roll-out-date TO VALUE-DATE OF TRANSACTION-RECORD
           MOVE "OFFY" TO PURPOSE-CATEGORY OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
           ADD 1 TO posted-count
           ADD PP-AMOUNT TO posted-total.
       EXIT.

       RETURN-ONE-PAYMENT.
           MOVE SPACES TO RETURN-RECORD
           MOVE PP-PAYMENT-REF TO PR-PAYMENT-REF
           MOVE PP-PAYER-ID TO PR-PAYER-ID
           MOVE PP-CPR-NUMBER TO PR-CPR-NUMBER
           MOVE PP-AMOUNT TO PR-AMOUNT
           MOVE return-code-text TO PR-REASON-CODE
           MOVE return-reason-text TO PR-REASON-TEXT
           MOVE WS-TODAY TO PR-RETURN-DATE
           WRITE RETURN-RECORD
           ADD 1 TO returned-count
           ADD PP-AMOUNT TO returned-total.
       EXIT.

      * Once posted, the file is moved aside so a rerun tonight does
      * not credit the same payments a second time.
       RETIRE-PAYMENTS-FILE.
           MOVE SPACES TO WS-PAYMENTS-DONE-FILENAME
           STRING FUNCTION TRIM(WS-PAYMENTS-FILENAME) DELIMITED BY SIZE
               ".applied" DELIMITED BY SIZE
               INTO WS-PAYMENTS-DONE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-PAYMENTS-DONE-FILENAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-PAYMENTS-FILENAME WS-PAYMENTS-DONE-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "PUBPAYIN: cannot move "
                   FUNCTION TRIM(WS-PAYMENTS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-PAYMENTS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "business-day.cpy".

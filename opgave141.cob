      * Formål: Natlig synkronisering af netbanken. Netbanken viste
      *    saldi og posteringer fra en kopi som nogen opdaterede med
      *    ad hoc-udtraek - forældede saldi og manglende valoerdatoer
      *    gav opkald til kundeservice. Koerslen kommer efter
      *    kontoudskrivningen (opgave10) og EODSNAP og skriver et
      *    udtraek (online-sync-extract.cpy) med loebenummer, hoved og
      *    trailer: saldo og disponibel saldo (minus kort- og retslige
      *    reservationer) for hver konto, de posteringer i den
      *    validerede transaktionsfil der er kommet til siden sidste
      *    levering - med TRANSACTION-REF, valoerdato, kategoritekst
      *    fra categories.txt og modpart - og de kontoudtog i
      *    statement-register.txt der er udstedt siden sidste
      *    levering, saa kunden kan hente dem. "Siden sidste levering"
      *    styres af kontrolfilen online-sync-control.txt med sidste
      *    loebenummer og den hoejeste TRANSACTION-REF og det
      *    hoejeste udtogsnummer der er leveret (begge loebenumre der
      *    kun vokser); uden kontrolfil er leverancen en fuld
      *    indlaesning. Kontrolfilen skrives foerst naar udtraekket
      *    er lukket, saa en afbrudt koersel gentager samme levering.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLSYNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT BALANCE-CARRY-FILE
       ASSIGN TO DYNAMIC WS-BALANCE-CARRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCE-CARRY-STATUS.
       SELECT AUTH-HOLDS-FILE ASSIGN TO DYNAMIC WS-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLDS-STATUS.
       SELECT LEGAL-HOLDS-FILE
       ASSIGN TO DYNAMIC WS-LEGAL-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEGAL-HOLDS-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT CATEGORY-TEXTS-FILE
       ASSIGN TO DYNAMIC WS-CATEGORY-TEXTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATEGORY-TEXTS-STATUS.
       SELECT INPUT-REGISTER ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.
       SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTROL-STATUS.
       SELECT OUTPUT-EXTRACT ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD BALANCE-CARRY-FILE.
       01 BALANCE-CARRY-RECORD.
           02 BC-ACCOUNT-NUMBER        PIC X(20).
           02 BC-BALANCE               PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
       FD AUTH-HOLDS-FILE.
       01 AUTH-HOLD-RECORD.
           COPY "auth-holds.cpy".
       FD LEGAL-HOLDS-FILE.
       01 LEGAL-HOLD-RECORD.
           COPY "legal-holds.cpy".
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD CATEGORY-TEXTS-FILE.
       01 CATEGORY-TEXT-RECORD.
           COPY "categories.cpy".
       FD INPUT-REGISTER.
       01 REGISTER-RECORD.
           COPY "statement-register.cpy".
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           02 OC-LAST-SEQUENCE         PIC 9(8).
           02 OC-LAST-RUN-DATE         PIC X(8).
           02 OC-LAST-TRANSACTION-REF  PIC X(12).
           02 OC-LAST-STATEMENT-NUMBER PIC X(9).
       FD OUTPUT-EXTRACT.
       01 EXTRACT-RECORD.
           COPY "online-sync-extract.cpy".

       WORKING-STORAGE SECTION.

      * Kort- og retslige reservationer (hold-check.cpy).
           COPY "hold-check-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-BALANCE-CARRY             PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 EOF-CATEGORY-TEXTS            PIC X VALUE "N".
       01 EOF-REGISTER                  PIC X VALUE "N".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-BALANCE-CARRY-STATUS       PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-CATEGORY-TEXTS-STATUS      PIC XX VALUE "00".
       01 WS-REGISTER-STATUS            PIC XX VALUE "00".
       01 WS-CONTROL-STATUS             PIC XX VALUE "00".
       01 WS-EXTRACT-STATUS             PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 CAT-TEXT-MAX                  PIC 9(2) VALUE 50.
       01 CAT-TEXT-ARRAY                OCCURS 50 TIMES
                                        INDEXED BY idx-cat.
           02 CTX-CODE                  PIC X(4) VALUE SPACES.
           02 CTX-TEXT                  PIC X(40) VALUE SPACES.
       01 cat-text-count                PIC 9(2) VALUE ZEROES.

      * Where the previous delivery stopped; a first delivery with no
      * control file on record is a full load.
       01 control-present               PIC X VALUE "N".
       01 last-sequence                 PIC 9(8) VALUE ZEROES.
       01 last-transaction-ref          PIC X(12) VALUE SPACES.
       01 last-statement-number         PIC X(9) VALUE SPACES.
       01 this-sequence                 PIC 9(8) VALUE ZEROES.
       01 high-transaction-ref          PIC X(12) VALUE SPACES.
       01 high-statement-number         PIC X(9) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-BALANCE-CARRY-FILENAME
           PIC X(100) VALUE "balance-carry-forward.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions-validated.txt".
       01 WS-CATEGORY-TEXTS-FILENAME
           PIC X(100) VALUE "categories.txt".
       01 WS-REGISTER-FILENAME
           PIC X(100) VALUE "statement-register.txt".
       01 WS-CONTROL-FILENAME
           PIC X(100) VALUE "online-sync-control.txt".
       01 WS-EXTRACT-FILENAME           PIC X(100) VALUE SPACES.

      * Batch control totals
       01 balance-count                 PIC 9(6) VALUE ZEROES.
       01 posting-count                 PIC 9(6) VALUE ZEROES.
       01 statement-count               PIC 9(6) VALUE ZEROES.
       01 posting-amount-total          PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-BALANCE-CARRY-FILENAME
           FROM ENVIRONMENT "BALANCE_CARRY_FORWARD_FILE"
       IF WS-BALANCE-CARRY-FILENAME = SPACES
           MOVE "balance-carry-forward.txt"
               TO WS-BALANCE-CARRY-FILENAME
       END-IF

       ACCEPT WS-HOLDS-FILENAME FROM ENVIRONMENT "AUTH_HOLDS_FILE"
       IF WS-HOLDS-FILENAME = SPACES
           MOVE "auth-holds.txt" TO WS-HOLDS-FILENAME
       END-IF

       ACCEPT WS-LEGAL-HOLDS-FILENAME
           FROM ENVIRONMENT "LEGAL_HOLDS_FILE"
       IF WS-LEGAL-HOLDS-FILENAME = SPACES
           MOVE "legal-holds.txt" TO WS-LEGAL-HOLDS-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "VALIDATED_TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions-validated.txt"
               TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-CATEGORY-TEXTS-FILENAME
           FROM ENVIRONMENT "CATEGORIES_FILE"
       IF WS-CATEGORY-TEXTS-FILENAME = SPACES
           MOVE "categories.txt" TO WS-CATEGORY-TEXTS-FILENAME
       END-IF

       ACCEPT WS-REGISTER-FILENAME
           FROM ENVIRONMENT "STATEMENT_REGISTER_FILE"
       IF WS-REGISTER-FILENAME = SPACES
           MOVE "statement-register.txt" TO WS-REGISTER-FILENAME
       END-IF

       ACCEPT WS-CONTROL-FILENAME
           FROM ENVIRONMENT "ONLINE_SYNC_CONTROL_FILE"
       IF WS-CONTROL-FILENAME = SPACES
           MOVE "online-sync-control.txt" TO WS-CONTROL-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       OPEN INPUT CONTROL-FILE
       IF WS-CONTROL-STATUS = "00"
           READ CONTROL-FILE INTO CONTROL-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO control-present
                   MOVE OC-LAST-SEQUENCE TO last-sequence
                   MOVE OC-LAST-TRANSACTION-REF
                       TO last-transaction-ref
                   MOVE OC-LAST-STATEMENT-NUMBER
                       TO last-statement-number
           END-READ
           CLOSE CONTROL-FILE
       ELSE
           IF WS-CONTROL-STATUS NOT = "35"
               DISPLAY "ONLSYNC: cannot open " WS-CONTROL-FILENAME
                   ", file status " WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       COMPUTE this-sequence = last-sequence + 1
       MOVE last-transaction-ref TO high-transaction-ref
       MOVE last-statement-number TO high-statement-number

       ACCEPT WS-EXTRACT-FILENAME
           FROM ENVIRONMENT "ONLINE_SYNC_EXTRACT_FILE"
       IF WS-EXTRACT-FILENAME = SPACES
           STRING "online-sync-" DELIMITED BY SIZE
               this-sequence DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "ONLSYNC: cannot open " WS-ACCOUNTS-FILENAME
               ", file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.
       PERFORM APPLY-BALANCE-CARRY-FORWARD.
       PERFORM LOAD-ACTIVE-HOLDS.
       PERFORM LOAD-LEGAL-HOLDS.
       PERFORM LOAD-CATEGORY-TEXTS.

       OPEN OUTPUT OUTPUT-EXTRACT
       IF WS-EXTRACT-STATUS NOT = "00"
           DISPLAY "ONLSYNC: cannot open " WS-EXTRACT-FILENAME
               ", file status " WS-EXTRACT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO EXTRACT-RECORD
       MOVE "H" TO OS-RECORD-TYPE
       MOVE this-sequence TO OS-SEQUENCE
       MOVE last-sequence TO OS-PREVIOUS-SEQUENCE
       MOVE WS-TODAY TO OS-RUN-DATE
       WRITE EXTRACT-RECORD

       PERFORM VARYING idx-acct FROM 1 BY 1
               UNTIL idx-acct > account-count
           PERFORM WRITE-BALANCE-RECORD
       END-PERFORM

       OPEN INPUT INPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS NOT = "00"
           DISPLAY "ONLSYNC: cannot open " WS-TRANSACTIONS-FILENAME
               ", file status " WS-TRANSACTIONS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF-TRANSACTIONS = "Y"
           READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
               AT END
                   MOVE "Y" TO EOF-TRANSACTIONS
               NOT AT END
                   IF control-present = "N"
                       OR TRANSACTION-REF OF TRANSACTION-RECORD
                           > last-transaction-ref
                       PERFORM WRITE-POSTING-RECORD
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE INPUT-TRANSACTIONS.

      * No statements issued yet is a normal state.
       OPEN INPUT INPUT-REGISTER
       IF WS-REGISTER-STATUS = "00"
           PERFORM UNTIL EOF-REGISTER = "Y"
               READ INPUT-REGISTER INTO REGISTER-RECORD
                   AT END
                       MOVE "Y" TO EOF-REGISTER
                   NOT AT END
                       IF RG-STATEMENT-NUMBER > last-statement-number
                           PERFORM WRITE-STATEMENT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-REGISTER
       ELSE
           IF WS-REGISTER-STATUS NOT = "35"
               DISPLAY "ONLSYNC: cannot open " WS-REGISTER-FILENAME
                   ", file status " WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       MOVE SPACES TO EXTRACT-RECORD
       MOVE "T" TO OS-RECORD-TYPE
       MOVE this-sequence TO OS-SEQUENCE
       MOVE last-sequence TO OS-PREVIOUS-SEQUENCE
       MOVE WS-TODAY TO OS-RUN-DATE
       MOVE balance-count TO OS-BALANCE-COUNT
       MOVE posting-count TO OS-POSTING-COUNT
       MOVE statement-count TO OS-STATEMENT-COUNT
       MOVE posting-amount-total TO OS-AMOUNT-TOTAL
       WRITE EXTRACT-RECORD
       CLOSE OUTPUT-EXTRACT.

      * Only a complete extract moves the high-water marks on.
       OPEN OUTPUT CONTROL-FILE
       IF WS-CONTROL-STATUS NOT = "00"
           DISPLAY "ONLSYNC: cannot open " WS-CONTROL-FILENAME
               " for rewrite, file status " WS-CONTROL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE this-sequence TO OC-LAST-SEQUENCE
       MOVE WS-TODAY TO OC-LAST-RUN-DATE
       MOVE high-transaction-ref TO OC-LAST-TRANSACTION-REF
       MOVE high-statement-number TO OC-LAST-STATEMENT-NUMBER
       WRITE CONTROL-RECORD
       CLOSE CONTROL-FILE.

       DISPLAY "ONLSYNC: delivery " this-sequence " written to "
           FUNCTION TRIM(WS-EXTRACT-FILENAME) " - " balance-count
           " balance(s), " posting-count " posting(s), "
           statement-count " statement(s)."

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "ONLSYNC: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "ONLSYNC: error reading "
                   WS-ACCOUNTS-FILENAME ", file status "
                   WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * Tonight's posted balances laid over the account master, the
      * same way STANDORD and CASHPOOL read them. A missing file
      * leaves the master's balances.
       APPLY-BALANCE-CARRY-FORWARD.
           OPEN INPUT BALANCE-CARRY-FILE
           IF WS-BALANCE-CARRY-STATUS = "00"
               PERFORM UNTIL EOF-BALANCE-CARRY = "Y"
                   READ BALANCE-CARRY-FILE INTO BALANCE-CARRY-RECORD
                       AT END
                           MOVE "Y" TO EOF-BALANCE-CARRY
                       NOT AT END
                           SET idx-acct TO 1
                           SEARCH ACCOUNT-ARRAY
                               AT END
                                   CONTINUE
                               WHEN account-number
                                       OF ACCOUNT-ARRAY(idx-acct)
                                       = BC-ACCOUNT-NUMBER
                                   MOVE BC-BALANCE TO
                                     balance OF ACCOUNT-ARRAY(idx-acct)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE BALANCE-CARRY-FILE
           END-IF.
       EXIT.

       LOAD-CATEGORY-TEXTS.
           OPEN INPUT CATEGORY-TEXTS-FILE
           IF WS-CATEGORY-TEXTS-STATUS = "00"
               PERFORM UNTIL EOF-CATEGORY-TEXTS = "Y"
                   READ CATEGORY-TEXTS-FILE INTO CATEGORY-TEXT-RECORD
                       AT END
                           MOVE "Y" TO EOF-CATEGORY-TEXTS
                       NOT AT END
                           IF CAT-LANG = "DA"
                               IF cat-text-count < CAT-TEXT-MAX
                                   ADD 1 TO cat-text-count
                                   MOVE CAT-CODE
                                       TO CTX-CODE(cat-text-count)
                                   MOVE CAT-TEXT
                                       TO CTX-TEXT(cat-text-count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-TEXTS-FILE
           END-IF.
       EXIT.

       WRITE-BALANCE-RECORD.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "B" TO OS-RECORD-TYPE
           MOVE this-sequence TO OS-SEQUENCE
           MOVE client-id OF ACCOUNT-ARRAY(idx-acct) TO OS-CLIENT-ID
           MOVE account-number OF ACCOUNT-ARRAY(idx-acct)
               TO OS-ACCOUNT-NUMBER
           MOVE valuta-code OF ACCOUNT-ARRAY(idx-acct)
               TO OS-VALUTA-CODE
           MOVE account-status OF ACCOUNT-ARRAY(idx-acct)
               TO OS-ACCOUNT-STATUS
           MOVE balance OF ACCOUNT-ARRAY(idx-acct) TO OS-BALANCE
           MOVE account-number OF ACCOUNT-ARRAY(idx-acct)
               TO hold-sum-account
           PERFORM SUM-ACCOUNT-HOLDS
           MOVE account-holds-sum TO OS-HOLDS
           COMPUTE OS-AVAILABLE =
               balance OF ACCOUNT-ARRAY(idx-acct) - account-holds-sum
           WRITE EXTRACT-RECORD
           ADD 1 TO balance-count.
       EXIT.

      * An older row without a value date was valued on its
      * transaction date; the online bank always gets one. The
      * counterparty is the name keyed on the posting and, for
      * transfers, the other account.
       WRITE-POSTING-RECORD.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "P" TO OS-RECORD-TYPE
           MOVE this-sequence TO OS-SEQUENCE
           MOVE CLIENT-ID OF TRANSACTION-RECORD TO OS-CLIENT-ID
           MOVE ACCOUNT-NUMBER OF TRANSACTION-RECORD
               TO OS-ACCOUNT-NUMBER
           MOVE TRANSACTION-REF OF TRANSACTION-RECORD
               TO OS-TRANSACTION-REF
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD
               TO OS-TRANSACTION-DATE
           IF VALUE-DATE OF TRANSACTION-RECORD = SPACES
               MOVE TRANSACTION-DATE OF TRANSACTION-RECORD
                   TO OS-VALUE-DATE
           ELSE
               MOVE VALUE-DATE OF TRANSACTION-RECORD TO OS-VALUE-DATE
           END-IF
           MOVE TRANSACTION-TYPE OF TRANSACTION-RECORD
               TO OS-TRANSACTION-TYPE
           MOVE AMOUNT OF TRANSACTION-RECORD TO OS-AMOUNT
           MOVE TRANSACTION-CURRENCY OF TRANSACTION-RECORD
               TO OS-CURRENCY
           MOVE PURPOSE-CATEGORY OF TRANSACTION-RECORD
               TO OS-CATEGORY-CODE
           IF PURPOSE-CATEGORY OF TRANSACTION-RECORD NOT = SPACES
               MOVE PURPOSE-CATEGORY OF TRANSACTION-RECORD
                   TO OS-CATEGORY-TEXT
               SET idx-cat TO 1
               SEARCH CAT-TEXT-ARRAY
                   AT END
                       CONTINUE
                   WHEN CTX-CODE(idx-cat)
                           = PURPOSE-CATEGORY OF TRANSACTION-RECORD
                       MOVE CTX-TEXT(idx-cat) TO OS-CATEGORY-TEXT
               END-SEARCH
           END-IF
           MOVE OWNER OF TRANSACTION-RECORD TO OS-COUNTERPARTY-NAME
           MOVE COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
               TO OS-COUNTERPARTY-ACCOUNT
           MOVE TRANSFER-REF OF TRANSACTION-RECORD TO OS-TRANSFER-REF
           WRITE EXTRACT-RECORD
           ADD 1 TO posting-count
           ADD AMOUNT OF TRANSACTION-RECORD TO posting-amount-total
           IF TRANSACTION-REF OF TRANSACTION-RECORD
                   > high-transaction-ref
               MOVE TRANSACTION-REF OF TRANSACTION-RECORD
                   TO high-transaction-ref
           END-IF.
       EXIT.

       WRITE-STATEMENT-RECORD.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "S" TO OS-RECORD-TYPE
           MOVE this-sequence TO OS-SEQUENCE
           MOVE RG-CLIENT-ID TO OS-CLIENT-ID
           MOVE RG-STATEMENT-NUMBER TO OS-STATEMENT-NUMBER
           MOVE RG-RUN-DATE TO OS-STATEMENT-DATE
           MOVE RG-CHANNEL TO OS-STATEMENT-CHANNEL
           MOVE RG-PERIOD-START TO OS-PERIOD-START
           MOVE RG-PERIOD-END TO OS-PERIOD-END
           MOVE RG-ORIGINAL-NUMBER TO OS-ORIGINAL-NUMBER
           WRITE EXTRACT-RECORD
           ADD 1 TO statement-count
           IF RG-STATEMENT-NUMBER > high-statement-number
               MOVE RG-STATEMENT-NUMBER TO high-statement-number
           END-IF.
       EXIT.

           COPY "hold-check.cpy".

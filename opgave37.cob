      *    R05 lukket periode, R06 intet aktivt mandat i
      *    dd-mandates.txt (kunden har aldrig tilmeldt sig, eller
      *    har opsagt mandatet via DDMAND).
      *    En opkraevning der kun fejler paa daekning (R03) returneres
      *    ikke med det samme, men laegges i payment-retry-queue.txt
      *    med kreditors returfrist, saa PAYRETRY kan forsoege den
      *    igen de foelgende bankdage; foerst naar forsoegene eller
      *    fristen er brugt op, returneres den med R03.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOLL.

       SELECT INPUT-MANDATES ASSIGN TO DYNAMIC WS-MANDATES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MANDATES-STATUS.
       SELECT RETRY-QUEUE-FILE
       ASSIGN TO DYNAMIC WS-RETRY-QUEUE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RETRY-QUEUE-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
           02 DD-AMOUNT                PIC 9(7)V99.
           02 DD-COLLECTION-DATE       PIC X(8).
           02 DD-CREDITOR-NAME         PIC X(40).
      * Kreditors returfrist (YYYYMMDD); blank = ingen frist ud over
      * PAYRETRY's antal forsoeg.
           02 DD-RETURN-DEADLINE       PIC X(8).
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-MANDATES.
       01 MANDATE-RECORD.
           COPY "dd-mandates.cpy".
       FD RETRY-QUEUE-FILE.
       01 RETRY-QUEUE-RECORD.
           COPY "payment-retry-queue.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           PIC X(100) VALUE "transactions.txt".
       01 WS-RETURNS-FILENAME
           PIC X(100) VALUE "direct-debit-returns.txt".
       01 WS-RETRY-QUEUE-FILENAME
           PIC X(100) VALUE "payment-retry-queue.txt".
       01 WS-RETRY-QUEUE-STATUS         PIC XX VALUE "00".
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Batch control totals
       01 instruction-count             PIC 9(6) VALUE ZEROES.
       01 collected-count               PIC 9(6) VALUE ZEROES.
       01 returned-count                PIC 9(6) VALUE ZEROES.
       01 deferred-count                PIC 9(6) VALUE ZEROES.
       01 collected-total               PIC 9(9)V99 VALUE ZEROES.
       01 verify-acct-idx               PIC 9(4) VALUE ZEROES.
           COPY "period-check-fields.cpy".
           MOVE "direct-debit-returns.txt" TO WS-RETURNS-FILENAME
       END-IF

       ACCEPT WS-RETRY-QUEUE-FILENAME
           FROM ENVIRONMENT "PAYMENT_RETRY_QUEUE_FILE"
       IF WS-RETRY-QUEUE-FILENAME = SPACES
           MOVE "payment-retry-queue.txt" TO WS-RETRY-QUEUE-FILENAME
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

       MOVE "DDCOLL" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

           STOP RUN
       END-IF

       OPEN EXTEND RETRY-QUEUE-FILE
       IF WS-RETRY-QUEUE-STATUS = "35"
           OPEN OUTPUT RETRY-QUEUE-FILE
       END-IF
       IF WS-RETRY-QUEUE-STATUS NOT = "00"
           DISPLAY "DDCOLL: cannot open " WS-RETRY-QUEUE-FILENAME
               ", file status " WS-RETRY-QUEUE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-INSTRUCTIONS INTO INSTRUCTION-RECORD
               AT END
           returned-count DELIMITED BY SIZE
           " collected-total=" DELIMITED BY SIZE
           collected-total DELIMITED BY SIZE
           " deferred=" DELIMITED BY SIZE
           deferred-count DELIMITED BY SIZE
           INTO RET-INFO
       WRITE RETURN-LINE
       CLOSE OUTPUT-RETURNS.
       CLOSE OUTPUT-TRANSACTIONS.
       CLOSE RETRY-QUEUE-FILE.

      * The collected debits were applied to ACCOUNT-ARRAY as they
      * were posted; persist the updated balances the same
       PERFORM SWAP-IN-NEW-MASTER.

       DISPLAY "DDCOLL: " collected-count " collected, "
           returned-count " returned, " deferred-count
           " deferred for retry."

       IF returned-count > 0
           MOVE 8 TO RETURN-CODE

           IF WS-REASON-CODE = SPACES
               PERFORM POST-COLLECTION
           ELSE
           IF WS-REASON-CODE = "R03"
               PERFORM QUEUE-COLLECTION
           ELSE
               PERFORM WRITE-RETURN-LINE
           END-IF
           END-IF.
       EXIT.

      * R03 alone is curable: the debtor's salary may land tomorrow.
      * The collection waits in the retry queue under the creditor's
      * return deadline instead of bouncing tonight; PAYRETRY returns
      * it with R03 if cover never comes.
       QUEUE-COLLECTION.
           MOVE SPACES TO RETRY-QUEUE-RECORD
           MOVE "DD" TO RQ-SOURCE
           MOVE client-id OF ACCOUNT-ARRAY(matched-slot)
               TO RQ-CLIENT-ID
           MOVE DD-ACCOUNT-NUMBER TO RQ-ACCOUNT-NUMBER
           MOVE DD-AMOUNT TO RQ-AMOUNT
           MOVE DD-COLLECTION-DATE TO RQ-DUE-DATE
           MOVE DD-RETURN-DEADLINE TO RQ-DEADLINE
           MOVE DD-CREDITOR-REF TO RQ-CREDITOR-REF
           MOVE DD-CREDITOR-NAME TO RQ-PAYEE
           MOVE ZEROES TO RQ-ATTEMPTS
           MOVE WS-TODAY TO RQ-LAST-ATTEMPT
           MOVE "V" TO RQ-STATUS
           WRITE RETRY-QUEUE-RECORD

           ADD 1 TO deferred-count
           MOVE SPACES TO RET-INFO
           STRING "GENFORSOEG: reason=R03 creditor-ref="
                   DELIMITED BY SIZE
               DD-CREDITOR-REF DELIMITED BY SIZE
               " account-number=" DELIMITED BY SIZE
               FUNCTION TRIM(DD-ACCOUNT-NUMBER) DELIMITED BY SIZE
               " amount=" DELIMITED BY SIZE
               DD-AMOUNT DELIMITED BY SIZE
               " date=" DELIMITED BY SIZE
               DD-COLLECTION-DATE DELIMITED BY SIZE
               " deadline=" DELIMITED BY SIZE
               DD-RETURN-DEADLINE DELIMITED BY SIZE
               INTO RET-INFO
           WRITE RETURN-LINE.
       EXIT.

       POST-COLLECTION.
           SUBTRACT DD-AMOUNT
               FROM balance OF ACCOUNT-ARRAY(matched-slot)

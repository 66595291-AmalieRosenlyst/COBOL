      *    revisionssporet i approvals-audit.txt viser hvem der
      *    anmodede og hvem der godkendte. En checker kan aldrig
      *    godkende sin egen anmodning.
      *    TELLCAP parkerer kasse-posteringer der mangler anden
      *    underskrift efter kontoens tegningsregel; ved godkendelse
      *    tastes anden underskriver, som skal vaere navngivet i
      *    signing-rules.txt og forskellig fra den foerste, og
      *    posteringen frigives til transactions.txt med en
      *    GODKENDT-linje i kasseloggen.
      *    Nye og rettede gemte modtagere fra PAYEEMAINT godkendes
      *    paa samme maade og sendes tilbage i
      *    payee-maint-requests.txt med handlingen "V".
      *    AMLRISK's foreslaaede nedgraderinger af en kundes
      *    risikoklasse godkendes her og sendes tilbage i
      *    customer-maint-requests.txt til CUSTMAINT.
      *    OPMAINT's aendringer og tilbagekaldelser af en operatoers
      *    rolle, graense eller adgang godkendes her og sendes
      *    tilbage i operator-maint-requests.txt med handlingen "V".
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRREV.

       ASSIGN TO DYNAMIC WS-ACCT-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCT-REQUESTS-STATUS.
       SELECT PAYEE-REQUESTS-FILE
       ASSIGN TO DYNAMIC WS-PAYEE-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAYEE-REQUESTS-STATUS.
       SELECT OPER-REQUESTS-FILE
       ASSIGN TO DYNAMIC WS-OPER-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPER-REQUESTS-STATUS.
       SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
       SELECT SIGNING-RULES-FILE ASSIGN TO DYNAMIC WS-SIGNING-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SIGNING-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT CAPTURE-LOG-FILE
       ASSIGN TO DYNAMIC WS-CAPTURE-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CAPTURE-LOG-STATUS.

       DATA DIVISION.

       01 CUST-REQUEST-LINE            PIC X(400).
       FD ACCT-REQUESTS-FILE.
       01 ACCT-REQUEST-LINE            PIC X(400).
       FD PAYEE-REQUESTS-FILE.
       01 PAYEE-REQUEST-LINE           PIC X(400).
       FD OPER-REQUESTS-FILE.
       01 OPER-REQUEST-LINE            PIC X(400).
       FD AUDIT-FILE.
       01 AUDIT-LINE.
           02 AUD-INFO                 PIC X(150).
       FD SIGNING-RULES-FILE.
       01 SIGNING-RULE-RECORD.
           COPY "signing-rules.cpy".
       FD OUTPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD CAPTURE-LOG-FILE.
       01 CAPTURE-LOG-LINE.
           02 CL-INFO                  PIC X(200).

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 WS-PENDING-STATUS             PIC XX VALUE "00".
       01 WS-CUST-REQUESTS-STATUS       PIC XX VALUE "00".
       01 WS-ACCT-REQUESTS-STATUS       PIC XX VALUE "00".
       01 WS-PAYEE-REQUESTS-STATUS      PIC XX VALUE "00".
       01 WS-OPER-REQUESTS-STATUS       PIC XX VALUE "00".
       01 WS-AUDIT-STATUS               PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-CAPTURE-LOG-STATUS         PIC XX VALUE "00".

       01 PENDING-ARRAY-MAX             PIC 9(3) VALUE 200.
       01 PENDING-ARRAY                 OCCURS 200 TIMES
       01 review-answer                 PIC X(1) VALUE SPACES.
       01 request-out                   PIC X(400) VALUE SPACES.

      * Parked teller entries (source TELLCAP): AP-RULE carries the
      * first signatory after "1.=", the image is the transaction.
           COPY "signing-check-fields.cpy".
       01 released-transaction.
           COPY "transactions.cpy".
       01 first-signatory               PIC X(10) VALUE SPACES.
       01 second-signatory              PIC X(10) VALUE SPACES.
       01 signature-ok                  PIC X VALUE "N".
       01 signature-reason              PIC X(40) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

           PIC X(100) VALUE "customer-maint-requests.txt".
       01 WS-ACCT-REQUESTS-FILENAME
           PIC X(100) VALUE "account-maint-requests.txt".
       01 WS-PAYEE-REQUESTS-FILENAME
           PIC X(100) VALUE "payee-maint-requests.txt".
       01 WS-OPER-REQUESTS-FILENAME
           PIC X(100) VALUE "operator-maint-requests.txt".
       01 WS-AUDIT-FILENAME
           PIC X(100) VALUE "approvals-audit.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-CAPTURE-LOG-FILENAME
           PIC X(100) VALUE "teller-capture-log.txt".

      * Safe rewrite-and-swap of the queue, same pattern as the
      * other rewriters.
               TO WS-ACCT-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-PAYEE-REQUESTS-FILENAME
           FROM ENVIRONMENT "PAYEE_MAINT_REQUESTS_FILE"
       IF WS-PAYEE-REQUESTS-FILENAME = SPACES
           MOVE "payee-maint-requests.txt"
               TO WS-PAYEE-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-OPER-REQUESTS-FILENAME
           FROM ENVIRONMENT "OPERATOR_MAINT_REQUESTS_FILE"
       IF WS-OPER-REQUESTS-FILENAME = SPACES
           MOVE "operator-maint-requests.txt"
               TO WS-OPER-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-AUDIT-FILENAME FROM ENVIRONMENT "APPROVALS_AUDIT_FILE"
       IF WS-AUDIT-FILENAME = SPACES
           MOVE "approvals-audit.txt" TO WS-AUDIT-FILENAME
       END-IF

       ACCEPT WS-SIGNING-FILENAME FROM ENVIRONMENT "SIGNING_RULES_FILE"
       IF WS-SIGNING-FILENAME = SPACES
           MOVE "signing-rules.txt" TO WS-SIGNING-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-CAPTURE-LOG-FILENAME
           FROM ENVIRONMENT "TELLER_CAPTURE_LOG_FILE"
       IF WS-CAPTURE-LOG-FILENAME = SPACES
           MOVE "teller-capture-log.txt" TO WS-CAPTURE-LOG-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
       END-PERFORM.
       CLOSE INPUT-PENDING.

       PERFORM LOAD-SIGNING-RULES.

       DISPLAY "APPRREV: checker-id?"
       ACCEPT WS-CHECKER-ID
       IF WS-CHECKER-ID = SPACES
                       DISPLAY "APPRREV: du kan ikke godkende din "
                           "egen anmodning - sprunget over"
                       ADD 1 TO skipped-count
                   ELSE
                   IF AP-ARR-SOURCE OF PENDING-ARRAY(idx-pen)
                           = "TELLCAP"
                       PERFORM RELEASE-TELLER-ENTRY
                   ELSE
                       PERFORM APPROVE-ITEM
                   END-IF
                   END-IF
               WHEN "R"
                   MOVE "R" TO AP-ARR-STATUS OF PENDING-ARRAY(idx-pen)
                   MOVE WS-CHECKER-ID
           MOVE AP-ARR-REQUEST-IMAGE OF PENDING-ARRAY(idx-pen)
               TO request-out
           MOVE "V" TO request-out(1:1)
      *>   AMLRISK's nedgraderinger af risikoklassen er almindelige
      *>   kunde-ret-anmodninger og gaar samme vej.
           IF AP-ARR-SOURCE OF PENDING-ARRAY(idx-pen) = "CUSTMAINT"
               OR AP-ARR-SOURCE OF PENDING-ARRAY(idx-pen) = "AMLRISK"
               OPEN EXTEND CUST-REQUESTS-FILE
               IF WS-CUST-REQUESTS-STATUS = "35"
                   OPEN OUTPUT CUST-REQUESTS-FILE
               MOVE request-out TO CUST-REQUEST-LINE
               WRITE CUST-REQUEST-LINE
               CLOSE CUST-REQUESTS-FILE
           ELSE
           IF AP-ARR-SOURCE OF PENDING-ARRAY(idx-pen) = "PAYEEMAINT"
               OPEN EXTEND PAYEE-REQUESTS-FILE
               IF WS-PAYEE-REQUESTS-STATUS = "35"
                   OPEN OUTPUT PAYEE-REQUESTS-FILE
               END-IF
               IF WS-PAYEE-REQUESTS-STATUS NOT = "00"
                   DISPLAY "APPRREV: cannot open "
                       WS-PAYEE-REQUESTS-FILENAME ", file status "
                       WS-PAYEE-REQUESTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE request-out TO PAYEE-REQUEST-LINE
               WRITE PAYEE-REQUEST-LINE
               CLOSE PAYEE-REQUESTS-FILE
           ELSE
           IF AP-ARR-SOURCE OF PENDING-ARRAY(idx-pen) = "OPMAINT"
               OPEN EXTEND OPER-REQUESTS-FILE
               IF WS-OPER-REQUESTS-STATUS = "35"
                   OPEN OUTPUT OPER-REQUESTS-FILE
               END-IF
               IF WS-OPER-REQUESTS-STATUS NOT = "00"
                   DISPLAY "APPRREV: cannot open "
                       WS-OPER-REQUESTS-FILENAME ", file status "
                       WS-OPER-REQUESTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE request-out TO OPER-REQUEST-LINE
               WRITE OPER-REQUEST-LINE
               CLOSE OPER-REQUESTS-FILE
           ELSE
               OPEN EXTEND ACCT-REQUESTS-FILE
               IF WS-ACCT-REQUESTS-STATUS = "35"
               WRITE ACCT-REQUEST-LINE
               CLOSE ACCT-REQUESTS-FILE
           END-IF
           END-IF
           END-IF

           MOVE "A" TO AP-ARR-STATUS OF PENDING-ARRAY(idx-pen)
           MOVE WS-CHECKER-ID
           PERFORM WRITE-AUDIT-LINE.
       EXIT.

      * A parked teller entry needs its second signature before it is
      * released: a signatory named in the account's signing rule,
      * other than the one who signed at the counter. The released
      * entry lands in transactions.txt exactly as keyed, and the
      * capture log gets the GODKENDT line the counter could not
      * write, with both signatures and the teller as operator.
       RELEASE-TELLER-ENTRY.
           MOVE AP-ARR-REQUEST-IMAGE OF PENDING-ARRAY(idx-pen)
               TO released-transaction
           MOVE AP-ARR-RULE OF PENDING-ARRAY(idx-pen)(12:10)
               TO first-signatory
           DISPLAY "Konto:  "
               ACCOUNT-NUMBER OF released-transaction
               " beloeb " AMOUNT OF released-transaction
               " 1. underskriver " first-signatory
           DISPLAY "anden underskriver (client-id)?"
           ACCEPT second-signatory

           MOVE "Y" TO signature-ok
           MOVE SPACES TO signature-reason
           MOVE ACCOUNT-NUMBER OF released-transaction
               TO lookup-sign-account
           PERFORM FIND-SIGNING-RULE
           MOVE second-signatory TO lookup-signatory
           PERFORM CHECK-SIGNATORY
           IF second-signatory = SPACES
               MOVE "N" TO signature-ok
               MOVE "MANGLER ANDEN UNDERSKRIFT" TO signature-reason
           ELSE
           IF signatory-named = "N"
               MOVE "N" TO signature-ok
               MOVE "2. UNDERSKRIVER IKKE TEGNINGSBERETTIGET"
                   TO signature-reason
           ELSE
           IF second-signatory = first-signatory
               MOVE "N" TO signature-ok
               MOVE "SAMME UNDERSKRIVER TO GANGE" TO signature-reason
           END-IF
           END-IF
           END-IF

           IF signature-ok = "N"
               DISPLAY "APPRREV: " FUNCTION TRIM(signature-reason)
                   " - sprunget over"
               ADD 1 TO skipped-count
           ELSE
               OPEN EXTEND OUTPUT-TRANSACTIONS
               IF WS-TRANSACTIONS-STATUS = "35"
                   OPEN OUTPUT OUTPUT-TRANSACTIONS
               END-IF
               IF WS-TRANSACTIONS-STATUS NOT = "00"
                   DISPLAY "APPRREV: cannot open "
                       WS-TRANSACTIONS-FILENAME ", file status "
                       WS-TRANSACTIONS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE released-transaction TO TRANSACTION-RECORD
               WRITE TRANSACTION-RECORD
               CLOSE OUTPUT-TRANSACTIONS

               OPEN EXTEND CAPTURE-LOG-FILE
               IF WS-CAPTURE-LOG-STATUS = "35"
                   OPEN OUTPUT CAPTURE-LOG-FILE
               END-IF
               IF WS-CAPTURE-LOG-STATUS NOT = "00"
                   DISPLAY "APPRREV: cannot open "
                       WS-CAPTURE-LOG-FILENAME ", file status "
                       WS-CAPTURE-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO CL-INFO
               STRING "CAPTURE: run-at=" DELIMITED BY SIZE
                   WS-RUN-TIMESTAMP DELIMITED BY SIZE
                   " operator=" DELIMITED BY SIZE
                   FUNCTION TRIM(AP-ARR-MAKER OF PENDING-ARRAY(idx-pen))
                       DELIMITED BY SIZE
                   " client-id=" DELIMITED BY SIZE
                   CLIENT-ID OF released-transaction DELIMITED BY SIZE
                   " account-number=" DELIMITED BY SIZE
                   FUNCTION TRIM(ACCOUNT-NUMBER OF released-transaction)
                       DELIMITED BY SIZE
                   " amount=" DELIMITED BY SIZE
                   AMOUNT OF released-transaction DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   TRANSACTION-TYPE OF released-transaction
                       DELIMITED BY SIZE
                   " status=GODKENDT" DELIMITED BY SIZE
                   " signed=" DELIMITED BY SIZE
                   FUNCTION TRIM(first-signatory) DELIMITED BY SIZE
                   "+" DELIMITED BY SIZE
                   FUNCTION TRIM(second-signatory) DELIMITED BY SIZE
                   " checker=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHECKER-ID) DELIMITED BY SIZE
                   INTO CL-INFO
               WRITE CAPTURE-LOG-LINE
               CLOSE CAPTURE-LOG-FILE

               MOVE "A" TO AP-ARR-STATUS OF PENDING-ARRAY(idx-pen)
               MOVE WS-CHECKER-ID
                   TO AP-ARR-CHECKER OF PENDING-ARRAY(idx-pen)
               MOVE WS-RUN-TIMESTAMP
                   TO AP-ARR-DECIDED-AT OF PENDING-ARRAY(idx-pen)
               ADD 1 TO approved-count
               MOVE "GODKENDT" TO review-answer
               PERFORM WRITE-AUDIT-LINE
           END-IF.
       EXIT.

       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUD-INFO
           STRING "run-at=" DELIMITED BY SIZE
       EXIT.

           COPY "safe-swap.cpy".

           COPY "signing-check.cpy".

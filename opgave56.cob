      *    account-info-OCCURS-plads og skriver et velkomstbrev med
      *    samme adresseformatering som MAILLBL. Numre der er foedt
      *    gyldige fjerner hele checksum-undtagelses-arbejdsgangen.
      *    Hver aabning skrives i sales-register.txt med den
      *    operatoer og filial der solgte kontoen (SALESRPT).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOPEN.

       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT SALES-REGISTER-FILE
       ASSIGN TO DYNAMIC WS-SALES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SALES-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
           02 AO-REQ-REG-NR            PIC X(4).
           02 AO-REQ-ACCOUNT-TYPE      PIC X(10).
           02 AO-REQ-VALUTA            PIC X(3).
      * Saelgeren og dennes filial; blank filial = kontoens REG-NR.
      * Aeldre, kortere anmodninger laeses med blanke her.
           02 AO-REQ-SOLD-BY           PIC X(8).
           02 AO-REQ-SOLD-REG-NR       PIC X(4).
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".
       FD SALES-REGISTER-FILE.
       01 SALES-REGISTER-RECORD.
           COPY "sales-register.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
      * Efter-billeder af nyoprettede konti til den faelles
      * journal (journal.cpy).
           COPY "journal-fields.cpy".
      * Salgsregistret (sales-capture.cpy).
           COPY "sales-capture-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE               PIC X VALUE "N".
       01 EOF-CUSTOMERS             PIC X VALUE "N".
           COPY "customers.cpy".
       01 customer-count            PIC 9(4) VALUE ZEROES.

      * Kontonummer-generatoren (account-number-gen.cpy), delt med
      * LOANORIG.
           COPY "account-number-gen-fields.cpy".

      * Mindreaarige (minor-check.cpy): en kunde under 18 aar faar
      * altid traekgraense nul, uanset produktets standard.
           COPY "minor-check-fields.cpy".
       01 WS-TODAY                  PIC X(8) VALUE SPACES.

       01 request-ok                PIC X VALUE "Y".
       01 refuse-reason             PIC X(40) VALUE SPACES.
           MOVE "account-opening-report.txt" TO WS-REPORT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

       MOVE "ACCTOPEN" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       MOVE WS-ACCOUNTS-FILENAME(1:40) TO jrn-master-file
       PERFORM OPEN-MASTER-JOURNAL

       MOVE "ACCTOPEN" TO sale-program
       PERFORM OPEN-SALES-REGISTER

       ACCEPT WS-CATALOG-FILENAME
           FROM ENVIRONMENT "PRODUCT_CATALOG_FILE"
       IF WS-CATALOG-FILENAME = SPACES
       END-IF

       PERFORM CLOSE-MASTER-JOURNAL
       PERFORM CLOSE-SALES-REGISTER
       PERFORM RELEASE-RUN-LOCK

       STOP RUN.
           END-IF

           IF request-ok = "Y"
               MOVE AO-REQ-REG-NR TO gen-reg-nr
               PERFORM GENERATE-ACCOUNT-NUMBER
               PERFORM CREATE-ACCOUNT-RECORD
               PERFORM ATTACH-TO-CUSTOMER
               PERFORM WRITE-WELCOME-LETTER
               PERFORM WRITE-OPEN-EVENT
               PERFORM RECORD-OPENING-SALE
               ADD 1 TO opened-count
               MOVE SPACES TO RPT-INFO
               STRING "OPRETTET: client-id=" DELIMITED BY SIZE
           END-IF.
       EXIT.

       CREATE-ACCOUNT-RECORD.
           MOVE SPACES TO ACCOUNT-RECORD
           MOVE AO-REQ-CLIENT-ID TO client-id OF ACCOUNT-RECORD
                       TO overdraft-limit OF ACCOUNT-RECORD
               END-IF
           END-IF
      *>   A minor never gets an authorized overdraft.
           MOVE date-of-birth OF CUSTOMER-ARRAY(cust-slot)
               TO age-birth-date
           MOVE WS-TODAY TO age-as-of-date
           PERFORM COMPUTE-CUSTOMER-AGE
           IF customer-is-minor = "Y"
               MOVE ZEROES TO overdraft-limit OF ACCOUNT-RECORD
           END-IF
           WRITE ACCOUNT-RECORD
           MOVE generated-number TO jrn-key
           MOVE "A" TO jrn-image-type

           COPY "journal.cpy".

           COPY "account-number-gen.cpy".

           COPY "minor-check.cpy".

           COPY "sales-capture.cpy".

      * The opening as a sale for SALESRPT: a term-deposit product
      * counts as a term deposit sold, anything else as an account.
       RECORD-OPENING-SALE.
           MOVE "K" TO sale-kind
           IF catalog-loaded = "Y"
               MOVE AO-REQ-ACCOUNT-TYPE TO lookup-product-type
               PERFORM LOOKUP-PRODUCT
               IF product-found = "Y"
                   IF PRD-TERM-FLAG OF CATALOG-ARRAY(product-slot)
                           = "Y"
                       MOVE "T" TO sale-kind
                   END-IF
               END-IF
           END-IF
           MOVE AO-REQ-ACCOUNT-TYPE TO sale-product-type
           MOVE generated-number TO sale-product-key
           MOVE AO-REQ-CLIENT-ID TO sale-client-id
           MOVE AO-REQ-SOLD-BY TO sale-operator
           IF AO-REQ-SOLD-REG-NR = SPACES
               MOVE AO-REQ-REG-NR TO sale-branch
           ELSE
               MOVE AO-REQ-SOLD-REG-NR TO sale-branch
           END-IF
           MOVE ZEROES TO sale-amount
           PERFORM WRITE-SALE.
       EXIT.

      * One KONTO-AABNET event per opened account for CORRENG's
      * nightly letter run; the event file appends like the other
      * handoffs, a missing file is just the first event.

      * Formål: Indberetning af mistaenkelige transaktioner til
      *    hvidvasksekretariatet. Hver AML-sag som CASEMAINT har
      *    eskaleret (status "E") og som endnu ikke er indberettet,
      *    bliver til en indberetning i dagens fil
      *    str-report-YYYYMMDD.txt: sagen og hittet, kunden fra
      *    kunderegistret, kundens konti fra account-info.txt, de
      *    transaktioner der er knyttet til sagen (uden knyttede
      *    transaktioner: hittets dag paa hittets konto eller kunde)
      *    samt begrundelsen og hvem der traf afgoerelsen. Sagen
      *    faar status "I" (indberettet) med indberetningens id og
      *    dato, og indberetningen staar i noteloggen
      *    aml-case-notes.txt. Filen indsendes til sekretariatet af
      *    compliance; programmet sender intet selv.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRFILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CASES-FILE ASSIGN TO DYNAMIC WS-CASES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CASES-STATUS.
       SELECT OUTPUT-CASES ASSIGN TO DYNAMIC WS-CASES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CASES-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-LOOKUP-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOOKUP-STATUS.
       SELECT TXN-REF-INDEX-FILE
       ASSIGN TO DYNAMIC WS-REF-INDEX-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REF-INDEX-STATUS.
       SELECT NOTES-FILE ASSIGN TO DYNAMIC WS-NOTES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTES-STATUS.
       SELECT OUTPUT-STR ASSIGN TO DYNAMIC WS-STR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STR-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CASES-FILE.
       01 CASE-RECORD.
           COPY "aml-cases.cpy".
       FD OUTPUT-CASES.
       01 OUTPUT-CASE-RECORD.
           COPY "aml-cases.cpy"
               REPLACING LEADING ==AC-== BY ==AC-OUT-==.
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD TXN-REF-INDEX-FILE.
       01 TXN-REF-INDEX-RECORD.
           COPY "txn-ref-index.cpy".
       FD NOTES-FILE.
       01 NOTE-RECORD.
           COPY "aml-case-notes.cpy".
       FD OUTPUT-STR.
       01 STR-LINE.
           02 STR-INFO                 PIC X(200).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Referenceindekset (ref-index.cpy).
           COPY "ref-index-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-CASES                     PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 WS-CASES-STATUS               PIC XX VALUE "00".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-LOOKUP-STATUS              PIC XX VALUE "00".
       01 WS-NOTES-STATUS               PIC XX VALUE "00".
       01 WS-STR-STATUS                 PIC XX VALUE "00".

       01 CASE-ARRAY-MAX                PIC 9(4) VALUE 5000.
       01 CASE-ARRAY                    OCCURS 5000 TIMES
                                        INDEXED BY idx-case.
           COPY "aml-cases.cpy"
               REPLACING LEADING ==AC-== BY ==AC-ARR-==.
       01 case-count                    PIC 9(4) VALUE ZEROES.
       01 idx-ref                       PIC 9(1) VALUE ZEROES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 report-id                     PIC X(14) VALUE SPACES.
       01 found-txn                     PIC X VALUE "N".
       01 txn-lines                     PIC 9(4) VALUE ZEROES.
       01 account-lines                 PIC 9(4) VALUE ZEROES.
       01 amount-display                PIC -Z(6)9.99.
       01 customer-name                 PIC X(60) VALUE SPACES.
       01 customer-found                PIC X VALUE "N".

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CASES-FILENAME
           PIC X(100) VALUE "aml-cases.txt".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-VALIDATED-FILENAME
           PIC X(100) VALUE "transactions-validated.txt".
       01 WS-LOOKUP-FILENAME            PIC X(100) VALUE SPACES.
       01 WS-NOTES-FILENAME
           PIC X(100) VALUE "aml-case-notes.txt".
       01 WS-STR-FILENAME               PIC X(100) VALUE SPACES.

      * Safe rewrite-and-swap of the case register, same pattern as
      * BOXMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 due-count                     PIC 9(6) VALUE ZEROES.
       01 filed-count                   PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

       ACCEPT WS-CASES-FILENAME FROM ENVIRONMENT "AML_CASES_FILE"
       IF WS-CASES-FILENAME = SPACES
           MOVE "aml-cases.txt" TO WS-CASES-FILENAME
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-VALIDATED-FILENAME
           FROM ENVIRONMENT "VALIDATED_TRANSACTIONS_FILE"
       IF WS-VALIDATED-FILENAME = SPACES
           MOVE "transactions-validated.txt" TO WS-VALIDATED-FILENAME
       END-IF

       ACCEPT WS-NOTES-FILENAME FROM ENVIRONMENT "AML_CASE_NOTES_FILE"
       IF WS-NOTES-FILENAME = SPACES
           MOVE "aml-case-notes.txt" TO WS-NOTES-FILENAME
       END-IF

       ACCEPT WS-STR-FILENAME FROM ENVIRONMENT "AML_STR_FILE"
       IF WS-STR-FILENAME = SPACES
           STRING "str-report-" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-STR-FILENAME
       END-IF

       MOVE "STRFILE" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No register means no case was ever opened - nothing to file.
       PERFORM LOAD-CASES
       PERFORM VARYING idx-case FROM 1 BY 1
               UNTIL idx-case > case-count
           IF AC-ARR-STATUS(idx-case) = "E"
                   AND AC-ARR-REPORT-ID(idx-case) = SPACES
               ADD 1 TO due-count
           END-IF
       END-PERFORM
       IF due-count = ZEROES
           DISPLAY "STRFILE: no escalated case awaiting a report"
           PERFORM RELEASE-RUN-LOCK
           STOP RUN
       END-IF

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "STRFILE: cannot open " WS-CUSTOMERS-FILENAME
               ", file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "STRFILE: cannot open " WS-ACCOUNTS-FILENAME
               ", file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.

      * A second run the same day adds to the day's file rather than
      * replacing what is already waiting to be sent.
       OPEN EXTEND OUTPUT-STR
       IF WS-STR-STATUS = "35"
           OPEN OUTPUT OUTPUT-STR
       END-IF
       IF WS-STR-STATUS NOT = "00"
           DISPLAY "STRFILE: cannot open " WS-STR-FILENAME
               ", file status " WS-STR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND NOTES-FILE
       IF WS-NOTES-STATUS = "35"
           OPEN OUTPUT NOTES-FILE
       END-IF
       IF WS-NOTES-STATUS NOT = "00"
           DISPLAY "STRFILE: cannot open " WS-NOTES-FILENAME
               ", file status " WS-NOTES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM VARYING idx-case FROM 1 BY 1
               UNTIL idx-case > case-count
           IF AC-ARR-STATUS(idx-case) = "E"
                   AND AC-ARR-REPORT-ID(idx-case) = SPACES
               PERFORM FILE-ONE-REPORT
           END-IF
       END-PERFORM

       MOVE SPACES TO STR-INFO
       STRING "TRAILER: run-at=" DELIMITED BY SIZE
           WS-RUN-TIMESTAMP DELIMITED BY SIZE
           " reports=" DELIMITED BY SIZE
           filed-count DELIMITED BY SIZE
           INTO STR-INFO
       WRITE STR-LINE

       CLOSE OUTPUT-STR
       CLOSE NOTES-FILE
       CLOSE INPUT-CUSTOMERS

       PERFORM REWRITE-CASE-REGISTER

       PERFORM RELEASE-RUN-LOCK

       DISPLAY "STRFILE: " filed-count " report(s) written to "
           FUNCTION TRIM(WS-STR-FILENAME)

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-CASES.
           OPEN INPUT CASES-FILE
           IF WS-CASES-STATUS = "35"
               MOVE "Y" TO EOF-CASES
           ELSE
               IF WS-CASES-STATUS NOT = "00"
                   DISPLAY "STRFILE: cannot open "
                       WS-CASES-FILENAME ", file status "
                       WS-CASES-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL EOF-CASES = "Y"
                   READ CASES-FILE INTO CASE-RECORD
                       AT END
                           MOVE "Y" TO EOF-CASES
                       NOT AT END
                           IF case-count >= CASE-ARRAY-MAX
                               DISPLAY "STRFILE: "
                                   WS-CASES-FILENAME
                                   " has more rows than CASE-ARRAY"
                                   " can hold - stopping"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO case-count
                           MOVE CASE-RECORD TO CASE-ARRAY(case-count)
                   END-READ
               END-PERFORM
               CLOSE CASES-FILE
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
                       DISPLAY "STRFILE: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "STRFILE: error reading "
                   WS-ACCOUNTS-FILENAME ", file status "
                   WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * One report per escalated case, identified by the case number
      * so a resent file can be matched to the case it came from.
       FILE-ONE-REPORT.
           MOVE SPACES TO report-id
           STRING "STR-" DELIMITED BY SIZE
               AC-ARR-CASE-ID(idx-case) DELIMITED BY SIZE
               INTO report-id

           MOVE SPACES TO STR-INFO
           STRING "STR-SAG: id=" DELIMITED BY SIZE
               FUNCTION TRIM(report-id) DELIMITED BY SIZE
               " sag=" DELIMITED BY SIZE
               AC-ARR-CASE-ID(idx-case) DELIMITED BY SIZE
               " dato=" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " aabnet=" DELIMITED BY SIZE
               AC-ARR-OPENED-DATE(idx-case) DELIMITED BY SIZE
               " kilde=" DELIMITED BY SIZE
               FUNCTION TRIM(AC-ARR-HIT-SOURCE(idx-case))
                   DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(AC-ARR-HIT-TYPE(idx-case))
                   DELIMITED BY SIZE
               " detalje=" DELIMITED BY SIZE
               FUNCTION TRIM(AC-ARR-HIT-DETAIL(idx-case))
                   DELIMITED BY SIZE
               INTO STR-INFO
           WRITE STR-LINE

           PERFORM WRITE-CUSTOMER-LINES
           PERFORM WRITE-ACCOUNT-LINES
           PERFORM WRITE-TRANSACTION-LINES

           MOVE SPACES TO STR-INFO
           STRING "BEGRUNDELSE: " DELIMITED BY SIZE
               AC-ARR-RATIONALE(idx-case) DELIMITED BY SIZE
               INTO STR-INFO
           WRITE STR-LINE
           MOVE SPACES TO STR-INFO
           STRING "BESLUTTET: af=" DELIMITED BY SIZE
               FUNCTION TRIM(AC-ARR-DECIDED-BY(idx-case))
                   DELIMITED BY SIZE
               " dato=" DELIMITED BY SIZE
               AC-ARR-DECIDED-DATE(idx-case) DELIMITED BY SIZE
               " sagsbehandler=" DELIMITED BY SIZE
               FUNCTION TRIM(AC-ARR-ASSIGNEE(idx-case))
                   DELIMITED BY SIZE
               INTO STR-INFO
           WRITE STR-LINE
           MOVE SPACES TO STR-INFO
           WRITE STR-LINE

           MOVE "I" TO AC-ARR-STATUS(idx-case)
           MOVE report-id TO AC-ARR-REPORT-ID(idx-case)
           MOVE WS-TODAY TO AC-ARR-REPORT-DATE(idx-case)
           ADD 1 TO filed-count

           MOVE SPACES TO NOTE-RECORD
           MOVE AC-ARR-CASE-ID(idx-case) TO CN-CASE-ID
           MOVE WS-RUN-TIMESTAMP TO CN-TIMESTAMP
           MOVE "STRFILE" TO CN-OPERATOR
           MOVE "INDBERETTET" TO CN-ACTION
           STRING FUNCTION TRIM(report-id) DELIMITED BY SIZE
               " i " DELIMITED BY SIZE
               FUNCTION TRIM(WS-STR-FILENAME) DELIMITED BY SIZE
               INTO CN-TEXT
           WRITE NOTE-RECORD.
       EXIT.

      * A UBO hit is opened on the business, which is a customer in
      * its own right; a party missing from the master is still
      * reported, with the gap stated.
       WRITE-CUSTOMER-LINES.
           MOVE AC-ARR-CLIENT-ID(idx-case)
               TO client-id OF CUSTOMER-RECORD
           MOVE "Y" TO customer-found
           READ INPUT-CUSTOMERS
               INVALID KEY
                   MOVE "N" TO customer-found
           END-READ
           MOVE SPACES TO STR-INFO
           IF customer-found = "N"
               STRING "KUNDE: client-id=" DELIMITED BY SIZE
                   AC-ARR-CLIENT-ID(idx-case) DELIMITED BY SIZE
                   " findes ikke i kunderegistret" DELIMITED BY SIZE
                   INTO STR-INFO
               WRITE STR-LINE
           ELSE
               MOVE SPACES TO customer-name
               IF company-name OF CUSTOMER-RECORD NOT = SPACES
                   MOVE company-name OF CUSTOMER-RECORD
                       TO customer-name
               ELSE
                   STRING FUNCTION TRIM(first-name OF CUSTOMER-RECORD)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(last-name OF CUSTOMER-RECORD)
                           DELIMITED BY SIZE
                       INTO customer-name
               END-IF
               STRING "KUNDE: client-id=" DELIMITED BY SIZE
                   AC-ARR-CLIENT-ID(idx-case) DELIMITED BY SIZE
                   " navn=" DELIMITED BY SIZE
                   FUNCTION TRIM(customer-name) DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   customer-type OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " cvr=" DELIMITED BY SIZE
                   cvr-number OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " foedt=" DELIMITED BY SIZE
                   date-of-birth OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " risiko=" DELIMITED BY SIZE
                   risk-class OF CUSTOMER-RECORD DELIMITED BY SIZE
                   INTO STR-INFO
               WRITE STR-LINE
               MOVE SPACES TO STR-INFO
               STRING "ADRESSE: " DELIMITED BY SIZE
                   FUNCTION TRIM(road-name OF CUSTOMER-RECORD)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(house-number OF CUSTOMER-RECORD)
                       DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   postal-code OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(city OF CUSTOMER-RECORD)
                       DELIMITED BY SIZE
                   " land=" DELIMITED BY SIZE
                   country-code OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " skattested=" DELIMITED BY SIZE
                   tax-residency-country OF CUSTOMER-RECORD
                       DELIMITED BY SIZE
                   INTO STR-INFO
               WRITE STR-LINE
           END-IF.
       EXIT.

       WRITE-ACCOUNT-LINES.
           MOVE ZEROES TO account-lines
           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-count
               IF client-id OF ACCOUNT-ARRAY(idx-acct)
                       = AC-ARR-CLIENT-ID(idx-case)
                   ADD 1 TO account-lines
                   MOVE balance OF ACCOUNT-ARRAY(idx-acct)
                       TO amount-display
                   MOVE SPACES TO STR-INFO
                   STRING "KONTO: " DELIMITED BY SIZE
                       account-number OF ACCOUNT-ARRAY(idx-acct)
                           DELIMITED BY SIZE
                       " type=" DELIMITED BY SIZE
                       FUNCTION TRIM(account-type
                           OF ACCOUNT-ARRAY(idx-acct))
                           DELIMITED BY SIZE
                       " valuta=" DELIMITED BY SIZE
                       valuta-code OF ACCOUNT-ARRAY(idx-acct)
                           DELIMITED BY SIZE
                       " saldo=" DELIMITED BY SIZE
                       FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                       " status=" DELIMITED BY SIZE
                       account-status OF ACCOUNT-ARRAY(idx-acct)
                           DELIMITED BY SIZE
                       INTO STR-INFO
                   WRITE STR-LINE
               END-IF
           END-PERFORM
           IF account-lines = ZEROES
               MOVE "KONTO: ingen konti i account-info.txt"
                   TO STR-INFO
               WRITE STR-LINE
           END-IF.
       EXIT.

      * Linked postings are looked up one by one through the
      * reference index; a case without links reports the hit day's
      * postings on the hit's account, or on all of the customer's
      * accounts when the hit named none.
       WRITE-TRANSACTION-LINES.
           MOVE ZEROES TO txn-lines
           IF AC-ARR-TXN-REF(idx-case, 1) NOT = SPACES
               PERFORM VARYING idx-ref FROM 1 BY 1
                       UNTIL idx-ref > 5
                   IF AC-ARR-TXN-REF(idx-case, idx-ref) NOT = SPACES
                       PERFORM WRITE-LINKED-POSTING
                   END-IF
               END-PERFORM
           ELSE
               IF AC-ARR-HIT-DATE(idx-case) NOT = SPACES
                   PERFORM WRITE-HIT-DAY-POSTINGS
               END-IF
           END-IF
           IF txn-lines = ZEROES
               MOVE "TRANSAKTION: ingen transaktioner knyttet til sagen"
                   TO STR-INFO
               WRITE STR-LINE
           END-IF.
       EXIT.

       WRITE-LINKED-POSTING.
           MOVE AC-ARR-TXN-REF(idx-case, idx-ref) TO ref-lookup-key
           MOVE WS-VALIDATED-FILENAME TO WS-LOOKUP-FILENAME
           PERFORM LOOKUP-REF-IN-INDEX
           IF ref-index-hit = "Y"
               MOVE ref-holding-file TO WS-LOOKUP-FILENAME
           END-IF
           MOVE "N" TO found-txn
           MOVE "N" TO EOF-TRANSACTIONS
           OPEN INPUT INPUT-TRANSACTIONS
           IF WS-LOOKUP-STATUS = "00"
               PERFORM UNTIL EOF-TRANSACTIONS = "Y"
                   READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
                       AT END
                           MOVE "Y" TO EOF-TRANSACTIONS
                       NOT AT END
                           IF TRANSACTION-REF OF TRANSACTION-RECORD
                                   = ref-lookup-key
                               MOVE "Y" TO found-txn
                               MOVE "Y" TO EOF-TRANSACTIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANSACTIONS
           END-IF
           IF found-txn = "Y"
               PERFORM WRITE-POSTING-LINE
           ELSE
               MOVE SPACES TO STR-INFO
               STRING "TRANSAKTION: ref=" DELIMITED BY SIZE
                   ref-lookup-key DELIMITED BY SIZE
                   " ikke fundet i transaktionsfilerne"
                       DELIMITED BY SIZE
                   INTO STR-INFO
               WRITE STR-LINE
               ADD 1 TO txn-lines
           END-IF.
       EXIT.

       WRITE-HIT-DAY-POSTINGS.
           MOVE WS-VALIDATED-FILENAME TO WS-LOOKUP-FILENAME
           MOVE "N" TO EOF-TRANSACTIONS
           OPEN INPUT INPUT-TRANSACTIONS
           IF WS-LOOKUP-STATUS = "00"
               PERFORM UNTIL EOF-TRANSACTIONS = "Y"
                   READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
                       AT END
                           MOVE "Y" TO EOF-TRANSACTIONS
                       NOT AT END
                           IF TRANSACTION-DATE OF TRANSACTION-RECORD
                                   = AC-ARR-HIT-DATE(idx-case)
                               IF AC-ARR-HIT-ACCOUNT(idx-case)
                                       NOT = SPACES
                                   IF ACCOUNT-NUMBER
                                       OF TRANSACTION-RECORD
                                       = AC-ARR-HIT-ACCOUNT(idx-case)
                                       PERFORM WRITE-POSTING-LINE
                                   END-IF
                               ELSE
                                   IF CLIENT-ID OF TRANSACTION-RECORD
                                       = AC-ARR-CLIENT-ID(idx-case)
                                       PERFORM WRITE-POSTING-LINE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANSACTIONS
           END-IF.
       EXIT.

       WRITE-POSTING-LINE.
           ADD 1 TO txn-lines
           MOVE AMOUNT OF TRANSACTION-RECORD TO amount-display
           MOVE SPACES TO STR-INFO
           STRING "TRANSAKTION: ref=" DELIMITED BY SIZE
               TRANSACTION-REF OF TRANSACTION-RECORD DELIMITED BY SIZE
               " dato=" DELIMITED BY SIZE
               TRANSACTION-DATE OF TRANSACTION-RECORD
                   DELIMITED BY SIZE
               " konto=" DELIMITED BY SIZE
               FUNCTION TRIM(ACCOUNT-NUMBER OF TRANSACTION-RECORD)
                   DELIMITED BY SIZE
               " type=" DELIMITED BY SIZE
               TRANSACTION-TYPE OF TRANSACTION-RECORD
                   DELIMITED BY SIZE
               " beloeb=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " valuta=" DELIMITED BY SIZE
               TRANSACTION-CURRENCY OF TRANSACTION-RECORD
                   DELIMITED BY SIZE
               " modpart=" DELIMITED BY SIZE
               FUNCTION TRIM(COUNTERPARTY-ACCOUNT
                   OF TRANSACTION-RECORD) DELIMITED BY SIZE
               " tekst=" DELIMITED BY SIZE
               FUNCTION TRIM(OWNER OF TRANSACTION-RECORD)
                   DELIMITED BY SIZE
               INTO STR-INFO
           WRITE STR-LINE.
       EXIT.

       REWRITE-CASE-REGISTER.
           MOVE WS-CASES-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-CASES-FILENAME

           OPEN OUTPUT OUTPUT-CASES
           IF WS-CASES-STATUS NOT = "00"
               DISPLAY "STRFILE: cannot open " WS-CASES-FILENAME
                   " for rewrite, file status " WS-CASES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-case FROM 1 BY 1
                   UNTIL idx-case > case-count
               MOVE CASE-ARRAY(idx-case) TO OUTPUT-CASE-RECORD
               WRITE OUTPUT-CASE-RECORD
           END-PERFORM
           CLOSE OUTPUT-CASES

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT CASES-FILE
           IF WS-CASES-STATUS NOT = "00"
               DISPLAY "STRFILE: cannot re-open new register for "
                   "verification, file status " WS-CASES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ CASES-FILE INTO CASE-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE CASES-FILE
           IF verify-count NOT = case-count
               DISPLAY "STRFILE: new register FAILED verification ("
                   verify-count "/" case-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE swap-master-name TO WS-CASES-FILENAME
           PERFORM SWAP-IN-NEW-MASTER
           IF swap-failed = "Y"
               STOP RUN
           END-IF.
       EXIT.

           COPY "ref-index.cpy".

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

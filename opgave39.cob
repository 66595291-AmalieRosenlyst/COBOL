      *    beloeb under graensen der tilsammen krydser den. Udskriver
      *    en gennemgangsfil med kundens navn og adresse fra den
      *    indekserede customer-info.txt.
      *    En transaktion hvis modkonto er en IBAN fra et land som
      *    landekartoteket (country-master.txt) har paa FATF's liste
      *    over hoejrisikolande eller under sanktioner, flages uanset
      *    beloeb som HOEJRISIKOLAND.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSCAN.

       SELECT OUTPUT-REVIEW ASSIGN TO DYNAMIC WS-REVIEW-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REVIEW-STATUS.
       SELECT COUNTRY-MASTER-FILE
       ASSIGN TO DYNAMIC WS-COUNTRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COUNTRY-STATUS.

       DATA DIVISION.

       FD OUTPUT-REVIEW.
       01 REVIEW-LINE.
           02 INFO                     PIC X(250).
       FD COUNTRY-MASTER-FILE.
       01 COUNTRY-MASTER-RECORD.
           COPY "country-master.cpy".

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 single-hit-count              PIC 9(6) VALUE ZEROES.
       01 structuring-hit-count         PIC 9(6) VALUE ZEROES.

      * High-risk counterparty countries (country-check.cpy): the
      * country of an IBAN counterparty account, checked against the
      * master's FATF and sanctions flags.
           COPY "country-check-fields.cpy".
       01 counterparty-country          PIC X(2) VALUE SPACES.
       01 country-risk-text             PIC X(16) VALUE SPACES.
       01 country-hit-count             PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-TRANSACTIONS-FILENAME
       PERFORM LOAD-RATES.
       PERFORM CHECK-RATES-FRESHNESS.

       PERFORM LOAD-COUNTRY-MASTER.
       IF country-loaded = "N"
           DISPLAY "AMLSCAN: no " FUNCTION TRIM(WS-COUNTRY-FILENAME)
               " on file, counterparty countries not screened"
       END-IF

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "AMLSCAN: cannot open " WS-CUSTOMERS-FILENAME ", "
           single-hit-count DELIMITED BY SIZE
           " structuring-hits=" DELIMITED BY SIZE
           structuring-hit-count DELIMITED BY SIZE
           " country-hits=" DELIMITED BY SIZE
           country-hit-count DELIMITED BY SIZE
           INTO INFO
       WRITE REVIEW-LINE

       CLOSE INPUT-CUSTOMERS

       DISPLAY "AMLSCAN: " single-hit-count " single hit(s), "
           structuring-hit-count " structuring hit(s), "
           country-hit-count " high-risk country hit(s)."

       IF single-hit-count > 0 OR structuring-hit-count > 0
           OR country-hit-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

               WRITE REVIEW-LINE
           END-IF

           IF country-loaded = "Y"
               PERFORM SCREEN-COUNTERPARTY-COUNTRY
           END-IF

           SET idx-agg TO 1
           SEARCH AGGREGATE-ARRAY
               AT END
           END-SEARCH.
       EXIT.

      * The counterparty's country is the country code of an IBAN
      * in COUNTERPARTY-ACCOUNT (two letters, two check digits); a
      * domestic account number carries no country and is not
      * screened here. A country the master flags as FATF high-risk
      * or sanctioned is reported whatever the amount.
       SCREEN-COUNTERPARTY-COUNTRY.
           MOVE SPACES TO counterparty-country
           IF COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD(1:1)
                   NOT = SPACE
               AND COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD(2:1)
                   NOT = SPACE
               AND COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD(1:2)
                   IS ALPHABETIC
               AND COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD(3:2)
                   IS NUMERIC
               MOVE COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD(1:2)
                   TO counterparty-country
           END-IF
           IF counterparty-country NOT = SPACES
               MOVE counterparty-country TO lookup-country-code
               PERFORM LOOKUP-COUNTRY
               MOVE SPACES TO country-risk-text
               IF country-known = "Y"
                   IF CNM-SANCTION-FLAG
                           OF COUNTRY-MASTER-ARRAY(country-slot) = "Y"
                       MOVE "SANKTIONER" TO country-risk-text
                   ELSE
                   IF CNM-FATF-FLAG
                           OF COUNTRY-MASTER-ARRAY(country-slot) = "Y"
                       MOVE "FATF-HOEJRISIKO" TO country-risk-text
                   END-IF
                   END-IF
               END-IF
               IF country-risk-text NOT = SPACES
                   PERFORM WRITE-COUNTRY-HIT
               END-IF
           END-IF.
       EXIT.

       WRITE-COUNTRY-HIT.
           ADD 1 TO country-hit-count
           MOVE CLIENT-ID OF TRANSACTION-RECORD
               TO client-id OF CUSTOMER-RECORD
           PERFORM LOOKUP-CUSTOMER-DETAILS
           MOVE base-amount TO amount-display
           MOVE SPACES TO INFO
           STRING "HOEJRISIKOLAND: client-id=" DELIMITED BY SIZE
               CLIENT-ID OF TRANSACTION-RECORD DELIMITED BY SIZE
               " date=" DELIMITED BY SIZE
               TRANSACTION-DATE OF TRANSACTION-RECORD
                   DELIMITED BY SIZE
               " account-number=" DELIMITED BY SIZE
               FUNCTION TRIM(ACCOUNT-NUMBER OF TRANSACTION-RECORD)
                   DELIMITED BY SIZE
               " modkonto=" DELIMITED BY SIZE
               FUNCTION TRIM(COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD)
                   DELIMITED BY SIZE
               " land=" DELIMITED BY SIZE
               lookup-country-code DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CNM-NAME-DA
                   OF COUNTRY-MASTER-ARRAY(country-slot))
                   DELIMITED BY SIZE
               " risiko=" DELIMITED BY SIZE
               FUNCTION TRIM(country-risk-text) DELIMITED BY SIZE
               " base-amount=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " navn=" DELIMITED BY SIZE
               FUNCTION TRIM(customer-name) DELIMITED BY SIZE
               INTO INFO
           WRITE REVIEW-LINE.
       EXIT.

       LOOKUP-CUSTOMER-DETAILS.
           MOVE "UKENDT KUNDE" TO customer-name
           MOVE SPACES TO customer-address
           COPY "clean-spaces.cpy".

           COPY "rate-freshness.cpy".

           COPY "country-check.cpy".

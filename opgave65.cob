      *    helligdag) enten forlaenges aftalen en ny periode med
      *    renten tilskrevet kontoen, eller hovedstol plus tilskreven
      *    rente overfoeres til kundens tilknyttede anfordringskonto
      *    som et parret T/F-overfoerselspar. Hver forlaengelse
      *    skrives i sales-register.txt som et salg (SALESRPT).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMAT.

       ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
       SELECT SALES-REGISTER-FILE
       ASSIGN TO DYNAMIC WS-SALES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SALES-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).

       FD SALES-REGISTER-FILE.
       01 SALES-REGISTER-RECORD.
           COPY "sales-register.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           COPY "run-lock-fields.cpy".
      * Bankdags-kalenderen (business-day.cpy).
           COPY "business-day-fields.cpy".
      * Salgsregistret (sales-capture.cpy).
           COPY "sales-capture-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
           STOP RUN
       END-IF

       MOVE "TERMMAT" TO sale-program
       PERFORM OPEN-SALES-REGISTER

       MOVE "Term deposit maturity ladder and processing" TO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.
       CLOSE OUTPUT-TRANSACTIONS.
       PERFORM CLOSE-SALES-REGISTER.

       MOVE WS-DEPOSITS-FILENAME TO swap-master-name
       PERFORM BUILD-SWAP-NAMES
               IF TD-ARR-ROLLOVER-FLAG OF DEPOSIT-ARRAY(idx-dep) = "Y"
                   PERFORM ACCRUE-INTEREST-TO-TERM
                   PERFORM ROLL-MATURITY-FORWARD
                   PERFORM RECORD-ROLLOVER-SALE
                   ADD 1 TO rolled-count
                   MOVE SPACES TO INFO
                   STRING "FORLAENGET: konto " DELIMITED BY SIZE

           COPY "business-day.cpy".

           COPY "sales-capture.cpy".

      * A rollover is a renewed term deposit sold by the adviser on
      * the agreement, for the balance it rolls with.
       RECORD-ROLLOVER-SALE.
           MOVE "R" TO sale-kind
           MOVE account-type OF ACCOUNT-ARRAY(term-slot)
               TO sale-product-type
           MOVE TD-ARR-ACCOUNT-NUMBER OF DEPOSIT-ARRAY(idx-dep)
               TO sale-product-key
           MOVE TD-ARR-CLIENT-ID OF DEPOSIT-ARRAY(idx-dep)
               TO sale-client-id
           MOVE TD-ARR-SOLD-BY OF DEPOSIT-ARRAY(idx-dep)
               TO sale-operator
           MOVE TD-ARR-SOLD-REG-NR OF DEPOSIT-ARRAY(idx-dep)
               TO sale-branch
           IF sale-branch = SPACES
               MOVE home-reg-nr OF ACCOUNT-ARRAY(term-slot)
                   TO sale-branch
           END-IF
           IF sale-branch = SPACES
               MOVE TD-ARR-ACCOUNT-NUMBER OF DEPOSIT-ARRAY(idx-dep)(1:4)
                   TO sale-branch
           END-IF
           IF balance OF ACCOUNT-ARRAY(term-slot) > ZEROES
               MOVE balance OF ACCOUNT-ARRAY(term-slot) TO sale-amount
           ELSE
               MOVE ZEROES TO sale-amount
           END-IF
           PERFORM WRITE-SALE.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

      *    opgoerelse pr. kunde med navn og adresse fra
      *    customer-info.txt, og skriver en fastformats-summarfil pr.
      *    client-id til upload hos skattemyndigheden.
      *    Er renten bogfoert pr. baand af rentetrappen, vises hvert
      *    baand paa sin egen linje; negativ rente (INTPOST's
      *    opkraevninger) opgoeres for sig og indgaar ikke i den
      *    tilskrevne rente.
      *
      *    Koeres: opgave41 YYYY [evt. med TRANSACTIONS_FILE peget
      *    paa en historikfil for det aar der goeres op].
           COPY "customers.cpy".
       FD OUTPUT-STATEMENTS.
       01 STATEMENT-LINE.
           02 INFO                     PIC X(160).
       FD OUTPUT-UPLOAD.
       01 UPLOAD-RECORD.
           02 UPL-CLIENT-ID            PIC X(10).
           02 UPL-YEAR                 PIC X(4).
           02 UPL-INTEREST-TOTAL       PIC 9(9)V99.
           02 UPL-CHARGE-TOTAL         PIC 9(9)V99.

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
                                        INDEXED BY idx-int.
           02 INT-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 INT-TOTAL                 PIC 9(9)V99 VALUE ZEROES.
           02 INT-BAND-TOTAL            OCCURS 5 TIMES
                                        PIC 9(9)V99 VALUE ZEROES.
           02 INT-CHARGE-TOTAL          PIC 9(9)V99 VALUE ZEROES.
           02 INT-BAND-CHARGE           OCCURS 5 TIMES
                                        PIC 9(9)V99 VALUE ZEROES.
       01 interest-client-count         PIC 9(4) VALUE ZEROES.
      * Band of a banded posting, from INTPOST's " trin n" suffix on
      * the posting text; 0 for a posting at a single rate.
       01 posting-band                  PIC 9(1) VALUE ZEROES.
       01 posting-is-charge             PIC X VALUE "N".
       01 band-idx                      PIC 9(1) VALUE ZEROES.
       01 customer-charge               PIC 9(9)V99 VALUE ZEROES.

       01 WS-TARGET-YEAR                PIC X(4) VALUE SPACES.
       01 customer-interest             PIC 9(9)V99 VALUE ZEROES.
       01 interest-txn-count            PIC 9(6) VALUE ZEROES.
       01 statement-count               PIC 9(6) VALUE ZEROES.
       01 interest-grand-total          PIC 9(11)V99 VALUE ZEROES.
       01 charge-txn-count              PIC 9(6) VALUE ZEROES.
       01 charge-grand-total            PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

                       AND TRANSACTION-DATE OF TRANSACTION-RECORD(1:4)
                           = WS-TARGET-YEAR
                       ADD 1 TO interest-txn-count
                       MOVE "N" TO posting-is-charge
                       MOVE ZEROES TO posting-band
                       IF OWNER OF TRANSACTION-RECORD(27:5) = "trin "
                           AND OWNER OF TRANSACTION-RECORD(32:1)
                               IS NUMERIC
                           MOVE OWNER OF TRANSACTION-RECORD(32:1)
                               TO posting-band
                       END-IF
                       PERFORM TALLY-INTEREST
                   END-IF
      *>           Negative interest INTPOST charged on a band priced
      *>           below zero - reported on its own, never netted
      *>           against the interest paid out.
                   IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
                       AND OWNER OF TRANSACTION-RECORD(1:26)
                           = "System - negative interest"
                       AND TRANSACTION-DATE OF TRANSACTION-RECORD(1:4)
                           = WS-TARGET-YEAR
                       ADD 1 TO charge-txn-count
                       MOVE "Y" TO posting-is-charge
                       MOVE ZEROES TO posting-band
                       IF OWNER OF TRANSACTION-RECORD(28:5) = "trin "
                           AND OWNER OF TRANSACTION-RECORD(33:1)
                               IS NUMERIC
                           MOVE OWNER OF TRANSACTION-RECORD(33:1)
                               TO posting-band
                       END-IF
                       PERFORM TALLY-INTEREST
                   END-IF
           END-READ
           statement-count DELIMITED BY SIZE
           " interest-grand-total=" DELIMITED BY SIZE
           interest-grand-total DELIMITED BY SIZE
           " charge-txn-count=" DELIMITED BY SIZE
           charge-txn-count DELIMITED BY SIZE
           " charge-grand-total=" DELIMITED BY SIZE
           charge-grand-total DELIMITED BY SIZE
           INTO INFO
       WRITE STATEMENT-LINE

       CLOSE OUTPUT-UPLOAD

       DISPLAY "TAXINT: " statement-count " statement(s) for year "
           WS-TARGET-YEAR ", total " interest-grand-total
           ", negative interest " charge-grand-total "."

       STOP RUN.

                       ADD 1 TO interest-client-count
                       MOVE CLIENT-ID OF TRANSACTION-RECORD
                           TO INT-CLIENT-ID(interest-client-count)
                       SET idx-int TO interest-client-count
                       PERFORM ADD-TO-CLIENT-TALLY
                   ELSE
                       DISPLAY "TAXINT: INTEREST-ARRAY is full, "
                           "client-id "
                   END-IF
               WHEN INT-CLIENT-ID(idx-int)
                       = CLIENT-ID OF TRANSACTION-RECORD
                   PERFORM ADD-TO-CLIENT-TALLY
           END-SEARCH.
       EXIT.

       ADD-TO-CLIENT-TALLY.
           IF posting-is-charge = "Y"
               ADD AMOUNT OF TRANSACTION-RECORD
                   TO INT-CHARGE-TOTAL(idx-int)
               IF posting-band > 0
                   ADD AMOUNT OF TRANSACTION-RECORD
                       TO INT-BAND-CHARGE(idx-int, posting-band)
               END-IF
           ELSE
               ADD AMOUNT OF TRANSACTION-RECORD TO INT-TOTAL(idx-int)
               IF posting-band > 0
                   ADD AMOUNT OF TRANSACTION-RECORD
                       TO INT-BAND-TOTAL(idx-int, posting-band)
               END-IF
           END-IF.
       EXIT.

      * One statement block per customer with posted interest in the
      * year: name and address from the customer master, the total,
      * plus the matching fixed-format upload record. Customers with
      * no interest are left out of both outputs.
       WRITE-CUSTOMER-STATEMENT.
           MOVE ZEROES TO customer-interest
           MOVE ZEROES TO customer-charge
           SET idx-int TO 1
           SEARCH INTEREST-ARRAY
               AT END
               WHEN INT-CLIENT-ID(idx-int)
                       = client-id OF CUSTOMER-RECORD
                   MOVE INT-TOTAL(idx-int) TO customer-interest
                   MOVE INT-CHARGE-TOTAL(idx-int) TO customer-charge
           END-SEARCH

           IF customer-interest > 0 OR customer-charge > 0
               ADD 1 TO statement-count
               ADD customer-interest TO interest-grand-total
               ADD customer-charge TO charge-grand-total

               MOVE "============================" TO INFO
               WRITE STATEMENT-LINE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   INTO INFO
               WRITE STATEMENT-LINE
               PERFORM VARYING band-idx FROM 1 BY 1 UNTIL band-idx > 5
                   IF INT-BAND-TOTAL(idx-int, band-idx) > 0
                       MOVE INT-BAND-TOTAL(idx-int, band-idx)
                           TO amount-display
                       MOVE SPACES TO INFO
                       STRING "  heraf trin " DELIMITED BY SIZE
                           band-idx DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(amount-display)
                               DELIMITED BY SIZE
                           INTO INFO
                       WRITE STATEMENT-LINE
                   END-IF
               END-PERFORM

               IF customer-charge > 0
                   MOVE customer-charge TO amount-display
                   MOVE SPACES TO INFO
                   STRING "Betalt negativ rente i alt: "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                       INTO INFO
                   WRITE STATEMENT-LINE
                   PERFORM VARYING band-idx FROM 1 BY 1
                           UNTIL band-idx > 5
                       IF INT-BAND-CHARGE(idx-int, band-idx) > 0
                           MOVE INT-BAND-CHARGE(idx-int, band-idx)
                               TO amount-display
                           MOVE SPACES TO INFO
                           STRING "  heraf trin " DELIMITED BY SIZE
                               band-idx DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(amount-display)
                                   DELIMITED BY SIZE
                               INTO INFO
                           WRITE STATEMENT-LINE
                       END-IF
                   END-PERFORM
               END-IF

               MOVE SPACES TO INFO
               WRITE STATEMENT-LINE
               MOVE client-id OF CUSTOMER-RECORD TO UPL-CLIENT-ID
               MOVE WS-TARGET-YEAR TO UPL-YEAR
               MOVE customer-interest TO UPL-INTEREST-TOTAL
               MOVE customer-charge TO UPL-CHARGE-TOTAL
               WRITE UPLOAD-RECORD
           END-IF.
       EXIT.

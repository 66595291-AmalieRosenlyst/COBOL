      * Paragraffer til de gemte modtagere, delt af EXTXFER og
      * PAYEEMAINT. Kraever payee-check-fields.cpy i WORKING-STORAGE
      * samt SELECT/FD for PAYEES-FILE og FIRST-PAYMENTS-FILE (se
      * kommentaren der).
       LOAD-SAVED-PAYEES.
           OPEN INPUT PAYEES-FILE
           IF WS-PAYEES-STATUS = "00"
               PERFORM UNTIL EOF-PAYEES = "Y"
                   READ PAYEES-FILE INTO PAYEE-RECORD
                       AT END
                           MOVE "Y" TO EOF-PAYEES
                       NOT AT END
                           IF PY-CLIENT-ID NOT = SPACES
                               IF payee-count < PAYEE-ARRAY-MAX
                                   ADD 1 TO payee-count
                                   MOVE PAYEE-RECORD
                                       TO PAYEE-ARRAY(payee-count)
                               ELSE
                                   DISPLAY "PAYEE: PAYEE-ARRAY is "
                                       "full, cannot load more of "
                                       WS-PAYEES-FILENAME
                                   MOVE "Y" TO EOF-PAYEES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEES-FILE
           END-IF.
       EXIT.

      * First payments logged by the counter since the register was
      * last rewritten: each gives its payee the first-paid date and
      * reference, unless the payee already has one. A payee changed
      * after the payment (added date later than the payment) is
      * left alone - its next payment is a first payment again.
       FOLD-FIRST-PAYMENTS.
           MOVE ZEROES TO first-payments-folded
           OPEN INPUT FIRST-PAYMENTS-FILE
           IF WS-FIRST-PAYMENTS-STATUS = "00"
               PERFORM UNTIL EOF-FIRST-PAYMENTS = "Y"
                   READ FIRST-PAYMENTS-FILE INTO FIRST-PAYMENT-RECORD
                       AT END
                           MOVE "Y" TO EOF-FIRST-PAYMENTS
                       NOT AT END
                           MOVE FP-CLIENT-ID TO lookup-payee-client
                           MOVE FP-NICKNAME TO lookup-payee-nickname
                           PERFORM FIND-SAVED-PAYEE
                           IF payee-found = "Y"
                               IF PY-ARR-FIRST-PAID-DATE
                                       OF PAYEE-ARRAY(payee-slot)
                                       = SPACES
                                   AND FP-PAID-DATE NOT <
                                       PY-ARR-ADDED-DATE
                                       OF PAYEE-ARRAY(payee-slot)
                                   MOVE FP-PAID-DATE TO
                                       PY-ARR-FIRST-PAID-DATE
                                       OF PAYEE-ARRAY(payee-slot)
                                   MOVE FP-TRANSFER-REF TO
                                       PY-ARR-FIRST-PAID-REF
                                       OF PAYEE-ARRAY(payee-slot)
                                   ADD 1 TO first-payments-folded
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIRST-PAYMENTS-FILE
           END-IF.
       EXIT.

      * The customer's active payee under the nickname.
       FIND-SAVED-PAYEE.
           MOVE "N" TO payee-found
           MOVE ZEROES TO payee-slot
           PERFORM VARYING idx-payee FROM 1 BY 1
                   UNTIL idx-payee > payee-count
                   OR payee-found = "Y"
               IF PY-ARR-CLIENT-ID OF PAYEE-ARRAY(idx-payee)
                       = lookup-payee-client
                   AND PY-ARR-NICKNAME OF PAYEE-ARRAY(idx-payee)
                       = lookup-payee-nickname
                   AND PY-ARR-STATUS OF PAYEE-ARRAY(idx-payee) = "A"
                   MOVE "Y" TO payee-found
                   SET payee-slot TO idx-payee
               END-IF
           END-PERFORM.
       EXIT.

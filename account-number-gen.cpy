      * Kontonummer-generatoren, delt af ACCTOPEN og LOANORIG.
      * Kraever account-number-gen-fields.cpy i WORKING-STORAGE.
      * Folds the REG-NR and the next sequence number through the
      * MOD-97 algorithm and appends the two check digits that bring
      * the whole number's fold to zero, so the number is born valid
      * under ACCTCHK/TXNEDIT's test.
       GENERATE-ACCOUNT-NUMBER.
           MOVE next-sequence TO gen-sequence
           ADD 1 TO next-sequence
           MOVE ZEROES TO gen-check

           MOVE ZEROES TO fold-result
           PERFORM VARYING fold-idx FROM 1 BY 1 UNTIL fold-idx > 12
               IF generated-number(fold-idx:1) IS NUMERIC
                   MOVE generated-number(fold-idx:1) TO fold-digit
                   COMPUTE fold-step =
                       (fold-result * 10 + fold-digit)
                   DIVIDE fold-step BY 97
                       GIVING fold-result
                       REMAINDER fold-result
               END-IF
           END-PERFORM

      *>   Appending check digits c gives (fold*100 + c) mod 97 = 0,
      *>   so c = (97 - (fold*100 mod 97)) mod 97 - always 00-96.
           COMPUTE fold-step = fold-result * 100
           DIVIDE fold-step BY 97
               GIVING check-value
               REMAINDER check-value
           COMPUTE check-value =
               FUNCTION MOD((97 - check-value) 97)
           MOVE check-value TO gen-check.
       EXIT.

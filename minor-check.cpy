      * Alderskontrol, delt af TELLCAP/EXTXFER/CARDMAINT/ACCTOPEN/
      * ACCTMAINT/MAJORITY. Kraever minor-check-fields.cpy i
      * WORKING-STORAGE (se kommentaren der).
       COMPUTE-CUSTOMER-AGE.
           MOVE ZEROES TO customer-age
           MOVE "N" TO customer-is-minor
           IF age-birth-date IS NUMERIC
               AND age-birth-date NOT = ZEROES
               AND age-as-of-date IS NUMERIC
               IF age-birth-date > age-as-of-date
                   MOVE "Y" TO customer-is-minor
               ELSE
                   COMPUTE customer-age =
                       age-as-of-yyyy - age-birth-yyyy
                   IF age-as-of-mmdd < age-birth-mmdd
                       SUBTRACT 1 FROM customer-age
                   END-IF
                   IF customer-age < AGE-OF-MAJORITY
                       MOVE "Y" TO customer-is-minor
                   END-IF
               END-IF
           END-IF.
       EXIT.

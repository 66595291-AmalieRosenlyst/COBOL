      * Paragraffer til registret over reelle ejere, delt af BULKIMP,
      * WATCHSCN og KYCREV. Kraever ubo-check-fields.cpy i
      * WORKING-STORAGE samt SELECT/FD for UBO-REGISTER-FILE (se
      * kommentaren der).
       LOAD-UBO-REGISTER.
           MOVE "N" TO ubo-loaded
           OPEN INPUT UBO-REGISTER-FILE
           IF WS-UBO-STATUS = "00"
               MOVE "Y" TO ubo-loaded
               PERFORM UNTIL EOF-UBO = "Y"
                   READ UBO-REGISTER-FILE
                       INTO UBO-REGISTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-UBO
                       NOT AT END
                           IF UBO-BUSINESS-ID NOT = SPACES
                               IF ubo-count < UBO-ARRAY-MAX
                                   ADD 1 TO ubo-count
                                   MOVE UBO-REGISTER-RECORD
                                       TO UBO-ARRAY(ubo-count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UBO-REGISTER-FILE
           END-IF.
       EXIT.

       COUNT-UBO-COVERAGE.
           MOVE ZEROES TO ubo-row-count
           MOVE ZEROES TO ubo-qualifying-count
           PERFORM VARYING idx-ubo FROM 1 BY 1
                   UNTIL idx-ubo > ubo-count
               IF UBR-BUSINESS-ID OF UBO-ARRAY(idx-ubo)
                       = lookup-ubo-business-id
                   ADD 1 TO ubo-row-count
                   IF UBR-OWNERSHIP-PCT OF UBO-ARRAY(idx-ubo)
                           > UBO-THRESHOLD-PCT
                       OR UBR-CONTROL-ROLE OF UBO-ARRAY(idx-ubo)
                           = "LEDELSE"
                       ADD 1 TO ubo-qualifying-count
                   END-IF
               END-IF
           END-PERFORM.
       EXIT.

      * Tegningsregel-paragraffer, delt af TELLCAP, EXTXFER og
      * APPRREV. Kraever signing-check-fields.cpy i WORKING-STORAGE
      * samt SELECT/FD for SIGNING-RULES-FILE (se kommentaren der).
       LOAD-SIGNING-RULES.
           OPEN INPUT SIGNING-RULES-FILE
           IF WS-SIGNING-STATUS = "00"
               PERFORM UNTIL EOF-SIGNING = "Y"
                   READ SIGNING-RULES-FILE INTO SIGNING-RULE-RECORD
                       AT END
                           MOVE "Y" TO EOF-SIGNING
                       NOT AT END
                           IF SR-ACCOUNT-NUMBER NOT = SPACES
                               IF signing-count < SIGNING-ARRAY-MAX
                                   ADD 1 TO signing-count
                                   MOVE SIGNING-RULE-RECORD
                                       TO SIGNING-ARRAY(signing-count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNING-RULES-FILE
           END-IF.
       EXIT.

       FIND-SIGNING-RULE.
           MOVE "N" TO sign-rule-found
           MOVE ZEROES TO sign-rule-slot
           SET idx-sign TO 1
           SEARCH SIGNING-ARRAY
               AT END
                   CONTINUE
               WHEN SR-ARR-ACCOUNT-NUMBER OF SIGNING-ARRAY(idx-sign)
                       = lookup-sign-account
                   MOVE "Y" TO sign-rule-found
                   SET sign-rule-slot TO idx-sign
           END-SEARCH.
       EXIT.

       CHECK-SIGNATORY.
           MOVE "N" TO signatory-named
           IF sign-rule-slot NOT = ZEROES
               AND lookup-signatory NOT = SPACES
               PERFORM VARYING idx-signatory FROM 1 BY 1
                       UNTIL idx-signatory > 6
                   IF SR-ARR-SIGNATORY OF SIGNING-ARRAY
                           (sign-rule-slot, idx-signatory)
                           = lookup-signatory
                       MOVE "Y" TO signatory-named
                   END-IF
               END-PERFORM
           END-IF.
       EXIT.

      * Hovedbogs-paragraffer for koersler der bogfoerer direkte til
      * hovedbogen via gl-adjustments.txt (nedskrivninger,
      * periodiserede renter m.fl.). Kraever gl-post-fields.cpy i
      * WORKING-STORAGE samt SELECT/FD for GL-MAPPING-FILE og
      * GL-JOURNAL-FILE (se kommentaren der).
       LOAD-GL-MAPPING.
           OPEN INPUT GL-MAPPING-FILE
           IF WS-GL-MAPPING-STATUS NOT = "00"
               DISPLAY "GLPOST: cannot open " WS-GL-MAPPING-FILENAME
                   ", file status " WS-GL-MAPPING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-GL-MAPPING = "Y"
               READ GL-MAPPING-FILE INTO GL-MAPPING-RECORD
                   AT END
                       MOVE "Y" TO EOF-GL-MAPPING
                   NOT AT END
                       IF gl-map-count < GL-MAP-ARRAY-MAX
                           ADD 1 TO gl-map-count
                           MOVE GLM-ACCOUNT-TYPE
                               TO GLMAP-ACCOUNT-TYPE(gl-map-count)
                           MOVE GLM-TRANSACTION-TYPE
                               TO GLMAP-TRANSACTION-TYPE(gl-map-count)
                           MOVE GLM-DEBIT-GL-ACCOUNT
                               TO GLMAP-DEBIT-GL-ACCOUNT(gl-map-count)
                           MOVE GLM-CREDIT-GL-ACCOUNT
                               TO GLMAP-CREDIT-GL-ACCOUNT(gl-map-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAPPING-FILE.
       EXIT.

       OPEN-GL-JOURNAL.
           OPEN EXTEND GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF WS-GL-JOURNAL-STATUS NOT = "00"
               DISPLAY "GLPOST: cannot open " WS-GL-JOURNAL-FILENAME
                   ", file status " WS-GL-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

       CLOSE-GL-JOURNAL.
           CLOSE GL-JOURNAL-FILE.
       EXIT.

      * One balanced debit/credit pair per call, in GLEXTRACT's
      * "GL: konto=<gl> D|K <amount>" format.
       POST-GL-ENTRY.
           MOVE "N" TO gl-post-mapped
           IF gl-post-amount = ZEROES
               MOVE "Y" TO gl-post-mapped
           ELSE
               SET idx-glmap TO 1
               SEARCH GL-MAP-ARRAY
                   AT END
                       ADD 1 TO gl-unmapped-count
                   WHEN GLMAP-ACCOUNT-TYPE(idx-glmap)
                           = gl-post-account-type
                       AND GLMAP-TRANSACTION-TYPE(idx-glmap)
                           = gl-post-txn-type
                       MOVE "Y" TO gl-post-mapped
                       MOVE SPACES TO GL-JRN-INFO
                       IF gl-post-reverse = "Y"
                           STRING "GL: konto=" DELIMITED BY SIZE
                               GLMAP-CREDIT-GL-ACCOUNT(idx-glmap)
                                   DELIMITED BY SIZE
                               " D " DELIMITED BY SIZE
                               gl-post-amount DELIMITED BY SIZE
                               INTO GL-JRN-INFO
                       ELSE
                           STRING "GL: konto=" DELIMITED BY SIZE
                               GLMAP-DEBIT-GL-ACCOUNT(idx-glmap)
                                   DELIMITED BY SIZE
                               " D " DELIMITED BY SIZE
                               gl-post-amount DELIMITED BY SIZE
                               INTO GL-JRN-INFO
                       END-IF
                       WRITE GL-JOURNAL-LINE
                       ADD gl-post-amount TO gl-debit-total

                       MOVE SPACES TO GL-JRN-INFO
                       IF gl-post-reverse = "Y"
                           STRING "GL: konto=" DELIMITED BY SIZE
                               GLMAP-DEBIT-GL-ACCOUNT(idx-glmap)
                                   DELIMITED BY SIZE
                               " K " DELIMITED BY SIZE
                               gl-post-amount DELIMITED BY SIZE
                               INTO GL-JRN-INFO
                       ELSE
                           STRING "GL: konto=" DELIMITED BY SIZE
                               GLMAP-CREDIT-GL-ACCOUNT(idx-glmap)
                                   DELIMITED BY SIZE
                               " K " DELIMITED BY SIZE
                               gl-post-amount DELIMITED BY SIZE
                               INTO GL-JRN-INFO
                       END-IF
                       WRITE GL-JOURNAL-LINE
                       ADD gl-post-amount TO gl-credit-total
               END-SEARCH
           END-IF
           MOVE "N" TO gl-post-reverse.
       EXIT.

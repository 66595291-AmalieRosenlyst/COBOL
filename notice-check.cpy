      * Haevevarsel-paragraffer, delt af TXNEDIT, TELLCAP og
      * NOTICES. Kraever notice-check-fields.cpy i WORKING-STORAGE
      * samt SELECT/FD for WITHDRAWAL-NOTICES-FILE og
      * NOTICE-TARIFF-FILE (se kommentaren der).
       LOAD-WITHDRAWAL-NOTICES.
           OPEN INPUT WITHDRAWAL-NOTICES-FILE
           IF WS-NOTICES-STATUS = "00"
               PERFORM UNTIL EOF-NOTICES = "Y"
                   READ WITHDRAWAL-NOTICES-FILE
                       INTO WITHDRAWAL-NOTICE-RECORD
                       AT END
                           MOVE "Y" TO EOF-NOTICES
                       NOT AT END
                           IF WN-ACCOUNT-NUMBER NOT = SPACES
                               IF notice-count < NOTICE-ARRAY-MAX
                                   ADD 1 TO notice-count
                                   MOVE WITHDRAWAL-NOTICE-RECORD
                                       TO NOTICE-ARRAY(notice-count)
                               ELSE
                                   DISPLAY "NOTICE: NOTICE-ARRAY is "
                                       "full, cannot load more of "
                                       WS-NOTICES-FILENAME
                                   MOVE "Y" TO EOF-NOTICES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WITHDRAWAL-NOTICES-FILE
           END-IF.
       EXIT.

       LOAD-NOTICE-PENALTY.
           MOVE ZEROES TO notice-penalty-pct
           OPEN INPUT NOTICE-TARIFF-FILE
           IF WS-NOTICE-TARIFF-STATUS = "00"
               PERFORM UNTIL EOF-NOTICE-TARIFF = "Y"
                   READ NOTICE-TARIFF-FILE INTO NOTICE-TARIFF-RECORD
                       AT END
                           MOVE "Y" TO EOF-NOTICE-TARIFF
                       NOT AT END
                           IF NT-TARIFF-KEY = "NOTICE-PENALTY"
                               AND NT-TARIFF-VALUE IS NUMERIC
                               MOVE NT-TARIFF-VALUE
                                   TO notice-penalty-pct
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-TARIFF-FILE
           END-IF.
       EXIT.

      * An active notice on the account, matured by the withdrawal
      * date and large enough to cover the amount.
       FIND-MATURED-NOTICE.
           MOVE "N" TO notice-found
           MOVE ZEROES TO notice-slot
           PERFORM VARYING idx-notice FROM 1 BY 1
                   UNTIL idx-notice > notice-count
                   OR notice-found = "Y"
               IF WN-ARR-ACCOUNT-NUMBER OF NOTICE-ARRAY(idx-notice)
                       = lookup-notice-account
                   AND WN-ARR-STATUS OF NOTICE-ARRAY(idx-notice) = "A"
                   AND WN-ARR-EARLIEST-DATE OF NOTICE-ARRAY(idx-notice)
                       <= lookup-notice-date
                   AND WN-ARR-AMOUNT OF NOTICE-ARRAY(idx-notice)
                       >= lookup-notice-amount
                   MOVE "Y" TO notice-found
                   SET notice-slot TO idx-notice
               END-IF
           END-PERFORM.
       EXIT.

      * The penalty on an unnoticed withdrawal, in kroner; zero
      * when the tariff has no NOTICE-PENALTY row.
       COMPUTE-NOTICE-PENALTY.
           COMPUTE notice-penalty ROUNDED =
               lookup-notice-amount * notice-penalty-pct / 100.
       EXIT.

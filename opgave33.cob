       ASSIGN TO DYNAMIC WS-LEGAL-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEGAL-HOLDS-STATUS.
       SELECT WRITEOFF-REGISTER-FILE
       ASSIGN TO DYNAMIC WS-WRITEOFF-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WRITEOFF-REGISTER-STATUS.

       DATA DIVISION.

       FD LEGAL-HOLDS-FILE.
       01 LEGAL-HOLD-RECORD.
           COPY "legal-holds.cpy".
       FD WRITEOFF-REGISTER-FILE.
       01 WRITEOFF-REGISTER-RECORD.
           COPY "writeoff-register.cpy".

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
      * kontoens aktive reservationer, samme regel som TELLCAP ved
      * kassen.
           COPY "hold-check-fields.cpy".
      * Afskrevne konti (writeoff-check.cpy), samme undtagelse fra
      * frysningen som opgave10.
           COPY "writeoff-check-fields.cpy".

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at a different month's
       END-IF
       PERFORM APPLY-PREVIOUS-CARRY.

       ACCEPT WS-WRITEOFF-REGISTER-FILENAME
           FROM ENVIRONMENT "WRITEOFF_REGISTER_FILE"
       IF WS-WRITEOFF-REGISTER-FILENAME = SPACES
           MOVE "writeoff-register.txt"
               TO WS-WRITEOFF-REGISTER-FILENAME
       END-IF
       ACCEPT WS-STOP-PAYMENTS-FILENAME
           FROM ENVIRONMENT "STOP_PAYMENTS_FILE"
       IF WS-STOP-PAYMENTS-FILENAME = SPACES
       PERFORM LOAD-PERIOD-STATUS.
       PERFORM LOAD-ACTIVE-HOLDS.
       PERFORM LOAD-LEGAL-HOLDS.
       PERFORM LOAD-WRITEOFF-CASES.
       PERFORM LOAD-RATES.
       PERFORM CHECK-RATES-FRESHNESS.

                           = "F"
                       MOVE "N" TO account-active
                   END-IF
      *>           A written-off account is frozen, but the write-off
      *>           credit and the recoveries on it must still post
      *>           (writeoff-check.cpy).
                   IF account-status OF ACCOUNT-ARRAY(idx-acct) = "F"
                       PERFORM CHECK-WRITEOFF-POSTING
                       IF writeoff-posting = "Y"
                           MOVE "Y" TO account-active
                       END-IF
                   END-IF
           END-SEARCH.
       EXIT.

           COPY "period-check.cpy".

           COPY "hold-check.cpy".

           COPY "writeoff-check.cpy".

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.
       SELECT WRITEOFF-REGISTER-FILE
       ASSIGN TO DYNAMIC WS-WRITEOFF-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WRITEOFF-REGISTER-STATUS.

       DATA DIVISION.

           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       FD WRITEOFF-REGISTER-FILE.
       01 WRITEOFF-REGISTER-RECORD.
           COPY "writeoff-register.cpy".

       WORKING-STORAGE SECTION.
      * Variable used as condition in while loop
       01 EOF-BANKS                     PIC X VALUE "N".
      * (run-lock.cpy).
           COPY "run-lock-fields.cpy".

      * Afskrevne konti (writeoff-check.cpy), samme undtagelse fra
      * frysningen som opgave10.
           COPY "writeoff-check-fields.cpy".

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at a different month's
      * files without recompiling, same as opgave10.
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-WRITEOFF-REGISTER-FILENAME
           FROM ENVIRONMENT "WRITEOFF_REGISTER_FILE"
       IF WS-WRITEOFF-REGISTER-FILENAME = SPACES
           MOVE "writeoff-register.txt"
               TO WS-WRITEOFF-REGISTER-FILENAME
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES

       PERFORM LOAD-BANKS.
       PERFORM LOAD-ACCOUNTS.
       PERFORM LOAD-WRITEOFF-CASES.
       PERFORM LOAD-RATES.
       PERFORM CHECK-RATES-FRESHNESS.
       PERFORM LOAD-TARGET-TRANSACTIONS.
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

           COPY "rate-freshness.cpy".

           COPY "run-lock.cpy".

           COPY "writeoff-check.cpy".

      *    CUSTMAINT (opgave11) for customer-info.txt. Livscyklus-
      *    reglerne haandhaeves: ingen lukning mens saldoen er
      *    forskellig fra nul, ingen rettelse af en "C"-konto, og
      *    status maa kun skifte O->F->O og O->C. En mindreaarig
      *    kundes konto har altid traekgraense nul. Hver linje i
      *    aendringshistorikken baerer operatoerens id, og en aendret
      *    traekgraense logges med gammel og ny graense, saa SELFDEAL
      *    kan se hvem der har rettet graensen paa hvis konto.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAINT.

       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.
       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
       01 old-limit                 PIC 9(7)V99 VALUE ZEROES.
       01 new-limit                 PIC 9(7)V99 VALUE ZEROES.

      * Mindreaarige (minor-check.cpy): kontohaverens foedselsdato
      * slaas op i kundekartoteket; en mindreaarigs konto oprettes
      * altid med traekgraense nul, og en rettelse der giver den en
      * traekgraense afvises.
           COPY "minor-check-fields.cpy".
       01 WS-CUSTOMERS-STATUS       PIC XX VALUE "00".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 minor-client-id           PIC X(10) VALUE SPACES.

      * Foer/efter-billeder af hver masteraendring til den faelles
      * journal (journal.cpy).
           COPY "journal-fields.cpy".
           MOVE "UKENDT" TO WS-MAINT-OPERATOR
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       MOVE "ACCTMAINT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

           STOP RUN
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO age-as-of-date
       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "ACCTMAINT: cannot open " WS-CUSTOMERS-FILENAME
               ", file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS NOT = "00"
           DISPLAY "ACCTMAINT: cannot open " WS-REQUESTS-FILENAME
           STOP RUN
       END-IF
       CLOSE INPUT-REQUESTS.
       CLOSE INPUT-CUSTOMERS.
       PERFORM CLOSE-MASTER-JOURNAL.
       CLOSE CHANGE-HISTORY-FILE.

                       OF ACCOUNT-ARRAY(account-count)
                   MOVE "OPRET" TO CH-ACTION-TEXT
                   MOVE "NY KONTO, STATUS O" TO CH-DETAIL
      *>           ... and a minor's account with no overdraft.
                   MOVE client-id OF maint-account TO minor-client-id
                   PERFORM CHECK-MINOR-HOLDER
                   IF customer-is-minor = "Y"
                       MOVE ZEROES TO overdraft-limit
                           OF ACCOUNT-ARRAY(account-count)
                       MOVE "NY KONTO, STATUS O, MINDREAARIG"
                           TO CH-DETAIL
                   END-IF
                   ADD 1 TO applied-count
                   MOVE account-number OF maint-account TO jrn-key
                   MOVE "A" TO jrn-image-type
                               MOVE overdraft-limit OF maint-account
                                   TO new-limit
                           END-IF
                           MOVE client-id OF maint-account
                               TO minor-client-id
                           PERFORM CHECK-MINOR-HOLDER
                           IF customer-is-minor = "Y"
                               AND new-limit > ZEROES
                               MOVE "AFVIST" TO CH-ACTION-TEXT
                               MOVE
                                   "RET: MINDREAARIG, TRAEKGRAENSE NUL"
                                   TO CH-DETAIL
                               ADD 1 TO refused-count
                           ELSE
                           IF approved-bypass = "N"
                               AND new-limit > old-limit
                               PERFORM QUEUE-PENDING-APPROVAL
                               PERFORM WRITE-JOURNAL-IMAGE
                               MOVE "RET" TO CH-ACTION-TEXT
                               MOVE "FELTER OPDATERET" TO CH-DETAIL
                               IF new-limit NOT = old-limit
                                   MOVE SPACES TO CH-DETAIL
                                   STRING "TRAEKGRAENSE "
                                           DELIMITED BY SIZE
                                       old-limit DELIMITED BY SIZE
                                       " -> " DELIMITED BY SIZE
                                       new-limit DELIMITED BY SIZE
                                       INTO CH-DETAIL
                               END-IF
                               ADD 1 TO applied-count
                           END-IF
                           END-IF
                       END-IF
                   END-IF
           END-SEARCH
               " account-number=" DELIMITED BY SIZE
               FUNCTION TRIM(account-number OF maint-account)
                   DELIMITED BY SIZE
               " operator=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MAINT-OPERATOR) DELIMITED BY SIZE
               " detail=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-DETAIL) DELIMITED BY SIZE
               INTO CH-INFO

           COPY "journal.cpy".

      * The account holder's birth date from the customer file; a
      * holder missing there counts as of age.
       CHECK-MINOR-HOLDER.
           MOVE SPACES TO age-birth-date
           MOVE minor-client-id TO client-id OF CUSTOMER-RECORD
           READ INPUT-CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE date-of-birth OF CUSTOMER-RECORD
                       TO age-birth-date
           END-READ
           PERFORM COMPUTE-CUSTOMER-AGE.
       EXIT.

           COPY "minor-check.cpy".

      * The request parks in the approval queue untouched; the
      * master only moves when APPRREV sends it back as a "V".
       QUEUE-PENDING-APPROVAL.

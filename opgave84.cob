      *    lukkes, og reklamationsregistret (reclaim-register.txt)
      *    faar en raekke med kunde, beloeb og dato saa en
      *    tilbagevendende kunde kan faa udbetalt. Konti uden
      *    kendt sidste aktivitet gaar til manuel vurdering. Hver
      *    lukket konto faar foer- og efterbillede i
      *    master-journal.txt (journal.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.

       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT MASTER-JOURNAL-FILE
       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       01 REPORT-LINE.
           02 INFO                     PIC X(120).

       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           COPY "safe-swap-fields.cpy".
       01 verify-acct-idx               PIC 9(4) VALUE ZEROES.

      * Before and after image of each closed account (journal.cpy).
           COPY "journal-fields.cpy".

      * Batch control totals
       01 letter1-count                 PIC 9(6) VALUE ZEROES.
       01 letter2-count                 PIC 9(6) VALUE ZEROES.
           STOP RUN
       END-IF

       MOVE "ESCHEAT" TO jrn-program
       MOVE WS-ACCOUNTS-FILENAME(1:40) TO jrn-master-file
       PERFORM OPEN-MASTER-JOURNAL

       MOVE "Escheatment run" TO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       CLOSE OUTPUT-TRANSACTIONS.
       CLOSE OUTPUT-LETTERS.
       CLOSE OUTPUT-RECLAIM.
       PERFORM CLOSE-MASTER-JOURNAL.

       PERFORM REWRITE-STATE-FILE.

                       INTO INFO
                   WRITE REPORT-LINE
               ELSE
                   MOVE parsed-account-number TO jrn-key
                   MOVE "B" TO jrn-image-type
                   MOVE SPACES TO jrn-image
                   MOVE ACCOUNT-ARRAY(escheat-slot) TO jrn-image
                   PERFORM WRITE-JOURNAL-IMAGE
                   IF balance OF ACCOUNT-ARRAY(escheat-slot) <= ZEROES
      *>               Nothing to park: close and register a zero
      *>               claim so the ladder still completes.

                   MOVE "C" TO account-status
                       OF ACCOUNT-ARRAY(escheat-slot)
                   MOVE "A" TO jrn-image-type
                   MOVE SPACES TO jrn-image
                   MOVE ACCOUNT-ARRAY(escheat-slot) TO jrn-image
                   PERFORM WRITE-JOURNAL-IMAGE

                   MOVE SPACES TO RECLAIM-RECORD
                   MOVE parsed-client-id TO RC-CLIENT-ID
           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "journal.cpy".

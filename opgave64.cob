      *    restgaelden i bogfoeringen foelger med - ruller
      *    forfaldsdatoen frem, nedskriver restgaeld og restloebetid,
      *    og skriver en restanceliste over ydelser der ikke kunne
      *    daekkes, saa filialen kan rykke. Hvert laan der er
      *    aendret faar foer- og efterbillede i master-journal.txt
      *    (journal.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPOST.

       SELECT OUTPUT-ARREARS ASSIGN TO DYNAMIC WS-ARREARS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARREARS-STATUS.
       SELECT MASTER-JOURNAL-FILE
       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FD OUTPUT-ARREARS.
       01 ARREARS-LINE.
           02 ARR-INFO                 PIC X(120).
       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
      * swap, keep .prev.
           COPY "safe-swap-fields.cpy".

      * Before and after image of each loan the run changed
      * (journal.cpy); the before image is kept until the loan's
      * installments are done.
           COPY "journal-fields.cpy".
       01 loan-before-image             PIC X(400) VALUE SPACES.

      * Batch control totals
       01 posted-count                  PIC 9(6) VALUE ZEROES.
       01 arrears-count                 PIC 9(6) VALUE ZEROES.
           TO ARR-INFO
       WRITE ARREARS-LINE

       MOVE "LOANPOST" TO jrn-program
       MOVE WS-LOANS-FILENAME(1:40) TO jrn-master-file
       PERFORM OPEN-MASTER-JOURNAL

       PERFORM VARYING idx-loan FROM 1 BY 1
               UNTIL idx-loan > loan-count
           PERFORM PROCESS-ONE-LOAN
       END-PERFORM.
       PERFORM CLOSE-MASTER-JOURNAL.

       MOVE SPACES TO ARR-INFO
       STRING "TRAILER: loan-count=" DELIMITED BY SIZE
                   > WS-TODAY
               CONTINUE
           ELSE
               MOVE SPACES TO loan-before-image
               MOVE LOAN-ARRAY(idx-loan) TO loan-before-image
               MOVE ZEROES TO emit-guard
               PERFORM UNTIL
                       LN-ARR-NEXT-INSTALLMENT-DATE
                       ADD 1 TO emit-guard
                   END-IF
               END-PERFORM
               MOVE SPACES TO jrn-image
               MOVE LOAN-ARRAY(idx-loan) TO jrn-image
               IF jrn-image NOT = loan-before-image
                   MOVE LN-ARR-ACCOUNT-NUMBER OF LOAN-ARRAY(idx-loan)
                       TO jrn-key
                   MOVE "B" TO jrn-image-type
                   MOVE loan-before-image TO jrn-image
                   PERFORM WRITE-JOURNAL-IMAGE
                   MOVE "A" TO jrn-image-type
                   MOVE SPACES TO jrn-image
                   MOVE LOAN-ARRAY(idx-loan) TO jrn-image
                   PERFORM WRITE-JOURNAL-IMAGE
               END-IF
               IF LN-ARR-PRINCIPAL OF LOAN-ARRAY(idx-loan) = ZEROES
                   OR LN-ARR-TERM-MONTHS OF LOAN-ARRAY(idx-loan)
                       = ZEROES
           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "journal.cpy".

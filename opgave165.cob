      * Formål: Styring af den opdelte kontoudskriftskoersel.
      *    Med et voksende kundetal blev opgave10 det laengste trin i
      *    natbatchen. statement-partitions.txt deler kunderne i
      *    intervaller efter client-id (statement-partitions.cpy), og
      *    opgave10 koeres een gang pr. partition side om side med
      *    STATEMENT_PARTITION=NN; hver partition skriver sine egne
      *    <fil>.partNN - udskrifter, koeer, afvisningslister,
      *    register, bankfiler, saldofil (partition-carry.cpy),
      *    checkpoint og hoejvandsmaerke - saa en fejlet partition
      *    kan genstartes alene fra sit eget checkpoint.
      *
      *    Programmet har to koerselsformer, valgt med
      *    STATEMENT_PARTITION_MODE:
      *      START: tager koersels-laasen for hele den opdelte
      *        koersel (partitionerne tager den ikke selv) og fjerner
      *        forrige koersels hoejvandsmaerker, checkpoints,
      *        loebenumre, stopbetalinger og saldofiler pr. partition.
      *      MERGE (standard): naar alle partitioner har skrevet
      *        deres hoejvandsmaerke, samles de til de saedvanlige
      *        filer - udskrifterne med branding, een TRAILER med
      *        summerede totaler, som til sidst ogsaa tilfoejes
      *        maanedens arkiv; email- og afvisningsfilerne med
      *        summerede TRAILERe; Digital
      *        Post-koeen, registret og bankfilerne tilfoejes. Saldoen
      *        fremfoeres som primo plus alle partitioners bevaegelser,
      *        stopbetalingernes ramt-markering samles, og
      *        udskriftsnummeret fortsaetter efter det hoejeste
      *        udstedte. Saa frigives laasen.
      *    En partition der mangler, navngives med besked om at
      *    genstarte den; MERGE samler intet foer alle er faerdige.
      *
      *    Koeres: STATEMENT_PARTITION_MODE=START opgave165, opgave10
      *    pr. partition, derefter opgave165.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTPART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARTITIONS-FILE ASSIGN TO DYNAMIC WS-PARTITIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARTITIONS-STATUS.
       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.
       SELECT PART-IN-FILE ASSIGN TO DYNAMIC WS-PART-IN-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PART-IN-STATUS.
       SELECT MERGE-OUT-FILE ASSIGN TO DYNAMIC WS-MERGE-OUT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MERGE-OUT-STATUS.
       SELECT ARCHIVE-STATEMENTS
       ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-STATUS.
       SELECT STATEMENT-BRANDING-FILE
       ASSIGN TO DYNAMIC WS-BRANDING-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BRANDING-STATUS.
       SELECT INPUT-BANKS ASSIGN TO DYNAMIC WS-BANKS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BANKS-STATUS.
       SELECT PARTITION-CARRY-FILE
       ASSIGN TO DYNAMIC WS-PARTITION-CARRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARTITION-CARRY-STATUS.
       SELECT BALANCE-CARRY-FILE
       ASSIGN TO DYNAMIC WS-BALANCE-CARRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCE-CARRY-STATUS.
       SELECT STOP-PAYMENTS-FILE
       ASSIGN TO DYNAMIC WS-STOP-PAYMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STOP-PAYMENTS-STATUS.
       SELECT STOP-PAYMENTS-OUT-FILE
       ASSIGN TO DYNAMIC WS-STOP-PAYMENTS-OUT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STOP-PAYMENTS-OUT-STATUS.
       SELECT STMT-SEQ-FILE ASSIGN TO DYNAMIC WS-STMT-SEQ-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STMT-SEQ-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARTITIONS-FILE.
       01 PARTITION-RECORD.
           COPY "statement-partitions.cpy".
       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).
      * Wide enough for the widest line any of the merged files holds
      * (the rejected/refused lists' reason prefix plus the record).
       FD PART-IN-FILE.
       01 PART-IN-LINE                 PIC X(260).
       FD MERGE-OUT-FILE.
       01 MERGE-OUT-LINE               PIC X(260).
       FD ARCHIVE-STATEMENTS.
       01 ARCHIVE-STATEMENT-INFO.
           02 ARCHIVE-INFO              PIC X(250).
       FD STATEMENT-BRANDING-FILE.
       01 BRANDING-LINE.
           COPY "statement-branding.cpy".
       FD INPUT-BANKS.
       01 BANK-RECORD.
           COPY "banks.cpy".
       FD PARTITION-CARRY-FILE.
       01 PARTITION-CARRY-RECORD.
           COPY "partition-carry.cpy".
       FD BALANCE-CARRY-FILE.
       01 BALANCE-CARRY-RECORD.
           02 BC-ACCOUNT-NUMBER         PIC X(20).
           02 BC-BALANCE
               PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
       FD STOP-PAYMENTS-FILE.
       01 STOP-PAYMENT-RECORD.
           02 SP-ACCOUNT-NUMBER         PIC X(20).
           02 SP-AMOUNT-MIN             PIC 9(7)V99.
           02 SP-AMOUNT-MAX             PIC 9(7)V99.
           02 SP-COUNTERPARTY-TEXT      PIC X(20).
           02 SP-EXPIRY-DATE            PIC X(8).
           02 SP-MATCHED                PIC X(1).
       FD STOP-PAYMENTS-OUT-FILE.
       01 STOP-PAYMENT-OUT-RECORD.
           02 SPO-ACCOUNT-NUMBER        PIC X(20).
           02 SPO-AMOUNT-MIN            PIC 9(7)V99.
           02 SPO-AMOUNT-MAX            PIC 9(7)V99.
           02 SPO-COUNTERPARTY-TEXT     PIC X(20).
           02 SPO-EXPIRY-DATE           PIC X(8).
           02 SPO-MATCHED               PIC X(1).
       FD STMT-SEQ-FILE.
       01 STMT-SEQ-RECORD.
           02 STMT-NEXT-NUMBER         PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY "run-lock-fields.cpy".
           COPY "safe-swap-fields.cpy".
           COPY "stmt-partition-fields.cpy".

      * Variables used as condition in while loops
       01 EOF-PART-IN                   PIC X VALUE "N".
       01 EOF-BANKS                     PIC X VALUE "N".
       01 EOF-CARRY                     PIC X VALUE "N".
       01 EOF-STOPS                     PIC X VALUE "N".
       01 WS-PART-IN-STATUS             PIC XX VALUE "00".
       01 WS-MERGE-OUT-STATUS           PIC XX VALUE "00".
       01 WS-ARCHIVE-STATUS             PIC XX VALUE "00".
       01 WS-BRANDING-STATUS            PIC XX VALUE "00".
       01 WS-BANKS-STATUS               PIC XX VALUE "00".
       01 WS-PARTITION-CARRY-STATUS     PIC XX VALUE "00".
       01 WS-BALANCE-CARRY-STATUS       PIC XX VALUE "00".
       01 WS-STOP-PAYMENTS-STATUS       PIC XX VALUE "00".
       01 WS-STOP-PAYMENTS-OUT-STATUS   PIC XX VALUE "00".
       01 WS-STMT-SEQ-STATUS            PIC XX VALUE "00".

       01 WS-MODE                       PIC X(10) VALUE SPACES.

      * The same file names and environment overrides as opgave10,
      * so the merge lands exactly where a serial run would have
      * written.
       01 WS-PART-IN-FILENAME           PIC X(100) VALUE SPACES.
       01 WS-MERGE-OUT-FILENAME         PIC X(100) VALUE SPACES.
       01 WS-STATEMENTS-FILENAME
           PIC X(100) VALUE "account-statements.txt".
       01 WS-ARCHIVE-FILENAME           PIC X(100) VALUE SPACES.
       01 WS-BRANDING-FILENAME
           PIC X(100) VALUE "statement-branding.txt".
       01 WS-EMAIL-QUEUE-FILENAME
           PIC X(100) VALUE "email-queue.txt".
       01 WS-DIGIPOST-QUEUE-FILENAME
           PIC X(100) VALUE "digital-post-queue.txt".
       01 WS-REJECTED-FILENAME
           PIC X(100) VALUE "rejected-transactions.txt".
       01 WS-REFUSED-FILENAME
           PIC X(100) VALUE "refused-transactions.txt".
       01 WS-STOPPED-FILENAME
           PIC X(100) VALUE "stopped-transactions.txt".
       01 WS-SUSPENSE-FILENAME
           PIC X(100) VALUE "prior-period-suspense.txt".
       01 WS-REGISTER-FILENAME
           PIC X(100) VALUE "statement-register.txt".
       01 WS-BANKS-FILENAME             PIC X(100) VALUE "banks.txt".
       01 WS-BANK-STATEMENTS-PREFIX     PIC X(80)
           VALUE "account-statements-bank-".
       01 WS-BALANCE-CARRY-FILENAME
           PIC X(100) VALUE "balance-carry-forward.txt".
       01 WS-PARTITION-CARRY-FILENAME   PIC X(100) VALUE SPACES.
       01 WS-STOP-PAYMENTS-FILENAME
           PIC X(100) VALUE "stop-payments.txt".
       01 WS-STOP-PAYMENTS-MASTER       PIC X(100) VALUE SPACES.
       01 WS-STOP-PAYMENTS-OUT-FILENAME PIC X(100) VALUE SPACES.
       01 WS-STMT-SEQ-FILENAME
           PIC X(100) VALUE "statement-number-sequence.txt".
       01 WS-CHECKPOINT-FILENAME
           PIC X(100) VALUE "opgave10-checkpoint.txt".
       01 WS-HIGH-WATER-FILENAME
           PIC X(100) VALUE "statement-high-water-mark.txt".
      * The transaction file the partitions posted from, named in
      * the restart hint so a rerun reads the same file.
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.

      * Statement header/footer branding, loaded the same way
      * opgave10 loads it; the VALUE clauses are the same fallback
      * text.
       01 WS-BRANDING-BANK-NAME         PIC X(80)
           VALUE "Nordisk Bank A/S - Kontoudskrift".
       01 WS-BRANDING-DISCLAIMER        PIC X(80)
           VALUE "Til orientering - ikke et bindende dokument.".
       01 WS-BRANDING-SUPPORT           PIC X(80)
           VALUE "Support: support@nordiskbank.dk, tlf. 70123456.".

      * The statements TRAILER opgave10 writes, at its fixed
      * positions, and the totals summed over the partitions.
       01 STATEMENT-TRAILER.
           02 FILLER                    PIC X(22).
           02 STR-RECORD-COUNT          PIC 9(6).
           02 FILLER                    PIC X(14).
           02 STR-AMOUNT-TOTAL          PIC 9(9)V99.
           02 FILLER                    PIC X(13).
           02 STR-DEBIT-TOTAL           PIC 9(9)V99.
           02 FILLER                    PIC X(14).
           02 STR-CREDIT-TOTAL          PIC 9(9)V99.
           02 FILLER                    PIC X(158).
       01 transaction-count             PIC 9(6) VALUE ZEROES.
       01 amount-total                  PIC 9(9)V99 VALUE ZEROES.
       01 debit-total                   PIC 9(9)V99 VALUE ZEROES.
       01 credit-total                  PIC 9(9)V99 VALUE ZEROES.

      * MERGE-PARTITION-FILES: merge-base-name is the file the
      * partitions' .partNN copies are merged into, merge-tag the
      * name of the count on its TRAILER (spaces = the file has
      * none), merge-append "Y" when the merged lines are added to
      * what the file already holds. An appended partition file is
      * removed once added, so a merge that is run again does not
      * add it twice.
       01 merge-base-name               PIC X(100) VALUE SPACES.
       01 merge-tag                     PIC X(20) VALUE SPACES.
       01 merge-append                  PIC X VALUE "N".
       01 merge-found-count             PIC 9(2) VALUE ZEROES.
       01 merge-total-count             PIC 9(6) VALUE ZEROES.
       01 merge-line-count              PIC 9(6) VALUE ZEROES.
       01 trailer-tag-text              PIC X(40) VALUE SPACES.
       01 trailer-count-text            PIC X(6) VALUE ZEROES.
       01 trailer-count REDEFINES trailer-count-text PIC 9(6).
       01 findings-count                PIC 9(6) VALUE ZEROES.
       01 missing-count                 PIC 9(2) VALUE ZEROES.
       01 bank-file-count               PIC 9(4) VALUE ZEROES.

      * Closing balances: opening from partition 01's balance file,
      * every partition's movement (closing - opening) added on top.
       01 CARRY-ARRAY-MAX               PIC 9(4) VALUE 2000.
       01 CARRY-ARRAY                   OCCURS 2000 TIMES.
           02 CA-ACCOUNT-NUMBER         PIC X(20) VALUE SPACES.
           02 CA-BALANCE
               PIC S9(7)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 carry-count                   PIC 9(4) VALUE ZEROES.
       01 carry-row                     PIC 9(4) VALUE ZEROES.

      * Stop-payment instructions as partition 01 wrote them back;
      * a stop is matched if any partition matched it.
       01 STOP-ARRAY-MAX                PIC 9(3) VALUE 200.
       01 STOP-ARRAY                    OCCURS 200 TIMES.
           02 STP-RECORD                PIC X(66) VALUE SPACES.
           02 STP-MATCHED               PIC X(1) VALUE SPACES.
       01 stop-count                    PIC 9(3) VALUE ZEROES.
       01 stop-row                      PIC 9(3) VALUE ZEROES.

       01 base-statement-number         PIC 9(8) VALUE 1.
       01 high-statement-number         PIC 9(8) VALUE ZEROES.
       01 next-statement-number         PIC 9(8) VALUE 1.

       01 swap-file-info                PIC X(16) VALUE LOW-VALUES.
       01 swap-saved-rc                 PIC 9(4) VALUE ZEROES.

       PROCEDURE DIVISION.
       MOVE "STMTPART" TO partition-caller
       MOVE "STMTPART" TO WS-LOCK-PROGRAM

       ACCEPT WS-STATEMENTS-FILENAME
           FROM ENVIRONMENT "ACCOUNT_STATEMENTS_FILE"
       IF WS-STATEMENTS-FILENAME = SPACES
           MOVE "account-statements.txt" TO WS-STATEMENTS-FILENAME
       END-IF
       ACCEPT WS-ARCHIVE-FILENAME
           FROM ENVIRONMENT "ACCOUNT_STATEMENTS_ARCHIVE_FILE"
       IF WS-ARCHIVE-FILENAME = SPACES
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING "account-statements-" WS-CURRENT-DATE(1:4) "-"
                   WS-CURRENT-DATE(5:2) ".txt"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
       END-IF
       ACCEPT WS-BRANDING-FILENAME
           FROM ENVIRONMENT "STATEMENT_BRANDING_FILE"
       IF WS-BRANDING-FILENAME = SPACES
           MOVE "statement-branding.txt" TO WS-BRANDING-FILENAME
       END-IF
       ACCEPT WS-EMAIL-QUEUE-FILENAME
           FROM ENVIRONMENT "EMAIL_QUEUE_FILE"
       IF WS-EMAIL-QUEUE-FILENAME = SPACES
           MOVE "email-queue.txt" TO WS-EMAIL-QUEUE-FILENAME
       END-IF
       ACCEPT WS-DIGIPOST-QUEUE-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_QUEUE_FILE"
       IF WS-DIGIPOST-QUEUE-FILENAME = SPACES
           MOVE "digital-post-queue.txt" TO WS-DIGIPOST-QUEUE-FILENAME
       END-IF
       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF
       ACCEPT WS-REJECTED-FILENAME
           FROM ENVIRONMENT "REJECTED_TRANSACTIONS_FILE"
       IF WS-REJECTED-FILENAME = SPACES
           MOVE "rejected-transactions.txt" TO WS-REJECTED-FILENAME
       END-IF
       ACCEPT WS-REFUSED-FILENAME
           FROM ENVIRONMENT "REFUSED_TRANSACTIONS_FILE"
       IF WS-REFUSED-FILENAME = SPACES
           MOVE "refused-transactions.txt" TO WS-REFUSED-FILENAME
       END-IF
       ACCEPT WS-REGISTER-FILENAME
           FROM ENVIRONMENT "STATEMENT_REGISTER_FILE"
       IF WS-REGISTER-FILENAME = SPACES
           MOVE "statement-register.txt" TO WS-REGISTER-FILENAME
       END-IF
       ACCEPT WS-BANKS-FILENAME FROM ENVIRONMENT "BANKS_FILE"
       IF WS-BANKS-FILENAME = SPACES
           MOVE "banks.txt" TO WS-BANKS-FILENAME
       END-IF
       ACCEPT WS-BANK-STATEMENTS-PREFIX
           FROM ENVIRONMENT "BANK_STATEMENTS_PREFIX"
       IF WS-BANK-STATEMENTS-PREFIX = SPACES
           MOVE "account-statements-bank-" TO WS-BANK-STATEMENTS-PREFIX
       END-IF
       ACCEPT WS-BALANCE-CARRY-FILENAME
           FROM ENVIRONMENT "BALANCE_CARRY_FORWARD_FILE"
       IF WS-BALANCE-CARRY-FILENAME = SPACES
           MOVE "balance-carry-forward.txt" TO WS-BALANCE-CARRY-FILENAME
       END-IF
       ACCEPT WS-STOP-PAYMENTS-MASTER
           FROM ENVIRONMENT "STOP_PAYMENTS_FILE"
       IF WS-STOP-PAYMENTS-MASTER = SPACES
           MOVE "stop-payments.txt" TO WS-STOP-PAYMENTS-MASTER
       END-IF
       ACCEPT WS-STMT-SEQ-FILENAME
           FROM ENVIRONMENT "STATEMENT_NUMBER_SEQUENCE_FILE"
       IF WS-STMT-SEQ-FILENAME = SPACES
           MOVE "statement-number-sequence.txt"
               TO WS-STMT-SEQ-FILENAME
       END-IF
       ACCEPT WS-CHECKPOINT-FILENAME
           FROM ENVIRONMENT "ACCOUNT_STATEMENT_CHECKPOINT_FILE"
       IF WS-CHECKPOINT-FILENAME = SPACES
           MOVE "opgave10-checkpoint.txt" TO WS-CHECKPOINT-FILENAME
       END-IF
       ACCEPT WS-HIGH-WATER-FILENAME
           FROM ENVIRONMENT "STATEMENT_HIGH_WATER_FILE"
       IF WS-HIGH-WATER-FILENAME = SPACES
           MOVE "statement-high-water-mark.txt"
               TO WS-HIGH-WATER-FILENAME
       END-IF

       PERFORM LOAD-STATEMENT-PARTITIONS

       ACCEPT WS-MODE FROM ENVIRONMENT "STATEMENT_PARTITION_MODE"
       IF WS-MODE = SPACES
           MOVE "MERGE" TO WS-MODE
       END-IF

       EVALUATE WS-MODE
           WHEN "START"
               PERFORM START-PARTITIONED-RUN
           WHEN "MERGE"
               PERFORM MERGE-PARTITIONS
           WHEN OTHER
               DISPLAY "STMTPART: unknown STATEMENT_PARTITION_MODE '"
                   FUNCTION TRIM(WS-MODE)
                   "' - use START or MERGE"
               MOVE 16 TO RETURN-CODE
       END-EVALUATE

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------

      * Holds the master files for the whole partitioned run and
      * clears what the previous run's partitions left behind, so
      * every partition starts from the top and MERGE only sees
      * tonight's done-markers.
       START-PARTITIONED-RUN.
           PERFORM TAKE-RUN-LOCK
           PERFORM VARYING partition-number FROM 1 BY 1
                   UNTIL partition-number > partition-count
               MOVE WS-HIGH-WATER-FILENAME TO partition-base-name
               PERFORM DELETE-PARTITION-FILE
               MOVE WS-CHECKPOINT-FILENAME TO partition-base-name
               PERFORM DELETE-PARTITION-FILE
               MOVE WS-STMT-SEQ-FILENAME TO partition-base-name
               PERFORM DELETE-PARTITION-FILE
               MOVE WS-STOP-PAYMENTS-MASTER TO partition-base-name
               PERFORM DELETE-PARTITION-FILE
               MOVE WS-BALANCE-CARRY-FILENAME TO partition-base-name
               PERFORM DELETE-PARTITION-FILE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           DISPLAY "STMTPART: run lock taken for " partition-count
               " statement partition(s) of "
               FUNCTION TRIM(WS-PARTITIONS-FILENAME).
       EXIT.

       DELETE-PARTITION-FILE.
           PERFORM BUILD-PARTITION-NAME
           CALL "CBL_DELETE_FILE" USING partition-file-name.
       EXIT.

       MERGE-PARTITIONS.
           PERFORM CHECK-PARTITION-LOCK
           PERFORM CHECK-PARTITIONS-DONE

           PERFORM MERGE-STATEMENTS

           MOVE WS-EMAIL-QUEUE-FILENAME TO merge-base-name
           MOVE "record-count" TO merge-tag
           MOVE "N" TO merge-append
           PERFORM MERGE-PARTITION-FILES
      * The Digital Post queue is shared with CORRENG, KYCREV and
      * ANNOVW, so tonight's lines are added to it as opgave10 does.
           MOVE WS-DIGIPOST-QUEUE-FILENAME TO merge-base-name
           MOVE "record-count" TO merge-tag
           MOVE "Y" TO merge-append
           PERFORM MERGE-PARTITION-FILES
           MOVE WS-REJECTED-FILENAME TO merge-base-name
           MOVE "rejected-count" TO merge-tag
           MOVE "N" TO merge-append
           PERFORM MERGE-PARTITION-FILES
           ADD merge-total-count TO findings-count
           MOVE WS-REFUSED-FILENAME TO merge-base-name
           MOVE "refused-count" TO merge-tag
           PERFORM MERGE-PARTITION-FILES
           ADD merge-total-count TO findings-count
           MOVE WS-STOPPED-FILENAME TO merge-base-name
           MOVE "stopped-count" TO merge-tag
           PERFORM MERGE-PARTITION-FILES
           ADD merge-total-count TO findings-count
           MOVE WS-SUSPENSE-FILENAME TO merge-base-name
           MOVE "suspense-count" TO merge-tag
           PERFORM MERGE-PARTITION-FILES
           ADD merge-total-count TO findings-count
           MOVE WS-REGISTER-FILENAME TO merge-base-name
           MOVE SPACES TO merge-tag
           MOVE "Y" TO merge-append
           PERFORM MERGE-PARTITION-FILES
           PERFORM MERGE-BANK-FILES

           PERFORM MERGE-BALANCE-CARRY
           PERFORM MERGE-STOP-PAYMENTS
           PERFORM MERGE-STATEMENT-SEQUENCE
           PERFORM MERGE-HIGH-WATER-MARK
           PERFORM APPEND-STATEMENT-ARCHIVE

      *    The done-markers go last: a merge that stops before this
      *    point can be run again, one that got here cannot.
           PERFORM VARYING partition-number FROM 1 BY 1
                   UNTIL partition-number > partition-count
               MOVE WS-HIGH-WATER-FILENAME TO partition-base-name
               PERFORM DELETE-PARTITION-FILE
               MOVE WS-STMT-SEQ-FILENAME TO partition-base-name
               PERFORM DELETE-PARTITION-FILE
               MOVE WS-CHECKPOINT-FILENAME TO partition-base-name
               PERFORM DELETE-PARTITION-FILE
           END-PERFORM

           MOVE 0 TO RETURN-CODE
           IF findings-count > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "STMTPART: " partition-count " partition(s) merged, "
               transaction-count " transaction(s), "
               findings-count " rejected/refused/stopped/suspense"
           PERFORM RELEASE-RUN-LOCK.
       EXIT.

      * A partition has finished when its high-water mark is there -
      * opgave10 writes it as the very last thing a partition does.
       CHECK-PARTITIONS-DONE.
           MOVE ZEROES TO missing-count
           PERFORM VARYING partition-number FROM 1 BY 1
                   UNTIL partition-number > partition-count
               MOVE WS-HIGH-WATER-FILENAME TO partition-base-name
               PERFORM BUILD-PARTITION-NAME
               CALL "CBL_CHECK_FILE_EXIST"
                   USING partition-file-name swap-file-info
               IF RETURN-CODE NOT = 0
                   ADD 1 TO missing-count
                   DISPLAY "STMTPART: partition " partition-number
                       " has not finished - rerun it with "
                       "TRANSACTIONS_FILE="
                       FUNCTION TRIM(WS-TRANSACTIONS-FILENAME)
                       " STATEMENT_PARTITION=" partition-number
                       " ./opgave10 (it resumes from its own "
                       "checkpoint), then ./opgave165"
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           IF missing-count > 0
               DISPLAY "STMTPART: " missing-count " of "
                   partition-count " partition(s) not finished, "
                   "nothing merged"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * The statements are put together exactly as one serial run
      * writes them: branding header, every partition's lines in
      * client-id order, one TRAILER with the summed totals where
      * the last partition has its own (the last customer's
      * category block follows it, as in a serial run), then the
      * footer. The month's archive gets them at the end of the merge
      * (APPEND-STATEMENT-ARCHIVE).
       MERGE-STATEMENTS.
           PERFORM LOAD-STATEMENT-BRANDING
           MOVE WS-STATEMENTS-FILENAME TO WS-MERGE-OUT-FILENAME
           OPEN OUTPUT MERGE-OUT-FILE
           IF WS-MERGE-OUT-STATUS NOT = "00"
               DISPLAY "STMTPART: cannot open " WS-MERGE-OUT-FILENAME
                   ", file status " WS-MERGE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-BRANDING-BANK-NAME TO MERGE-OUT-LINE
           PERFORM WRITE-MERGED-STATEMENT-LINE
           MOVE "============================" TO MERGE-OUT-LINE
           PERFORM WRITE-MERGED-STATEMENT-LINE

           PERFORM VARYING partition-number FROM 1 BY 1
                   UNTIL partition-number > partition-count
               MOVE WS-STATEMENTS-FILENAME TO partition-base-name
               PERFORM OPEN-PARTITION-INPUT
               PERFORM UNTIL EOF-PART-IN = "Y"
                   READ PART-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-PART-IN
                       NOT AT END
                           IF PART-IN-LINE(1:8) = "TRAILER:"
                               PERFORM ADD-STATEMENT-TRAILER
                           ELSE
                               MOVE PART-IN-LINE TO MERGE-OUT-LINE
                               PERFORM WRITE-MERGED-STATEMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-IN-FILE
           END-PERFORM

           MOVE WS-BRANDING-DISCLAIMER TO MERGE-OUT-LINE
           PERFORM WRITE-MERGED-STATEMENT-LINE
           MOVE WS-BRANDING-SUPPORT TO MERGE-OUT-LINE
           PERFORM WRITE-MERGED-STATEMENT-LINE
           CLOSE MERGE-OUT-FILE.
       EXIT.

       ADD-STATEMENT-TRAILER.
           MOVE PART-IN-LINE TO STATEMENT-TRAILER
           ADD STR-RECORD-COUNT TO transaction-count
           ADD STR-AMOUNT-TOTAL TO amount-total
           ADD STR-DEBIT-TOTAL TO debit-total
           ADD STR-CREDIT-TOTAL TO credit-total
           IF partition-number = partition-count
               MOVE SPACES TO MERGE-OUT-LINE
               STRING "TRAILER: record-count=" DELIMITED BY SIZE
                   transaction-count DELIMITED BY SIZE
                   " amount-total=" DELIMITED BY SIZE
                   amount-total DELIMITED BY SIZE
                   " debit-total=" DELIMITED BY SIZE
                   debit-total DELIMITED BY SIZE
                   " credit-total=" DELIMITED BY SIZE
                   credit-total DELIMITED BY SIZE
                   INTO MERGE-OUT-LINE
               PERFORM WRITE-MERGED-STATEMENT-LINE
           END-IF.
       EXIT.

       WRITE-MERGED-STATEMENT-LINE.
           WRITE MERGE-OUT-LINE.
       EXIT.

      * Adds the merged statements to the month's archive. The
      * archive is only ever extended, so this is done as the last
      * step before the done-markers go: a merge that stopped earlier
      * and is run again has not added anything to it yet.
       APPEND-STATEMENT-ARCHIVE.
           OPEN EXTEND ARCHIVE-STATEMENTS
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-STATEMENTS
           END-IF
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "STMTPART: cannot open " WS-ARCHIVE-FILENAME
                   ", file status " WS-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-STATEMENTS-FILENAME TO WS-PART-IN-FILENAME
           MOVE "N" TO EOF-PART-IN
           OPEN INPUT PART-IN-FILE
           IF WS-PART-IN-STATUS NOT = "00"
               DISPLAY "STMTPART: cannot open " WS-PART-IN-FILENAME
                   ", file status " WS-PART-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-PART-IN = "Y"
               READ PART-IN-FILE
                   AT END
                       MOVE "Y" TO EOF-PART-IN
                   NOT AT END
                       MOVE PART-IN-LINE TO ARCHIVE-INFO
                       WRITE ARCHIVE-STATEMENT-INFO
               END-READ
           END-PERFORM
           CLOSE PART-IN-FILE
           CLOSE ARCHIVE-STATEMENTS.
       EXIT.

      * Opens one partition's .partNN copy of partition-base-name;
      * every partition writes all of its files, so a missing one
      * means the partition did not really finish.
       OPEN-PARTITION-INPUT.
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-PART-IN-FILENAME
           MOVE "N" TO EOF-PART-IN
           OPEN INPUT PART-IN-FILE
           IF WS-PART-IN-STATUS NOT = "00"
               DISPLAY "STMTPART: cannot open " WS-PART-IN-FILENAME
                   ", file status " WS-PART-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * Merges the partitions' copies of merge-base-name: every line
      * but their TRAILERs, then one TRAILER with merge-tag's count
      * summed over them. An appended file whose partition copy is
      * already gone was added by an earlier attempt of this merge.
       MERGE-PARTITION-FILES.
           MOVE merge-base-name TO WS-MERGE-OUT-FILENAME
           IF merge-append = "Y"
               OPEN EXTEND MERGE-OUT-FILE
               IF WS-MERGE-OUT-STATUS = "35"
                   OPEN OUTPUT MERGE-OUT-FILE
               END-IF
           ELSE
               OPEN OUTPUT MERGE-OUT-FILE
           END-IF
           IF WS-MERGE-OUT-STATUS NOT = "00"
               DISPLAY "STMTPART: cannot open " WS-MERGE-OUT-FILENAME
                   ", file status " WS-MERGE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO merge-found-count
           MOVE ZEROES TO merge-total-count
           PERFORM VARYING partition-number FROM 1 BY 1
                   UNTIL partition-number > partition-count
               MOVE merge-base-name TO partition-base-name
               PERFORM BUILD-PARTITION-NAME
               MOVE partition-file-name TO WS-PART-IN-FILENAME
               MOVE "N" TO EOF-PART-IN
               OPEN INPUT PART-IN-FILE
               IF WS-PART-IN-STATUS = "00"
                   ADD 1 TO merge-found-count
                   PERFORM COPY-PARTITION-LINES
                   CLOSE PART-IN-FILE
                   IF merge-append = "Y"
                       CALL "CBL_DELETE_FILE"
                           USING WS-PART-IN-FILENAME
                   END-IF
               ELSE
                   IF merge-append NOT = "Y"
                       DISPLAY "STMTPART: cannot open "
                           WS-PART-IN-FILENAME
                           ", file status " WS-PART-IN-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           IF merge-tag NOT = SPACES AND merge-found-count > 0
               MOVE SPACES TO MERGE-OUT-LINE
               STRING "TRAILER: " DELIMITED BY SIZE
                   FUNCTION TRIM(merge-tag) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   merge-total-count DELIMITED BY SIZE
                   INTO MERGE-OUT-LINE
               WRITE MERGE-OUT-LINE
           END-IF
           CLOSE MERGE-OUT-FILE.
       EXIT.

       COPY-PARTITION-LINES.
           PERFORM UNTIL EOF-PART-IN = "Y"
               READ PART-IN-FILE
                   AT END
                       MOVE "Y" TO EOF-PART-IN
                   NOT AT END
                       IF PART-IN-LINE(1:8) = "TRAILER:"
                           AND merge-tag NOT = SPACES
                           MOVE ZEROES TO trailer-count-text
                           UNSTRING PART-IN-LINE DELIMITED BY "="
                               INTO trailer-tag-text
                                    trailer-count-text
                           END-UNSTRING
                           IF trailer-count NUMERIC
                               ADD trailer-count TO merge-total-count
                           END-IF
                       ELSE
                           WRITE MERGE-OUT-LINE FROM PART-IN-LINE
                       END-IF
               END-READ
           END-PERFORM.
       EXIT.

      * The per-bank print files are only ever added to; each
      * partition's file for a bank (with its own stretch TRAILERs,
      * which opgave44 sums) goes onto the bank's file in partition
      * order, which is client-id order.
       MERGE-BANK-FILES.
           MOVE ZEROES TO bank-file-count
           MOVE "N" TO EOF-BANKS
           OPEN INPUT INPUT-BANKS
           IF WS-BANKS-STATUS NOT = "00"
               DISPLAY "STMTPART: cannot open " WS-BANKS-FILENAME
                   ", file status " WS-BANKS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-BANKS = "Y"
               READ INPUT-BANKS INTO BANK-RECORD
                   AT END
                       MOVE "Y" TO EOF-BANKS
                   NOT AT END
                       PERFORM MERGE-ONE-BANK
               END-READ
           END-PERFORM
           CLOSE INPUT-BANKS.
       EXIT.

       MERGE-ONE-BANK.
           PERFORM VARYING partition-number FROM 1 BY 1
                   UNTIL partition-number > partition-count
               MOVE SPACES TO WS-PART-IN-FILENAME
               STRING FUNCTION TRIM(WS-BANK-STATEMENTS-PREFIX)
                       DELIMITED BY SIZE
                   "part" DELIMITED BY SIZE
                   partition-number DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FUNCTION TRIM(REG-NR) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-PART-IN-FILENAME
               MOVE "N" TO EOF-PART-IN
               OPEN INPUT PART-IN-FILE
               IF WS-PART-IN-STATUS = "00"
                   MOVE SPACES TO WS-MERGE-OUT-FILENAME
                   STRING FUNCTION TRIM(WS-BANK-STATEMENTS-PREFIX)
                           DELIMITED BY SIZE
                       FUNCTION TRIM(REG-NR) DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO WS-MERGE-OUT-FILENAME
                   OPEN EXTEND MERGE-OUT-FILE
                   IF WS-MERGE-OUT-STATUS = "35"
                       OPEN OUTPUT MERGE-OUT-FILE
                   END-IF
                   IF WS-MERGE-OUT-STATUS NOT = "00"
                       DISPLAY "STMTPART: cannot open "
                           WS-MERGE-OUT-FILENAME
                           ", file status " WS-MERGE-OUT-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO merge-tag
                   PERFORM COPY-PARTITION-LINES
                   CLOSE MERGE-OUT-FILE
                   CLOSE PART-IN-FILE
                   CALL "CBL_DELETE_FILE" USING WS-PART-IN-FILENAME
                   ADD 1 TO bank-file-count
               END-IF
           END-PERFORM.
       EXIT.

      * Every partition started from the same opening balances and
      * posted only its own customers' transactions, but a shared
      * account can be posted from more than one partition - so the
      * closing balance is the opening plus every partition's
      * movement. The files are row for row the same account list;
      * anything else means they were not from the same night. The
      * partition files are removed once the new balances are in
      * place, so a merge that is run again does not swap a second
      * time and lose the previous generation.
       MERGE-BALANCE-CARRY.
           MOVE 1 TO partition-number
           MOVE WS-BALANCE-CARRY-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           CALL "CBL_CHECK_FILE_EXIST"
               USING partition-file-name swap-file-info
           IF RETURN-CODE = 0
               PERFORM CARRY-PARTITION-BALANCES
           ELSE
               MOVE 0 TO RETURN-CODE
               DISPLAY "STMTPART: "
                   FUNCTION TRIM(WS-BALANCE-CARRY-FILENAME)
                   " already carried forward by an earlier merge"
           END-IF.
       EXIT.

       CARRY-PARTITION-BALANCES.
           MOVE ZEROES TO carry-count
           PERFORM VARYING partition-number FROM 1 BY 1
                   UNTIL partition-number > partition-count
               MOVE WS-BALANCE-CARRY-FILENAME TO partition-base-name
               PERFORM BUILD-PARTITION-NAME
               MOVE partition-file-name TO WS-PARTITION-CARRY-FILENAME
               OPEN INPUT PARTITION-CARRY-FILE
               IF WS-PARTITION-CARRY-STATUS NOT = "00"
                   DISPLAY "STMTPART: cannot open "
                       WS-PARTITION-CARRY-FILENAME
                       ", file status " WS-PARTITION-CARRY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZEROES TO carry-row
               MOVE "N" TO EOF-CARRY
               PERFORM UNTIL EOF-CARRY = "Y"
                   READ PARTITION-CARRY-FILE
                       AT END
                           MOVE "Y" TO EOF-CARRY
                       NOT AT END
                           ADD 1 TO carry-row
                           PERFORM ADD-PARTITION-CARRY
                   END-READ
               END-PERFORM
               CLOSE PARTITION-CARRY-FILE
               IF carry-row NOT = carry-count
                   DISPLAY "STMTPART: "
                       FUNCTION TRIM(WS-PARTITION-CARRY-FILENAME)
                       " holds " carry-row " account(s), partition 01"
                       " holds " carry-count
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           MOVE WS-BALANCE-CARRY-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-BALANCE-CARRY-FILENAME
           OPEN OUTPUT BALANCE-CARRY-FILE
           PERFORM VARYING carry-row FROM 1 BY 1
                   UNTIL carry-row > carry-count
               MOVE CA-ACCOUNT-NUMBER(carry-row) TO BC-ACCOUNT-NUMBER
               MOVE CA-BALANCE(carry-row) TO BC-BALANCE
               WRITE BALANCE-CARRY-RECORD
           END-PERFORM
           CLOSE BALANCE-CARRY-FILE
           MOVE swap-master-name TO WS-BALANCE-CARRY-FILENAME
           PERFORM SWAP-OR-PLACE-NEW-MASTER
           PERFORM VARYING partition-number FROM 1 BY 1
                   UNTIL partition-number > partition-count
               MOVE WS-BALANCE-CARRY-FILENAME TO partition-base-name
               PERFORM DELETE-PARTITION-FILE
           END-PERFORM
           MOVE 0 TO RETURN-CODE.
       EXIT.

       ADD-PARTITION-CARRY.
           IF partition-number = 1
               IF carry-count >= CARRY-ARRAY-MAX
                   DISPLAY "STMTPART: "
                       FUNCTION TRIM(WS-PARTITION-CARRY-FILENAME)
                       " has more accounts than CARRY-ARRAY ("
                       CARRY-ARRAY-MAX ") can hold"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO carry-count
               MOVE PC-ACCOUNT-NUMBER
                   TO CA-ACCOUNT-NUMBER(carry-count)
               MOVE PC-OPENING-BALANCE TO CA-BALANCE(carry-count)
           END-IF
           IF carry-row > carry-count
               OR PC-ACCOUNT-NUMBER NOT = CA-ACCOUNT-NUMBER(carry-row)
               DISPLAY "STMTPART: "
                   FUNCTION TRIM(WS-PARTITION-CARRY-FILENAME)
                   " row " carry-row " is account "
                   FUNCTION TRIM(PC-ACCOUNT-NUMBER)
                   ", not the account partition 01 has there"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE CA-BALANCE(carry-row) = CA-BALANCE(carry-row)
               + PC-CLOSING-BALANCE - PC-OPENING-BALANCE.
       EXIT.

      * Every partition wrote the whole instruction list back with
      * its own matched flags; a stop is matched when any partition
      * caught a payment with it. No partition copy means there were
      * no instructions to write back.
       MERGE-STOP-PAYMENTS.
           MOVE ZEROES TO stop-count
           PERFORM VARYING partition-number FROM 1 BY 1
                   UNTIL partition-number > partition-count
               MOVE WS-STOP-PAYMENTS-MASTER TO partition-base-name
               PERFORM BUILD-PARTITION-NAME
               MOVE partition-file-name TO WS-STOP-PAYMENTS-FILENAME
               OPEN INPUT STOP-PAYMENTS-FILE
               IF WS-STOP-PAYMENTS-STATUS = "00"
                   MOVE ZEROES TO stop-row
                   MOVE "N" TO EOF-STOPS
                   PERFORM UNTIL EOF-STOPS = "Y"
                       READ STOP-PAYMENTS-FILE
                           AT END
                               MOVE "Y" TO EOF-STOPS
                           NOT AT END
                               ADD 1 TO stop-row
                               PERFORM ADD-PARTITION-STOP
                       END-READ
                   END-PERFORM
                   CLOSE STOP-PAYMENTS-FILE
                   CALL "CBL_DELETE_FILE"
                       USING WS-STOP-PAYMENTS-FILENAME
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE

           IF stop-count > 0
               MOVE WS-STOP-PAYMENTS-MASTER TO swap-master-name
               PERFORM BUILD-SWAP-NAMES
               MOVE swap-new-name TO WS-STOP-PAYMENTS-OUT-FILENAME
               OPEN OUTPUT STOP-PAYMENTS-OUT-FILE
               IF WS-STOP-PAYMENTS-OUT-STATUS NOT = "00"
                   DISPLAY "STMTPART: cannot open "
                       WS-STOP-PAYMENTS-OUT-FILENAME
                       ", file status " WS-STOP-PAYMENTS-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING stop-row FROM 1 BY 1
                       UNTIL stop-row > stop-count
                   MOVE STP-RECORD(stop-row)
                       TO STOP-PAYMENT-OUT-RECORD(1:66)
                   MOVE STP-MATCHED(stop-row) TO SPO-MATCHED
                   WRITE STOP-PAYMENT-OUT-RECORD
               END-PERFORM
               CLOSE STOP-PAYMENTS-OUT-FILE
               PERFORM SWAP-OR-PLACE-NEW-MASTER
           END-IF.
       EXIT.

       ADD-PARTITION-STOP.
           IF stop-row > stop-count
               IF stop-count >= STOP-ARRAY-MAX
                   DISPLAY "STMTPART: "
                       FUNCTION TRIM(WS-STOP-PAYMENTS-FILENAME)
                       " has more rows than STOP-ARRAY ("
                       STOP-ARRAY-MAX ") can hold"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO stop-count
               MOVE STOP-PAYMENT-RECORD(1:66) TO STP-RECORD(stop-count)
               MOVE SP-MATCHED TO STP-MATCHED(stop-count)
           ELSE
               IF SP-MATCHED = "Y"
                   MOVE "Y" TO STP-MATCHED(stop-row)
               END-IF
           END-IF.
       EXIT.

      * Partition NN issued base + (NN - 1) and every partition-count
      * on, and saved the number after its last; the highest of those
      * minus one stride is the first number nobody has issued.
       MERGE-STATEMENT-SEQUENCE.
           OPEN INPUT STMT-SEQ-FILE
           IF WS-STMT-SEQ-STATUS = "00"
               READ STMT-SEQ-FILE
                   NOT AT END
                       MOVE STMT-NEXT-NUMBER TO base-statement-number
               END-READ
               CLOSE STMT-SEQ-FILE
           END-IF
           MOVE ZEROES TO high-statement-number
           MOVE WS-STMT-SEQ-FILENAME TO partition-base-name
           PERFORM VARYING partition-number FROM 1 BY 1
                   UNTIL partition-number > partition-count
               PERFORM BUILD-PARTITION-NAME
               MOVE partition-file-name TO WS-PART-IN-FILENAME
               MOVE "N" TO EOF-PART-IN
               OPEN INPUT PART-IN-FILE
               IF WS-PART-IN-STATUS NOT = "00"
                   DISPLAY "STMTPART: cannot open "
                       WS-PART-IN-FILENAME
                       ", file status " WS-PART-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PART-IN-FILE INTO STMT-SEQ-RECORD
                   NOT AT END
                       IF STMT-NEXT-NUMBER > high-statement-number
                           MOVE STMT-NEXT-NUMBER
                               TO high-statement-number
                       END-IF
               END-READ
               CLOSE PART-IN-FILE
           END-PERFORM
           MOVE base-statement-number TO next-statement-number
           IF high-statement-number > partition-count
               AND high-statement-number - partition-count + 1
                   > base-statement-number
               COMPUTE next-statement-number =
                   high-statement-number - partition-count + 1
           END-IF
           OPEN OUTPUT STMT-SEQ-FILE
           MOVE next-statement-number TO STMT-NEXT-NUMBER
           WRITE STMT-SEQ-RECORD
           CLOSE STMT-SEQ-FILE.
       EXIT.

      * Every partition read the whole transaction file, so any
      * partition's mark is the night's mark; partition 01's is used.
       MERGE-HIGH-WATER-MARK.
           MOVE 1 TO partition-number
           MOVE WS-HIGH-WATER-FILENAME TO partition-base-name
           PERFORM OPEN-PARTITION-INPUT
           MOVE WS-HIGH-WATER-FILENAME TO WS-MERGE-OUT-FILENAME
           OPEN OUTPUT MERGE-OUT-FILE
           IF WS-MERGE-OUT-STATUS NOT = "00"
               DISPLAY "STMTPART: cannot open " WS-MERGE-OUT-FILENAME
                   ", file status " WS-MERGE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO merge-tag
           PERFORM COPY-PARTITION-LINES
           CLOSE MERGE-OUT-FILE
           CLOSE PART-IN-FILE.
       EXIT.

      * Same first-run handling as opgave10's master rewrites: with
      * no master yet the new file is simply renamed into place.
       SWAP-OR-PLACE-NEW-MASTER.
           MOVE "N" TO swap-failed
           CALL "CBL_CHECK_FILE_EXIST"
               USING swap-master-name swap-file-info
           IF RETURN-CODE = 0
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               MOVE 0 TO RETURN-CODE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "STMTPART: cannot move "
                       FUNCTION TRIM(swap-new-name)
                       " into place as "
                       FUNCTION TRIM(swap-master-name)
               END-IF
           END-IF
           IF swap-failed = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE.
       EXIT.

       LOAD-STATEMENT-BRANDING.
           OPEN INPUT STATEMENT-BRANDING-FILE
           IF WS-BRANDING-STATUS = "00"
               READ STATEMENT-BRANDING-FILE INTO BRANDING-LINE
                   NOT AT END
                       MOVE BRANDING-INFO TO WS-BRANDING-BANK-NAME
               END-READ
               READ STATEMENT-BRANDING-FILE INTO BRANDING-LINE
                   NOT AT END
                       MOVE BRANDING-INFO TO WS-BRANDING-DISCLAIMER
               END-READ
               READ STATEMENT-BRANDING-FILE INTO BRANDING-LINE
                   NOT AT END
                       MOVE BRANDING-INFO TO WS-BRANDING-SUPPORT
               END-READ
               CLOSE STATEMENT-BRANDING-FILE
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "stmt-partition.cpy".

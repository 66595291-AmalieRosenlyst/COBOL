       SELECT EMAIL-QUEUE-FILE ASSIGN TO DYNAMIC WS-EMAIL-QUEUE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EMAIL-QUEUE-STATUS.
       SELECT DIGIPOST-QUEUE-FILE
       ASSIGN TO DYNAMIC WS-DIGIPOST-QUEUE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DIGIPOST-QUEUE-STATUS.
       SELECT BALANCE-CARRY-FILE
       ASSIGN TO DYNAMIC WS-BALANCE-CARRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       ASSIGN TO DYNAMIC WS-LEGAL-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEGAL-HOLDS-STATUS.
       SELECT WRITEOFF-REGISTER-FILE
       ASSIGN TO DYNAMIC WS-WRITEOFF-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WRITEOFF-REGISTER-STATUS.
       SELECT INPUT-IBAN-REGISTER
       ASSIGN TO DYNAMIC WS-IBAN-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       SELECT PARTITIONS-FILE ASSIGN TO DYNAMIC WS-PARTITIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARTITIONS-STATUS.
       SELECT PARTITION-CARRY-FILE
       ASSIGN TO DYNAMIC WS-PARTITION-CARRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARTITION-CARRY-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD LEGAL-HOLDS-FILE.
       01 LEGAL-HOLD-RECORD.
           COPY "legal-holds.cpy".
       FD WRITEOFF-REGISTER-FILE.
       01 WRITEOFF-REGISTER-RECORD.
           COPY "writeoff-register.cpy".
       FD INPUT-IBAN-REGISTER.
       01 IBAN-REGISTER-RECORD.
           COPY "iban-register.cpy".
       01 EMAIL-QUEUE-LINE.
           02 EMAIL-INFO                PIC X(250).

       FD DIGIPOST-QUEUE-FILE.
       01 DIGIPOST-QUEUE-LINE.
           02 DIGIPOST-INFO             PIC X(250).

       FD BALANCE-CARRY-FILE.
       01 BALANCE-CARRY-RECORD.
           02 BC-ACCOUNT-NUMBER         PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       FD PARTITIONS-FILE.
       01 PARTITION-RECORD.
           COPY "statement-partitions.cpy".
       FD PARTITION-CARRY-FILE.
       01 PARTITION-CARRY-RECORD.
           COPY "partition-carry.cpy".

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
       01 WS-AUDIT-LOG-STATUS           PIC XX VALUE "00".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-EMAIL-QUEUE-STATUS         PIC XX VALUE "00".
       01 WS-DIGIPOST-QUEUE-STATUS      PIC XX VALUE "00".
       01 WS-BALANCE-CARRY-STATUS       PIC XX VALUE "00".
       01 WS-ARCHIVE-STATUS             PIC XX VALUE "00".
       01 WS-REJECTED-STATUS            PIC XX VALUE "00".
       01 want-paper                    PIC X VALUE "Y".
       01 want-email                    PIC X VALUE "N".
       01 email-bundle-client-id        PIC X(10) VALUE SPACES.
       01 want-digital                  PIC X VALUE "N".
       01 digital-bundle-client-id      PIC X(10) VALUE SPACES.
      * Control line heading each statement in digital-post-queue.txt.
       01 DIGIPOST-HEADER.
           COPY "digital-post-queue.cpy".
       01 co-owner-found                PIC X VALUE "N".

      * Statement wording catalog: the printed literals live in
      * hvad der er reserveret men endnu ikke bogfoert.
           COPY "hold-check-fields.cpy".
       01 hold-amount-display           PIC Z(6)9.99 VALUE ZEROES.
      * Afskrevne konti (writeoff-check.cpy): deres afskrivning og
      * inddrivelser bogfoeres trods frysningen.
           COPY "writeoff-check-fields.cpy".

      * IBAN-registret fra IBANGEN: kontoens IBAN trykkes i
      * udskriftshovedet ved kontooplysningerne; en konto uden
           PIC X(100) VALUE "customer-info.txt".
       01 WS-EMAIL-QUEUE-FILENAME
           PIC X(100) VALUE "email-queue.txt".
       01 WS-DIGIPOST-QUEUE-FILENAME
           PIC X(100) VALUE "digital-post-queue.txt".
       01 WS-BALANCE-CARRY-FILENAME
           PIC X(100) VALUE "balance-carry-forward.txt".

      * the client-sorted stream crosses banks, so its file ends up
      * holding one TRAILER per stretch - the verifier sums them).
       01 email-line-count              PIC 9(6) VALUE ZEROES.
       01 digital-line-count            PIC 9(6) VALUE ZEROES.
       01 bank-line-count               PIC 9(6) VALUE ZEROES.

      * Audit log of batch runs against customer-info.txt, shared
       01 stmt-number-display.
           02 FILLER                    PIC X(1) VALUE "S".
           02 stmt-number-digits        PIC 9(8) VALUE ZEROES.
       01 statement-number-step         PIC 9(2) VALUE 1.

      * Opdelt koersel (STATEMENT_PARTITION=NN): kun kunderne i
      * partitionens interval af statement-partitions.txt udskrives
      * og bogfoeres, og alt koerslen skriver gaar til egne
      * <fil>.partNN - checkpoint, udskrifter, koeer, afviste,
      * registrering og saldi - som STMTPART (opgave165) samler til
      * de saedvanlige filer naar alle partitioner er faerdige.
      * Overfoerselsparrene afgoeres stadig over hele filen, saa et
      * par der krydser to partitioner faar samme afgoerelse i
      * begge. Udskriftsnumrene deles ud med partitionsantallet som
      * spring (partition 1 faar base, base+N, ...; partition 2
      * base+1, base+N+1, ...), saa to partitioner aldrig udsteder
      * samme nummer.
           COPY "stmt-partition-fields.cpy".
       01 WS-PARTITION                  PIC X(2) VALUE SPACES.
       01 partition-mode                PIC X VALUE "N".
       01 WS-PARTITION-CARRY-FILENAME   PIC X(100) VALUE SPACES.
       01 WS-PARTITION-CARRY-STATUS     PIC XX VALUE "00".
       01 partition-bank-name           PIC X(100) VALUE SPACES.
      * Primo pr. konto (samme raekkefoelge som ACCOUNT-ARRAY) til
      * partitionens saldofil.
       01 PARTITION-OPENING-ARRAY       OCCURS 2000 TIMES.
           02 PO-BALANCE
               PIC S9(7)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.

       PROCEDURE DIVISION.

           MOVE "email-queue.txt" TO WS-EMAIL-QUEUE-FILENAME
       END-IF

       ACCEPT WS-DIGIPOST-QUEUE-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_QUEUE_FILE"
       IF WS-DIGIPOST-QUEUE-FILENAME = SPACES
           MOVE "digital-post-queue.txt" TO WS-DIGIPOST-QUEUE-FILENAME
       END-IF

       ACCEPT WS-BALANCE-CARRY-FILENAME
           FROM ENVIRONMENT "BALANCE_CARRY_FORWARD_FILE"
       IF WS-BALANCE-CARRY-FILENAME = SPACES
               TO WS-HIGH-WATER-FILENAME
       END-IF

       ACCEPT WS-PARTITION FROM ENVIRONMENT "STATEMENT_PARTITION"
       IF WS-PARTITION NOT = SPACES
           IF WS-INCREMENTAL = "Y"
               DISPLAY "ReadFile: an intraday run is never "
                   "partitioned - unset STATEMENT_PARTITION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-UP-PARTITION
       END-IF

       IF WS-INCREMENTAL = "Y"
      *>   Everything an intraday run produces lands in its own
      *>   intraday- files; the nightly outputs, the checkpoint and
               TO WS-ARCHIVE-FILENAME
           MOVE "intraday-email-queue.txt"
               TO WS-EMAIL-QUEUE-FILENAME
           MOVE "intraday-digital-post-queue.txt"
               TO WS-DIGIPOST-QUEUE-FILENAME
           MOVE "intraday-rejected-transactions.txt"
               TO WS-REJECTED-FILENAME
           MOVE "intraday-refused-transactions.txt"
       END-IF

       MOVE "opgave10" TO WS-LOCK-PROGRAM
       IF partition-mode = "Y"
           PERFORM CHECK-PARTITION-LOCK
       ELSE
           PERFORM TAKE-RUN-LOCK
       END-IF

       OPEN INPUT INPUT-BANKS.
       IF WS-BANKS-STATUS NOT = "00"
           STOP RUN
       END-IF

      * The Digital Post queue is shared with CORRENG, KYCREV and
      * ANNOVW and emptied by DIGIPOST once uploaded, so it is always
      * appended to rather than started over. A partition's own queue
      * is only this run's, and STMTPART appends it to the shared one.
       IF partition-mode = "Y" AND resume-count = 0
           OPEN OUTPUT DIGIPOST-QUEUE-FILE
       ELSE
           OPEN EXTEND DIGIPOST-QUEUE-FILE
           IF WS-DIGIPOST-QUEUE-STATUS = "35"
               OPEN OUTPUT DIGIPOST-QUEUE-FILE
           END-IF
       END-IF
       IF WS-DIGIPOST-QUEUE-STATUS NOT = "00"
           DISPLAY "ReadFile: cannot open " WS-DIGIPOST-QUEUE-FILENAME
               ", file status " WS-DIGIPOST-QUEUE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       IF resume-count > 0
           OPEN EXTEND OUTPUT-ACCOUNT-STATEMENTS
           DISPLAY "ReadFile: resuming after checkpoint, skipping "
      *> of resume-count - it accumulates every run made during its
      *> calendar month (req033), not just a checkpoint-resumed one.
      *> Only a brand-new archive file (status 35, doesn't exist yet)
      *> is created with OPEN OUTPUT. A partition leaves the archive
      *> alone - STMTPART archives the merged statements once.
       IF partition-mode = "N"
           OPEN EXTEND ARCHIVE-STATEMENTS
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-STATEMENTS
           END-IF
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ReadFile: cannot open " WS-ARCHIVE-FILENAME
                   ", file status " WS-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       IF resume-count > 0
       IF WS-REGISTER-FILENAME = SPACES
           MOVE "statement-register.txt" TO WS-REGISTER-FILENAME
       END-IF
       IF WS-INCREMENTAL NOT = "Y" AND partition-mode = "Y"
           PERFORM LOAD-PARTITION-SEQUENCE
           MOVE WS-REGISTER-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-REGISTER-FILENAME
           IF resume-count = 0
               OPEN OUTPUT REGISTER-FILE
           ELSE
               OPEN EXTEND REGISTER-FILE
               IF WS-REGISTER-STATUS = "35"
                   OPEN OUTPUT REGISTER-FILE
               END-IF
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ReadFile: cannot open " WS-REGISTER-FILENAME
                   ", file status " WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       IF WS-INCREMENTAL NOT = "Y" AND partition-mode = "N"
           PERFORM LOAD-STATEMENT-SEQUENCE
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
           END-IF
       END-IF

       IF resume-count = 0 AND partition-mode = "N"
           PERFORM WRITE-STATEMENT-BRANDING-HEADER
       END-IF

       END-IF
       PERFORM LOAD-MESSAGE-CATALOG.

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
       PERFORM LOAD-IBAN-REGISTER.
       PERFORM LOAD-CONSENT-REGISTER.
       PERFORM LOAD-CATEGORY-TEXTS.
           MOVE "prior-period-suspense.txt" TO WS-SUSPENSE-FILENAME
       END-IF
       PERFORM APPLY-BALANCE-CARRY-FORWARD.
       IF partition-mode = "Y"
           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-load-count
               MOVE balance OF ACCOUNT-ARRAY(idx-acct)
                   TO PO-BALANCE(idx-acct)
           END-PERFORM
           IF resume-count = 0
               PERFORM CLEAR-PARTITION-BANK-FILES
           END-IF
       END-IF
      * The consolidation streams through a true file sort instead
      * of the old fixed TRANSACTION-ARRAY: the input procedure keeps
      * the transfer-pair tallying the array load did, the output
           credit-total DELIMITED BY SIZE
           INTO INFO
       WRITE ACCOUNT-STATEMENT-INFO
       IF partition-mode = "N"
           WRITE ARCHIVE-STATEMENT-INFO FROM ACCOUNT-STATEMENT-INFO
       END-IF

      * Den sidste gruppes kategoriblok.
       IF group-number > 0 AND group-number > resume-count
           PERFORM WRITE-CATEGORY-SUBTOTALS
       END-IF

       IF partition-mode = "N"
           PERFORM WRITE-STATEMENT-BRANDING-FOOTER
       END-IF

       MOVE SPACES TO RT-INFO
       STRING "TRAILER: rejected-count=" DELIMITED BY SIZE
       IF WS-INCREMENTAL NOT = "Y"
           MOVE ZEROES TO WS-READ-COUNT
           PERFORM SAVE-CHECKPOINT
           IF partition-mode = "Y"
               PERFORM SAVE-PARTITION-CARRY
           ELSE
               PERFORM SAVE-BALANCE-CARRY-FORWARD
               PERFORM SAVE-HIGH-WATER-MARK
           END-IF
           PERFORM SAVE-STATEMENT-SEQUENCE
           CLOSE REGISTER-FILE
       END-IF.

       CLOSE OUTPUT-ACCOUNT-STATEMENTS.
       IF partition-mode = "N"
           CLOSE ARCHIVE-STATEMENTS
       END-IF.
       IF WS-CURRENT-BANK-REG-NR NOT = SPACES
           PERFORM WRITE-BANK-TRAILER
           CLOSE BANK-STATEMENTS-FILE
           INTO EMAIL-INFO
       WRITE EMAIL-QUEUE-LINE
       CLOSE EMAIL-QUEUE-FILE.
       MOVE SPACES TO DIGIPOST-INFO
       STRING "TRAILER: record-count=" DELIMITED BY SIZE
           digital-line-count DELIMITED BY SIZE
           INTO DIGIPOST-INFO
       WRITE DIGIPOST-QUEUE-LINE
       CLOSE DIGIPOST-QUEUE-FILE.
       CLOSE INPUT-TRANSACTIONS.
       CLOSE INPUT-ACCOUNTS.
       CLOSE INPUT-BANKS.

       PERFORM WRITE-AUDIT-LOG-ENTRY

      * A partition's high-water mark is written last of all:
      * STMTPART takes it as the proof that the partition ran to the
      * end, and the lock stays with STMTPART until it has merged.
       IF partition-mode = "Y"
           PERFORM SAVE-HIGH-WATER-MARK
       ELSE
           PERFORM RELEASE-RUN-LOCK
       END-IF

       STOP RUN.

                               = "F"
                           PERFORM TALLY-TRANSFER-LEG
                       END-IF
                       IF partition-mode = "N"
                           OR (CLIENT-ID OF TRANSACTION-RECORD
                                   >= partition-low-client-id
                               AND CLIENT-ID OF TRANSACTION-RECORD
                                   < partition-next-client-id)
                           RELEASE SORT-RECORD
                               FROM TRANSACTION-RECORD
                       END-IF
                   END-IF
           END-READ

                       WRITE EMAIL-QUEUE-LINE
                       ADD 1 TO email-line-count
                   END-IF
      *> Digital Post groups likewise: DIGIPOST uploads one document
      *> per control line, referenced by the statement number the
      *> header is about to take.
                   IF want-digital = "Y"
                       MOVE digital-bundle-client-id TO DQ-CLIENT-ID
                       MOVE "KONTOUDTOG" TO DQ-DOC-TYPE
                       MOVE SPACES TO DQ-DOC-REF
                       IF WS-INCREMENTAL NOT = "Y"
                           MOVE next-statement-number
                               TO stmt-number-digits
                           MOVE stmt-number-display TO DQ-DOC-REF
                       END-IF
                       WRITE DIGIPOST-QUEUE-LINE FROM DIGIPOST-HEADER
                       ADD 1 TO digital-line-count
                   END-IF
                   MOVE "============================" TO INFO
                   PERFORM WRITE-STATEMENT-LINE

                   IF WS-INCREMENTAL NOT = "Y"
                       MOVE next-statement-number
                           TO this-statement-number
                       ADD statement-number-step
                           TO next-statement-number
                       MOVE this-statement-number
                           TO stmt-number-digits
                       MOVE SPACES TO INFO
           MOVE "N" TO want-paper
           MOVE "N" TO want-email
           MOVE SPACES TO email-bundle-client-id
           MOVE "N" TO want-digital
           MOVE SPACES TO digital-bundle-client-id
           IF resolved-delivery-pref = "E"
               MOVE "Y" TO want-email
               MOVE CLIENT-ID OF TRANSACTION-RECORD
                   TO email-bundle-client-id
           ELSE IF resolved-delivery-pref = "D"
               MOVE "Y" TO want-digital
               MOVE CLIENT-ID OF TRANSACTION-RECORD
                   TO digital-bundle-client-id
           ELSE
               MOVE "Y" TO want-paper
           END-IF
           END-IF

           PERFORM VARYING xref-scan-idx FROM 1 BY 1
                   UNTIL xref-scan-idx > xref-count
                       MOVE XRF-CLIENT-ID(xref-scan-idx)
                           TO email-bundle-client-id
                   END-IF
               ELSE IF delivery-preference OF CUSTOMER-RECORD = "D"
                   MOVE "Y" TO want-digital
                   IF digital-bundle-client-id = SPACES
                       MOVE XRF-CLIENT-ID(xref-scan-idx)
                           TO digital-bundle-client-id
                   END-IF
               ELSE
                   MOVE "Y" TO want-paper
               END-IF
               END-IF
           END-IF.
       EXIT.

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

       EXIT.

      * Writes the current statement line (built into INFO) to
      * account-statements.txt, email-queue.txt or
      * digital-post-queue.txt depending on the
      * delivery preference resolved for the transaction in progress.
       WRITE-STATEMENT-LINE.
           IF want-email = "Y"
               WRITE EMAIL-QUEUE-LINE FROM ACCOUNT-STATEMENT-INFO
               ADD 1 TO email-line-count
           END-IF
           IF want-digital = "Y"
               WRITE DIGIPOST-QUEUE-LINE FROM ACCOUNT-STATEMENT-INFO
               ADD 1 TO digital-line-count
           END-IF
           IF want-paper = "Y"
               WRITE ACCOUNT-STATEMENT-INFO
               IF partition-mode = "N"
                   WRITE ARCHIVE-STATEMENT-INFO
                       FROM ACCOUNT-STATEMENT-INFO
               END-IF
               PERFORM OPEN-BANK-STATEMENTS-FILE-IF-NEEDED
               WRITE BANK-STATEMENT-INFO FROM ACCOUNT-STATEMENT-INFO
               ADD 1 TO bank-line-count
      * Writes the matched flags back through the shared safe swap
      * - truncating the live instruction file in place would
      * destroy every stop-payment if the run died mid-write.
      * A partition writes only its own copy (<file>.partNN, no
      * swap); STMTPART ORs the partitions' matched flags together
      * and swaps the result in once.
       REWRITE-STOP-PAYMENTS.
           IF stop-count > 0
               MOVE WS-STOP-PAYMENTS-FILENAME TO swap-master-name
               PERFORM BUILD-SWAP-NAMES
               IF partition-mode = "Y"
                   MOVE WS-STOP-PAYMENTS-FILENAME
                       TO partition-base-name
                   PERFORM BUILD-PARTITION-NAME
                   MOVE partition-file-name TO swap-new-name
               END-IF
               MOVE swap-new-name TO WS-STOP-PAYMENTS-FILENAME
               OPEN OUTPUT STOP-PAYMENTS-OUT-FILE
               MOVE swap-master-name TO WS-STOP-PAYMENTS-FILENAME
                       WRITE STOP-PAYMENT-OUT-RECORD
                   END-PERFORM
                   CLOSE STOP-PAYMENTS-OUT-FILE
                   IF partition-mode = "N"
                       PERFORM SWAP-OR-PLACE-NEW-MASTER
                   END-IF
               END-IF
           END-IF.
       EXIT.

           COPY "hold-check.cpy".

           COPY "writeoff-check.cpy".

           COPY "consent-check.cpy".

      * Appends one line to the shared batch-audit-log.txt recording
           WRITE ARCHIVE-STATEMENT-INFO FROM ACCOUNT-STATEMENT-INFO.
       EXIT.

      * STATEMENT_PARTITION=NN: this run is partition NN of
      * statement-partitions.txt. Every file the run writes gets its
      * own .partNN name so the partitions can run side by side and
      * each can be restarted from its own checkpoint; STMTPART
      * merges them into the usual files afterwards.
       SET-UP-PARTITION.
           MOVE "ReadFile" TO partition-caller
           PERFORM LOAD-STATEMENT-PARTITIONS
           IF WS-PARTITION NOT NUMERIC
               DISPLAY "ReadFile: STATEMENT_PARTITION must be a "
                   "two-digit partition number, not '"
                   WS-PARTITION "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARTITION TO partition-number
           PERFORM SET-PARTITION-RANGE
           MOVE "Y" TO partition-mode
           MOVE partition-count TO statement-number-step

           MOVE WS-STATEMENTS-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-STATEMENTS-FILENAME
           MOVE WS-EMAIL-QUEUE-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-EMAIL-QUEUE-FILENAME
           MOVE WS-DIGIPOST-QUEUE-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-DIGIPOST-QUEUE-FILENAME
           MOVE WS-REJECTED-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-REJECTED-FILENAME
           MOVE WS-REFUSED-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-REFUSED-FILENAME
           MOVE WS-STOPPED-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-STOPPED-FILENAME
           MOVE WS-SUSPENSE-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-SUSPENSE-FILENAME
           MOVE WS-CHECKPOINT-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-CHECKPOINT-FILENAME
           MOVE WS-HIGH-WATER-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-HIGH-WATER-FILENAME
           MOVE WS-BALANCE-CARRY-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-PARTITION-CARRY-FILENAME

           MOVE SPACES TO partition-bank-name
           STRING FUNCTION TRIM(WS-BANK-STATEMENTS-PREFIX)
                   DELIMITED BY SIZE
               "part" DELIMITED BY SIZE
               partition-number DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               INTO partition-bank-name
           MOVE partition-bank-name TO WS-BANK-STATEMENTS-PREFIX
           DISPLAY "ReadFile: partition " partition-number " of "
               partition-count " from client-id '"
               FUNCTION TRIM(PT-FIRST-CLIENT-ID(partition-number))
               "'".
       EXIT.

      * The numbers a partition hands out are its own stride of the
      * shared sequence: base + (NN - 1), then every partition-count
      * on. A restarted partition continues from its own .partNN
      * sequence file, saved at its last clean checkpoint.
       LOAD-PARTITION-SEQUENCE.
           PERFORM LOAD-STATEMENT-SEQUENCE
           ADD partition-number TO next-statement-number
           SUBTRACT 1 FROM next-statement-number
           MOVE WS-STMT-SEQ-FILENAME TO partition-base-name
           PERFORM BUILD-PARTITION-NAME
           MOVE partition-file-name TO WS-STMT-SEQ-FILENAME
           IF resume-count > 0
               PERFORM LOAD-STATEMENT-SEQUENCE
           END-IF.
       EXIT.

      * The per-bank files are always appended to; a fresh partition
      * run must not pick up what an earlier, already merged run of
      * the same partition left behind.
       CLEAR-PARTITION-BANK-FILES.
           MOVE RETURN-CODE TO swap-saved-rc
           PERFORM VARYING idx-bank FROM 1 BY 1
                   UNTIL idx-bank > bank-count
               MOVE SPACES TO partition-bank-name
               STRING FUNCTION TRIM(WS-BANK-STATEMENTS-PREFIX)
                       DELIMITED BY SIZE
                   FUNCTION TRIM(REG-NR OF BANK-ARRAY(idx-bank))
                       DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO partition-bank-name
               CALL "CBL_DELETE_FILE" USING partition-bank-name
           END-PERFORM
           MOVE swap-saved-rc TO RETURN-CODE.
       EXIT.

      * Writes every account's opening and closing balance to the
      * partition's own balance file instead of swapping in a new
      * balance-carry-forward.txt - see partition-carry.cpy.
       SAVE-PARTITION-CARRY.
           OPEN OUTPUT PARTITION-CARRY-FILE
           IF WS-PARTITION-CARRY-STATUS NOT = "00"
               DISPLAY "ReadFile: cannot open "
                   WS-PARTITION-CARRY-FILENAME
                   ", file status " WS-PARTITION-CARRY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-load-count
               MOVE account-number OF ACCOUNT-ARRAY(idx-acct)
                   TO PC-ACCOUNT-NUMBER
               MOVE balance OF ACCOUNT-ARRAY(idx-acct)
                   TO PC-CLOSING-BALANCE
               MOVE PO-BALANCE(idx-acct) TO PC-OPENING-BALANCE
               WRITE PARTITION-CARRY-RECORD
           END-PERFORM
           CLOSE PARTITION-CARRY-FILE.
       EXIT.

           COPY "run-lock.cpy".

           COPY "rate-freshness.cpy".

           COPY "stmt-partition.cpy".

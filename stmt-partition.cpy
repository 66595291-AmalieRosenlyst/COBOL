      * Faelles for den opdelte kontoudskriftskoersel: opgave10
      * koerer een gang pr. partition af statement-partitions.txt
      * side om side, hver med sine egne <fil>.partNN, og STMTPART
      * (opgave165) tager laasen foer og samler bagefter. Kraever
      * stmt-partition-fields.cpy og SELECT/FD som beskrevet der.
       LOAD-STATEMENT-PARTITIONS.
           ACCEPT WS-PARTITIONS-FILENAME
               FROM ENVIRONMENT "STATEMENT_PARTITIONS_FILE"
           IF WS-PARTITIONS-FILENAME = SPACES
               MOVE "statement-partitions.txt" TO WS-PARTITIONS-FILENAME
           END-IF
           MOVE ZEROES TO partition-count
           MOVE "N" TO EOF-PARTITIONS
           OPEN INPUT PARTITIONS-FILE
           IF WS-PARTITIONS-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(partition-caller)
                   ": cannot open " WS-PARTITIONS-FILENAME
                   ", file status " WS-PARTITIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-PARTITIONS = "Y"
               READ PARTITIONS-FILE INTO PARTITION-RECORD
                   AT END
                       MOVE "Y" TO EOF-PARTITIONS
                   NOT AT END
                       IF PARTITION-RECORD NOT = SPACES
                           PERFORM ADD-STATEMENT-PARTITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITIONS-FILE
           IF partition-count = 0
               DISPLAY FUNCTION TRIM(partition-caller) ": "
                   FUNCTION TRIM(WS-PARTITIONS-FILENAME)
                   " holds no partitions"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * Numrene skal gaa 01, 02, ... uden huller og de foerste
      * client-ids stige - ellers ville to partitioner dele kunder
      * eller en kunde falde mellem to.
       ADD-STATEMENT-PARTITION.
           IF partition-count >= PARTITION-ARRAY-MAX
               DISPLAY FUNCTION TRIM(partition-caller) ": "
                   FUNCTION TRIM(WS-PARTITIONS-FILENAME)
                   " has more partitions than PARTITION-ARRAY ("
                   PARTITION-ARRAY-MAX ") can hold"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO partition-count
           IF SPT-PARTITION NOT NUMERIC
               OR SPT-PARTITION NOT = partition-count
               DISPLAY FUNCTION TRIM(partition-caller) ": "
                   FUNCTION TRIM(WS-PARTITIONS-FILENAME)
                   " row " partition-count " is partition '"
                   SPT-PARTITION "' - partitions must be numbered "
                   "01, 02, ... in order"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF partition-count > 1
               IF SPT-FIRST-CLIENT-ID
                       NOT > PT-FIRST-CLIENT-ID(partition-count - 1)
                   DISPLAY FUNCTION TRIM(partition-caller) ": "
                       FUNCTION TRIM(WS-PARTITIONS-FILENAME)
                       " partition " SPT-PARTITION
                       " does not start above the partition before it"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPT-FIRST-CLIENT-ID
               TO PT-FIRST-CLIENT-ID(partition-count).
       EXIT.

       SET-PARTITION-RANGE.
           IF partition-number < 1 OR partition-number > partition-count
               DISPLAY FUNCTION TRIM(partition-caller) ": partition "
                   partition-number " is not in "
                   FUNCTION TRIM(WS-PARTITIONS-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF partition-number = 1
               MOVE LOW-VALUES TO partition-low-client-id
           ELSE
               MOVE PT-FIRST-CLIENT-ID(partition-number)
                   TO partition-low-client-id
           END-IF
           IF partition-number = partition-count
               MOVE HIGH-VALUES TO partition-next-client-id
           ELSE
               MOVE PT-FIRST-CLIENT-ID(partition-number + 1)
                   TO partition-next-client-id
           END-IF.
       EXIT.

       BUILD-PARTITION-NAME.
           MOVE SPACES TO partition-file-name
           STRING FUNCTION TRIM(partition-base-name) DELIMITED BY SIZE
               ".part" DELIMITED BY SIZE
               partition-number DELIMITED BY SIZE
               INTO partition-file-name.
       EXIT.

      * Partitionerne tager ikke selv laasen - de ville spaerre for
      * hinanden - men koerer kun naar STMTPART START holder den, saa
      * CUSTMAINT og de andre master-omskrivere stadig holdes ude.
       CHECK-PARTITION-LOCK.
           ACCEPT WS-LOCK-FILENAME FROM ENVIRONMENT "RUN_LOCK_FILE"
           IF WS-LOCK-FILENAME = SPACES
               MOVE "master-files.lock" TO WS-LOCK-FILENAME
           END-IF
           MOVE SPACES TO LOCK-RECORD
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ RUN-LOCK-FILE INTO LOCK-RECORD
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           IF LOCK-PROGRAM NOT = partition-lock-program
               DISPLAY FUNCTION TRIM(partition-caller)
                   ": the partitioned statement run only runs under "
                   "the run lock STMTPART takes - start it with "
                   "STATEMENT_PARTITION_MODE=START first"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

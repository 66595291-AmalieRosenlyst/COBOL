      *    transaction-type -> debet- og kredit-hovedbogskonto) til
      *    balancerede debet/kredit-journallinjer. Journalens debet
      *    og kredit skal netto give nul, ellers fejler koerslen.
      *    Koerslerne der bogfoerer direkte til hovedbogen (gl-post.cpy)
      *    venter i gl-adjustments.txt; de tilfoejes journalen her.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRACT.

       SELECT OUTPUT-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT GL-ADJUSTMENTS-FILE
       ASSIGN TO DYNAMIC WS-ADJUSTMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ADJUSTMENTS-STATUS.
       SELECT OUTPUT-EXTRACTED
       ASSIGN TO DYNAMIC WS-EXTRACTED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXTRACTED-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       FD OUTPUT-JOURNAL.
       01 JOURNAL-LINE.
           02 JRN-INFO                 PIC X(100).
       FD GL-ADJUSTMENTS-FILE.
       01 ADJUSTMENT-LINE              PIC X(100).
       FD OUTPUT-EXTRACTED.
       01 EXTRACTED-LINE               PIC X(100).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).
       01 EOF-MAPPING                   PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-ADJUSTMENTS               PIC X VALUE "N".
       01 WS-MAPPING-STATUS             PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS             PIC XX VALUE "00".
       01 WS-ADJUSTMENTS-STATUS         PIC XX VALUE "00".
       01 WS-EXTRACTED-STATUS           PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 MAPPING-ARRAY-MAX             PIC 9(3) VALUE 100.
       01 aggregate-count               PIC 9(3) VALUE ZEROES.

       01 txn-account-type              PIC X(10) VALUE SPACES.
           COPY "gl-type-fields.cpy".
       01 mapping-found                 PIC X VALUE "N".
       01 journal-debit-total           PIC 9(11)V99 VALUE ZEROES.
       01 journal-credit-total          PIC 9(11)V99 VALUE ZEROES.

      * Direct GL postings waiting in gl-adjustments.txt, in the
      * journal's own "GL: konto=<gl> D|K <amount>" line format.
       01 adjustment-amount             PIC 9(9)V99 VALUE ZEROES.
       01 adjustment-amount-text REDEFINES adjustment-amount
                                        PIC X(11).
      * "Y" when GL_ADJUSTMENTS_FILE points at the extracted copy -
      * a rerun of the same day, which must neither rewrite the copy
      * nor empty it.
       01 adjustments-rerun             PIC X VALUE "N".

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at a different day's
      * files without recompiling.
           PIC X(100) VALUE "account-info.txt".
       01 WS-JOURNAL-FILENAME
           PIC X(100) VALUE "gl-journal.txt".
       01 WS-ADJUSTMENTS-FILENAME
           PIC X(100) VALUE "gl-adjustments.txt".
       01 WS-EXTRACTED-FILENAME
           PIC X(100) VALUE "gl-adjustments-extracted.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "gl-extract-report.txt".

      * Batch control totals
       01 transaction-count             PIC 9(6) VALUE ZEROES.
       01 unmapped-count                PIC 9(6) VALUE ZEROES.
       01 adjustment-count              PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

           MOVE "gl-journal.txt" TO WS-JOURNAL-FILENAME
       END-IF

       ACCEPT WS-ADJUSTMENTS-FILENAME
           FROM ENVIRONMENT "GL_ADJUSTMENTS_FILE"
       IF WS-ADJUSTMENTS-FILENAME = SPACES
           MOVE "gl-adjustments.txt" TO WS-ADJUSTMENTS-FILENAME
       END-IF

       ACCEPT WS-EXTRACTED-FILENAME
           FROM ENVIRONMENT "GL_ADJUSTMENTS_EXTRACTED_FILE"
       IF WS-EXTRACTED-FILENAME = SPACES
           MOVE "gl-adjustments-extracted.txt" TO WS-EXTRACTED-FILENAME
       END-IF
       IF WS-ADJUSTMENTS-FILENAME = WS-EXTRACTED-FILENAME
           MOVE "Y" TO adjustments-rerun
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "GL_EXTRACT_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           PERFORM EMIT-JOURNAL-LINES
       END-PERFORM.

       PERFORM APPEND-GL-ADJUSTMENTS.

      * Double-entry sanity: every aggregate wrote one debit and one
      * credit line for the same amount, so the two totals must be
      * identical. Anything else means the extract itself is broken
           aggregate-count DELIMITED BY SIZE
           " unmapped=" DELIMITED BY SIZE
           unmapped-count DELIMITED BY SIZE
           " adjustment-lines=" DELIMITED BY SIZE
           adjustment-count DELIMITED BY SIZE
           " debit-total=" DELIMITED BY SIZE
           journal-debit-total DELIMITED BY SIZE
           " credit-total=" DELIMITED BY SIZE
                       TO txn-account-type
           END-SEARCH

           PERFORM SET-TXN-GL-TYPE

           SET idx-agg TO 1
           SEARCH AGGREGATE-ARRAY
               AT END
                       ADD 1 TO aggregate-count
                       MOVE txn-account-type
                           TO AGG-ACCOUNT-TYPE(aggregate-count)
                       MOVE txn-gl-type
                           TO AGG-TRANSACTION-TYPE(aggregate-count)
                       MOVE AMOUNT OF TRANSACTION-RECORD
                           TO AGG-TOTAL(aggregate-count)
                           "transaction not aggregated"
                   END-IF
               WHEN AGG-ACCOUNT-TYPE(idx-agg) = txn-account-type
                   AND AGG-TRANSACTION-TYPE(idx-agg) = txn-gl-type
                   ADD AMOUNT OF TRANSACTION-RECORD
                       TO AGG-TOTAL(idx-agg)
                   ADD 1 TO AGG-COUNT(idx-agg)
           END-IF
           WRITE REPORT-LINE.
       EXIT.

      * Direct GL postings (ECL provisions, month-end interest
      * accruals - gl-post.cpy) wait in gl-adjustments.txt
      * until the next extract. They go into the journal as written,
      * a copy goes to gl-adjustments-extracted.txt for GLRECON, and
      * the waiting file is emptied so nothing is booked twice. A
      * same-day rerun points GL_ADJUSTMENTS_FILE at the extracted
      * copy instead.
       APPEND-GL-ADJUSTMENTS.
           IF adjustments-rerun = "N"
               OPEN OUTPUT OUTPUT-EXTRACTED
               IF WS-EXTRACTED-STATUS NOT = "00"
                   DISPLAY "GLEXTRACT: cannot open "
                       WS-EXTRACTED-FILENAME
                       ", file status " WS-EXTRACTED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT GL-ADJUSTMENTS-FILE
           IF WS-ADJUSTMENTS-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-ADJUSTMENTS-STATUS NOT = "00"
               DISPLAY "GLEXTRACT: cannot open " WS-ADJUSTMENTS-FILENAME
                   ", file status " WS-ADJUSTMENTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL EOF-ADJUSTMENTS = "Y"
                   READ GL-ADJUSTMENTS-FILE
                       AT END
                           MOVE "Y" TO EOF-ADJUSTMENTS
                       NOT AT END
                           IF ADJUSTMENT-LINE(1:10) = "GL: konto="
                               PERFORM APPEND-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ADJUSTMENTS-FILE
               IF adjustments-rerun = "N"
                   OPEN OUTPUT GL-ADJUSTMENTS-FILE
                   CLOSE GL-ADJUSTMENTS-FILE
               END-IF
           END-IF
           END-IF

           IF adjustments-rerun = "N"
               CLOSE OUTPUT-EXTRACTED
           END-IF

           MOVE SPACES TO INFO
           STRING "TILLAEG: " DELIMITED BY SIZE
               adjustment-count DELIMITED BY SIZE
               " direkte postering(er) fra " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ADJUSTMENTS-FILENAME)
                   DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       APPEND-ONE-ADJUSTMENT.
           MOVE ADJUSTMENT-LINE TO JRN-INFO
           WRITE JOURNAL-LINE
           IF adjustments-rerun = "N"
               MOVE ADJUSTMENT-LINE TO EXTRACTED-LINE
               WRITE EXTRACTED-LINE
           END-IF
           ADD 1 TO adjustment-count
           MOVE ADJUSTMENT-LINE(22:11) TO adjustment-amount-text
           IF adjustment-amount IS NUMERIC
               IF ADJUSTMENT-LINE(20:1) = "D"
                   ADD adjustment-amount TO journal-debit-total
               ELSE
                   ADD adjustment-amount TO journal-credit-total
               END-IF
           END-IF.
       EXIT.

           COPY "gl-type.cpy".

      *    rapporterer hvert brud med de bagvedliggende aggregater,
      *    plus account-types uden mappingraekke og hovedbogskonti
      *    i mappingen der slet ingen posteringer fik.
      *    De direkte hovedbogsposteringer GLEXTRACT tog med fra
      *    gl-adjustments.txt (kopien gl-adjustments-extracted.txt)
      *    laegges til den udledte side.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-ADJUSTMENTS
       ASSIGN TO DYNAMIC WS-ADJUSTMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ADJUSTMENTS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-ADJUSTMENTS.
       01 ADJUSTMENT-LINE              PIC X(100).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).
       01 EOF-MAPPING                   PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-ADJUSTMENTS               PIC X VALUE "N".
       01 WS-JOURNAL-STATUS             PIC XX VALUE "00".
       01 WS-MAPPING-STATUS             PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-ADJUSTMENTS-STATUS         PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 MAPPING-ARRAY-MAX             PIC 9(3) VALUE 100.
           02 AGG-COUNT                 PIC 9(6) VALUE ZEROES.
       01 aggregate-count               PIC 9(3) VALUE ZEROES.
       01 txn-account-type              PIC X(10) VALUE SPACES.
           COPY "gl-type-fields.cpy".

      * Journallinje-parsning: "GL: konto=" + konto (8) + " D/K "
      * + beloeb (11 cifre, 9(9)V99), praecis som GLEXTRACT skriver
      * dem.
       01 parsed-gl-account             PIC X(8) VALUE SPACES.
       01 parsed-side                   PIC X(1) VALUE SPACES.
       01 parsed-amount-text            PIC X(11) VALUE SPACES.
       01 parsed-amount                 PIC 9(11)V99 VALUE ZEROES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
           PIC X(100) VALUE "transactions.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-ADJUSTMENTS-FILENAME
           PIC X(100) VALUE "gl-adjustments-extracted.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "gl-recon-report.txt".

       01 break-count                   PIC 9(3) VALUE ZEROES.
       01 unmapped-count                PIC 9(3) VALUE ZEROES.
       01 unposted-count                PIC 9(3) VALUE ZEROES.
       01 adjustment-count              PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-ADJUSTMENTS-FILENAME
           FROM ENVIRONMENT "GL_ADJUSTMENTS_EXTRACTED_FILE"
       IF WS-ADJUSTMENTS-FILENAME = SPACES
           MOVE "gl-adjustments-extracted.txt"
               TO WS-ADJUSTMENTS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "GL_RECON_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
       PERFORM LOAD-ACCOUNTS.
       PERFORM TOTAL-JOURNAL-SIDE.
       PERFORM DERIVE-SUBLEDGER-SIDE.
       PERFORM ADD-DIRECT-POSTINGS.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           unmapped-count DELIMITED BY SIZE
           " unposted-gl=" DELIMITED BY SIZE
           unposted-count DELIMITED BY SIZE
           " adjustment-lines=" DELIMITED BY SIZE
           adjustment-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.
                                   TO parsed-gl-account
                               MOVE JOURNAL-LINE(20:1)
                                   TO parsed-side
                               MOVE JOURNAL-LINE(22:11)
                                   TO parsed-amount-text
                               PERFORM APPLY-JOURNAL-LINE
                           END-IF
                       TO txn-account-type
           END-SEARCH
           IF txn-account-type NOT = SPACES
               PERFORM SET-TXN-GL-TYPE
               SET idx-agg TO 1
               SEARCH AGGREGATE-ARRAY
                   AT END
                           ADD 1 TO aggregate-count
                           MOVE txn-account-type
                               TO AGG-ACCOUNT-TYPE(aggregate-count)
                           MOVE txn-gl-type
                               TO AGG-TRANSACTION-TYPE
                                   (aggregate-count)
                           MOVE AMOUNT OF TRANSACTION-RECORD
                       END-IF
                   WHEN AGG-ACCOUNT-TYPE(idx-agg) = txn-account-type
                       AND AGG-TRANSACTION-TYPE(idx-agg)
                           = txn-gl-type
                       ADD AMOUNT OF TRANSACTION-RECORD
                           TO AGG-TOTAL(idx-agg)
                       ADD 1 TO AGG-COUNT(idx-agg)
           END-IF.
       EXIT.

      * Direkte hovedbogsposteringer har ingen transaktion bag sig;
      * de linjer GLEXTRACT tog med fra gl-adjustments.txt laegges
      * til den udledte side som de staar.
       ADD-DIRECT-POSTINGS.
           OPEN INPUT INPUT-ADJUSTMENTS
           IF WS-ADJUSTMENTS-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-ADJUSTMENTS-STATUS NOT = "00"
               DISPLAY "GLRECON: cannot open " WS-ADJUSTMENTS-FILENAME
                   ", file status " WS-ADJUSTMENTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL EOF-ADJUSTMENTS = "Y"
                   READ INPUT-ADJUSTMENTS
                       AT END
                           MOVE "Y" TO EOF-ADJUSTMENTS
                       NOT AT END
                           IF ADJUSTMENT-LINE(1:10) = "GL: konto="
                               MOVE ADJUSTMENT-LINE(11:8)
                                   TO parsed-gl-account
                               MOVE ADJUSTMENT-LINE(20:1)
                                   TO parsed-side
                               MOVE ADJUSTMENT-LINE(22:11)
                                   TO parsed-amount-text
                               PERFORM APPLY-ADJUSTMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-ADJUSTMENTS
           END-IF
           END-IF.
       EXIT.

       APPLY-ADJUSTMENT-LINE.
           IF parsed-amount-text IS NUMERIC
               ADD 1 TO adjustment-count
               COMPUTE parsed-amount =
                   FUNCTION NUMVAL(parsed-amount-text) / 100
               MOVE parsed-gl-account TO lookup-gl-account
               PERFORM FIND-OR-ADD-GL
               IF gl-slot NOT = ZEROES
                   IF parsed-side = "D"
                       ADD parsed-amount TO GL-DERIVED-NET(gl-slot)
                   ELSE
                       SUBTRACT parsed-amount
                           FROM GL-DERIVED-NET(gl-slot)
                   END-IF
               END-IF
           END-IF.
       EXIT.

       MAP-ONE-AGGREGATE.
           MOVE "N" TO mapping-found
           SET idx-map TO 1
               END-PERFORM
           END-PERFORM.
       EXIT.

           COPY "gl-type.cpy".

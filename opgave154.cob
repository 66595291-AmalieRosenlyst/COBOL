      * Formål: Overvaagning af medarbejdernes egenhandel ved
      *    kassen. Operatoererne i operator-master.txt er ogsaa
      *    kunder, men intet koblede et OPERATOR-ID til et client-id,
      *    saa en kasserer kunne taste en indbetaling paa egen eller
      *    en naerstaaendes konto uden at nogen saa det. Operatoeren
      *    kobles nu til sin egen kunde (OP-CLIENT-ID) og sine
      *    erklaerede naerstaaende (operator-related-parties.txt), og
      *    koerslen flager for dagen hver kassepostering og
      *    seddelveksling i teller-capture-log.txt, hver
      *    tilbagefoersel (REVGEN) og gebyrrefusion (FEEREFND) i den
      *    validerede transaktionsfil og hver aendret eller anmodet
      *    traekgraense i ACCTMAINT's account-change-history.txt,
      *    som operatoeren har lavet paa en konto som operatoeren
      *    selv eller en naerstaaende ejer eller er medejer af.
      *    Flagene skrives til employee-self-dealing-exceptions.txt,
      *    som WBLOAD tager ind i arbejdskurven til intern revision,
      *    og til self-dealing-log.txt, hvorfra maanedens statistik
      *    pr. operatoer skrives til self-dealing-stats.txt.
      *    Koersel for en anden dag: SELF_DEAL_DATE=YYYYMMDD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELFDEAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-OPERATORS ASSIGN TO DYNAMIC WS-OPERATORS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATORS-STATUS.
       SELECT INPUT-RELATED ASSIGN TO DYNAMIC WS-RELATED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RELATED-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-OWNERS ASSIGN TO DYNAMIC WS-OWNERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OWNERS-STATUS.
       SELECT INPUT-CAPTURE-LOG
       ASSIGN TO DYNAMIC WS-CAPTURE-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CAPTURE-LOG-STATUS.
       SELECT INPUT-ACCOUNT-HISTORY
       ASSIGN TO DYNAMIC WS-ACCOUNT-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNT-HISTORY-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-VALIDATED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT FLAG-LOG-FILE ASSIGN TO DYNAMIC WS-FLAG-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FLAG-LOG-STATUS.
       SELECT OUTPUT-FLAG-LOG ASSIGN TO DYNAMIC WS-FLAG-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FLAG-LOG-STATUS.
       SELECT OUTPUT-EXCEPTIONS ASSIGN TO DYNAMIC WS-EXCEPTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXCEPTIONS-STATUS.
       SELECT OUTPUT-STATS ASSIGN TO DYNAMIC WS-STATS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATS-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-OPERATORS.
       01 OPERATOR-RECORD.
           COPY "operator-master.cpy".
       FD INPUT-RELATED.
       01 RELATED-RECORD.
           COPY "operator-related-parties.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-OWNERS.
       01 OWNER-RECORD.
           COPY "account-owners.cpy".
       FD INPUT-CAPTURE-LOG.
       01 CAPTURE-LOG-LINE              PIC X(200).
       FD INPUT-ACCOUNT-HISTORY.
       01 ACCOUNT-HISTORY-LINE          PIC X(150).
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD FLAG-LOG-FILE.
       01 FLAG-LOG-RECORD.
           COPY "self-dealing-log.cpy".
       FD OUTPUT-FLAG-LOG.
       01 OUTPUT-FLAG-LOG-RECORD.
           COPY "self-dealing-log.cpy"
               REPLACING LEADING ==SF-== BY ==SF-OUT-==.
       FD OUTPUT-EXCEPTIONS.
       01 EXCEPTION-LINE.
           02 EXC-INFO                 PIC X(150).
       FD OUTPUT-STATS.
       01 STATS-LINE.
           02 STATS-INFO               PIC X(150).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-OPERATORS                 PIC X VALUE "N".
       01 EOF-RELATED                   PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-OWNERS                    PIC X VALUE "N".
       01 EOF-CAPTURE-LOG               PIC X VALUE "N".
       01 EOF-ACCOUNT-HISTORY           PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 EOF-FLAG-LOG                  PIC X VALUE "N".
       01 WS-OPERATORS-STATUS           PIC XX VALUE "00".
       01 WS-RELATED-STATUS             PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-OWNERS-STATUS              PIC XX VALUE "00".
       01 WS-CAPTURE-LOG-STATUS         PIC XX VALUE "00".
       01 WS-ACCOUNT-HISTORY-STATUS     PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-FLAG-LOG-STATUS            PIC XX VALUE "00".
       01 WS-EXCEPTIONS-STATUS          PIC XX VALUE "00".
       01 WS-STATS-STATUS               PIC XX VALUE "00".

       01 OPERATOR-ARRAY-MAX            PIC 9(3) VALUE 500.
       01 OPERATOR-ARRAY                OCCURS 500 TIMES
                                        INDEXED BY idx-op.
           COPY "operator-master.cpy"
               REPLACING LEADING ==OP-== BY ==OPA-==.
       01 operator-count                PIC 9(3) VALUE ZEROES.
       01 operator-slot                 PIC 9(3) VALUE ZEROES.
       01 unlinked-count                PIC 9(3) VALUE ZEROES.

       01 RELATED-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 RELATED-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-rp.
           COPY "operator-related-parties.cpy"
               REPLACING LEADING ==RP-== BY ==RPA-==.
       01 related-count                 PIC 9(4) VALUE ZEROES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 OWNER-ARRAY-MAX               PIC 9(4) VALUE 2000.
       01 OWNER-ARRAY                   OCCURS 2000 TIMES
                                        INDEXED BY idx-own.
           COPY "account-owners.cpy"
               REPLACING LEADING ==AO-== BY ==AO-ARR-==.
       01 owner-count                   PIC 9(4) VALUE ZEROES.

      * The flag log as it will be written back: the kept months
      * from file, minus any earlier run for the same day, plus
      * today's flags.
       01 FLAG-ARRAY-MAX                PIC 9(5) VALUE 20000.
       01 FLAG-ARRAY                    OCCURS 20000 TIMES
                                        INDEXED BY idx-flag.
           COPY "self-dealing-log.cpy"
               REPLACING LEADING ==SF-== BY ==SF-ARR-==.
       01 flag-count                    PIC 9(5) VALUE ZEROES.
       01 flag-log-present              PIC X VALUE "N".

      * Maanedens statistik pr. operatoer.
       01 STAT-ARRAY-MAX                PIC 9(3) VALUE 500.
       01 STAT-ARRAY                    OCCURS 500 TIMES
                                        INDEXED BY idx-stat.
           02 ST-OPERATOR-ID            PIC X(8).
           02 ST-OWN-COUNT              PIC 9(5).
           02 ST-RELATED-COUNT          PIC 9(5).
           02 ST-TELLER-COUNT           PIC 9(5).
           02 ST-REVERSAL-COUNT         PIC 9(5).
           02 ST-REFUND-COUNT           PIC 9(5).
           02 ST-LIMIT-COUNT            PIC 9(5).
           02 ST-AMOUNT                 PIC 9(11)V99.
       01 stat-count                    PIC 9(3) VALUE ZEROES.
       01 stat-slot                     PIC 9(3) VALUE ZEROES.

      * Parsing of the key=value log lines (TELLCAP and ACCTMAINT).
       01 TOKEN-TABLE.
           02 LOG-TOKEN                 OCCURS 20 TIMES
                                        PIC X(40).
       01 token-idx                     PIC 9(2) VALUE ZEROES.
       01 parsed-log-date               PIC X(10) VALUE SPACES.
       01 parsed-time                   PIC X(8) VALUE SPACES.
       01 parsed-status                 PIC X(10) VALUE SPACES.
       01 parsed-amount-text            PIC X(9) VALUE SPACES.

      * The action being checked.
       01 ev-source                     PIC X(14) VALUE SPACES.
       01 ev-operator                   PIC X(8) VALUE SPACES.
       01 ev-client-id                  PIC X(10) VALUE SPACES.
       01 ev-account                    PIC X(20) VALUE SPACES.
       01 ev-amount                     PIC 9(9)V99 VALUE ZEROES.
       01 ev-reference                  PIC X(20) VALUE SPACES.
       01 ev-primary-client             PIC X(10) VALUE SPACES.
       01 party-client                  PIC X(10) VALUE SPACES.
       01 party-relation                PIC X(12) VALUE SPACES.
       01 party-matched                 PIC X VALUE "N".

       01 WS-PARAMETER-TEXT             PIC X(20) VALUE SPACES.
       01 run-date                      PIC X(8) VALUE SPACES.
       01 run-date-dashed               PIC X(10) VALUE SPACES.
       01 run-month                     PIC X(6) VALUE SPACES.
       01 keep-from-month               PIC X(6) VALUE SPACES.
       01 keep-from-year                PIC 9(4) VALUE ZEROES.
       01 amount-display                PIC Z(8)9.99.
       01 count-display                 PIC Z(4)9.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-OPERATORS-FILENAME
           PIC X(100) VALUE "operator-master.txt".
       01 WS-RELATED-FILENAME
           PIC X(100) VALUE "operator-related-parties.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-OWNERS-FILENAME
           PIC X(100) VALUE "account-owners.txt".
       01 WS-CAPTURE-LOG-FILENAME
           PIC X(100) VALUE "teller-capture-log.txt".
       01 WS-ACCOUNT-HISTORY-FILENAME
           PIC X(100) VALUE "account-change-history.txt".
       01 WS-VALIDATED-FILENAME
           PIC X(100) VALUE "transactions-validated.txt".
       01 WS-FLAG-LOG-FILENAME
           PIC X(100) VALUE "self-dealing-log.txt".
       01 WS-EXCEPTIONS-FILENAME
           PIC X(100) VALUE "employee-self-dealing-exceptions.txt".
       01 WS-STATS-FILENAME
           PIC X(100) VALUE "self-dealing-stats.txt".

      * Safe rewrite-and-swap of the flag log, same pattern as
      * BOXMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 today-flag-count              PIC 9(6) VALUE ZEROES.
       01 checked-count                 PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-OPERATORS-FILENAME
           FROM ENVIRONMENT "OPERATOR_MASTER_FILE"
       IF WS-OPERATORS-FILENAME = SPACES
           MOVE "operator-master.txt" TO WS-OPERATORS-FILENAME
       END-IF

       ACCEPT WS-RELATED-FILENAME
           FROM ENVIRONMENT "OPERATOR_RELATED_PARTIES_FILE"
       IF WS-RELATED-FILENAME = SPACES
           MOVE "operator-related-parties.txt" TO WS-RELATED-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-OWNERS-FILENAME FROM ENVIRONMENT "ACCOUNT_OWNERS_FILE"
       IF WS-OWNERS-FILENAME = SPACES
           MOVE "account-owners.txt" TO WS-OWNERS-FILENAME
       END-IF

       ACCEPT WS-CAPTURE-LOG-FILENAME
           FROM ENVIRONMENT "TELLER_CAPTURE_LOG_FILE"
       IF WS-CAPTURE-LOG-FILENAME = SPACES
           MOVE "teller-capture-log.txt" TO WS-CAPTURE-LOG-FILENAME
       END-IF

       ACCEPT WS-ACCOUNT-HISTORY-FILENAME
           FROM ENVIRONMENT "ACCOUNT_CHANGE_HISTORY_FILE"
       IF WS-ACCOUNT-HISTORY-FILENAME = SPACES
           MOVE "account-change-history.txt"
               TO WS-ACCOUNT-HISTORY-FILENAME
       END-IF

       ACCEPT WS-VALIDATED-FILENAME
           FROM ENVIRONMENT "VALIDATED_TRANSACTIONS_FILE"
       IF WS-VALIDATED-FILENAME = SPACES
           MOVE "transactions-validated.txt" TO WS-VALIDATED-FILENAME
       END-IF

       ACCEPT WS-FLAG-LOG-FILENAME FROM ENVIRONMENT "SELF_DEAL_LOG_FILE"
       IF WS-FLAG-LOG-FILENAME = SPACES
           MOVE "self-dealing-log.txt" TO WS-FLAG-LOG-FILENAME
       END-IF

       ACCEPT WS-EXCEPTIONS-FILENAME
           FROM ENVIRONMENT "SELF_DEAL_EXCEPTIONS_FILE"
       IF WS-EXCEPTIONS-FILENAME = SPACES
           MOVE "employee-self-dealing-exceptions.txt"
               TO WS-EXCEPTIONS-FILENAME
       END-IF

       ACCEPT WS-STATS-FILENAME FROM ENVIRONMENT "SELF_DEAL_STATS_FILE"
       IF WS-STATS-FILENAME = SPACES
           MOVE "self-dealing-stats.txt" TO WS-STATS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       MOVE WS-TODAY TO run-date
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "SELF_DEAL_DATE"
       IF WS-PARAMETER-TEXT NOT = SPACES
           IF WS-PARAMETER-TEXT(1:8) IS NUMERIC
               AND WS-PARAMETER-TEXT(9:12) = SPACES
               MOVE WS-PARAMETER-TEXT(1:8) TO run-date
           ELSE
               DISPLAY "SELFDEAL: SELF_DEAL_DATE must be YYYYMMDD, "
                   "got " WS-PARAMETER-TEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       STRING run-date(1:4) "-" run-date(5:2) "-" run-date(7:2)
           DELIMITED BY SIZE INTO run-date-dashed
       MOVE run-date(1:6) TO run-month
      * Thirteen months are kept: this month and the twelve before.
       COMPUTE keep-from-year = FUNCTION NUMVAL(run-date(1:4)) - 1
       MOVE keep-from-year TO keep-from-month(1:4)
       MOVE run-date(5:2) TO keep-from-month(5:2)

       MOVE "SELFDEAL" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-OPERATORS
       PERFORM LOAD-RELATED
       PERFORM LOAD-ACCOUNTS
       PERFORM LOAD-OWNERS
       PERFORM LOAD-FLAG-LOG

       OPEN OUTPUT OUTPUT-EXCEPTIONS
       IF WS-EXCEPTIONS-STATUS NOT = "00"
           DISPLAY "SELFDEAL: cannot open " WS-EXCEPTIONS-FILENAME
               ", file status " WS-EXCEPTIONS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM SCAN-CAPTURE-LOG
       PERFORM SCAN-ACCOUNT-HISTORY
       PERFORM SCAN-TRANSACTIONS

       MOVE SPACES TO EXC-INFO
       STRING "TRAILER: dato=" DELIMITED BY SIZE
           run-date DELIMITED BY SIZE
           " handlinger=" DELIMITED BY SIZE
           checked-count DELIMITED BY SIZE
           " flaget=" DELIMITED BY SIZE
           today-flag-count DELIMITED BY SIZE
           INTO EXC-INFO
       WRITE EXCEPTION-LINE
       CLOSE OUTPUT-EXCEPTIONS

       PERFORM REWRITE-FLAG-LOG
       PERFORM WRITE-MONTH-STATS

       PERFORM RELEASE-RUN-LOCK

       DISPLAY "SELFDEAL: " checked-count " operator action(s) on "
           run-date " checked, " today-flag-count " flagged."
       IF unlinked-count > ZEROES
           DISPLAY "SELFDEAL: " unlinked-count " active operator(s) "
               "without a client-id in "
               FUNCTION TRIM(WS-OPERATORS-FILENAME)
       END-IF

       IF today-flag-count > ZEROES
           MOVE 8 TO RETURN-CODE
       END-IF

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-OPERATORS.
           OPEN INPUT INPUT-OPERATORS
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "SELFDEAL: cannot open " WS-OPERATORS-FILENAME
                   ", file status " WS-OPERATORS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-OPERATORS = "Y"
               READ INPUT-OPERATORS INTO OPERATOR-RECORD
                   AT END
                       MOVE "Y" TO EOF-OPERATORS
                   NOT AT END
                       IF operator-count < OPERATOR-ARRAY-MAX
                           ADD 1 TO operator-count
                           MOVE OPERATOR-RECORD
                               TO OPERATOR-ARRAY(operator-count)
                           IF OP-ACTIVE = "Y"
                               AND OP-CLIENT-ID = SPACES
                               ADD 1 TO unlinked-count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-OPERATORS.
       EXIT.

      * No declarations on file yet simply means only the operators'
      * own accounts are watched.
       LOAD-RELATED.
           OPEN INPUT INPUT-RELATED
           IF WS-RELATED-STATUS = "00"
               PERFORM UNTIL EOF-RELATED = "Y"
                   READ INPUT-RELATED INTO RELATED-RECORD
                       AT END
                           MOVE "Y" TO EOF-RELATED
                       NOT AT END
                           IF related-count < RELATED-ARRAY-MAX
                               AND RP-CLIENT-ID NOT = SPACES
                               ADD 1 TO related-count
                               MOVE RELATED-RECORD
                                   TO RELATED-ARRAY(related-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-RELATED
           ELSE
               DISPLAY "SELFDEAL: no "
                   FUNCTION TRIM(WS-RELATED-FILENAME)
                   " on file - own accounts only"
           END-IF.
       EXIT.

       LOAD-ACCOUNTS.
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "SELFDEAL: cannot open " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "SELFDEAL: " WS-ACCOUNTS-FILENAME
                           " has more rows than ACCOUNT-ARRAY ("
                           ACCOUNT-ARRAY-MAX ") can hold, "
                           "stopping load"
                       MOVE "Y" TO EOF-ACCOUNTS
                   ELSE
                       MOVE ACCOUNT-RECORD TO ACCOUNT-ARRAY(idx-acct)
                       SET idx-acct UP BY 1
                       ADD 1 TO account-count
                   END-IF
           END-READ
           END-PERFORM
           CLOSE INPUT-ACCOUNTS.
       EXIT.

      * Without account-owners.txt every account has just the one
      * owner its own row names.
       LOAD-OWNERS.
           OPEN INPUT INPUT-OWNERS
           IF WS-OWNERS-STATUS = "00"
               PERFORM UNTIL EOF-OWNERS = "Y"
                   READ INPUT-OWNERS INTO OWNER-RECORD
                       AT END
                           MOVE "Y" TO EOF-OWNERS
                       NOT AT END
                           IF owner-count < OWNER-ARRAY-MAX
                               ADD 1 TO owner-count
                               MOVE OWNER-RECORD
                                   TO OWNER-ARRAY(owner-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-OWNERS
           END-IF.
       EXIT.

      * A rerun for the same day replaces that day's rows; rows older
      * than the thirteen kept months fall away here.
       LOAD-FLAG-LOG.
           OPEN INPUT FLAG-LOG-FILE
           IF WS-FLAG-LOG-STATUS = "00"
               MOVE "Y" TO flag-log-present
               PERFORM UNTIL EOF-FLAG-LOG = "Y"
                   READ FLAG-LOG-FILE INTO FLAG-LOG-RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG-LOG
                       NOT AT END
                           IF SF-DATE NOT = run-date
                               AND SF-DATE(1:6) >= keep-from-month
                               PERFORM KEEP-FLAG-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLAG-LOG-FILE
           END-IF.
       EXIT.

       KEEP-FLAG-ROW.
           IF flag-count >= FLAG-ARRAY-MAX
               DISPLAY "SELFDEAL: " WS-FLAG-LOG-FILENAME
                   " has more rows than FLAG-ARRAY can hold - stopping"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO flag-count
           MOVE FLAG-LOG-RECORD TO FLAG-ARRAY(flag-count).
       EXIT.

      * TELLCAP's CAPTURE (postings) and VEKSEL (banknote exchange
      * against an account) lines for the day; a rejected entry
      * moved no money and is not checked.
       SCAN-CAPTURE-LOG.
           OPEN INPUT INPUT-CAPTURE-LOG
           IF WS-CAPTURE-LOG-STATUS NOT = "00"
               DISPLAY "SELFDEAL: no "
                   FUNCTION TRIM(WS-CAPTURE-LOG-FILENAME)
                   " on file - no teller entries checked"
           ELSE
               PERFORM UNTIL EOF-CAPTURE-LOG = "Y"
                   READ INPUT-CAPTURE-LOG
                       AT END
                           MOVE "Y" TO EOF-CAPTURE-LOG
                       NOT AT END
                           IF CAPTURE-LOG-LINE(1:9) = "CAPTURE: "
                               OR CAPTURE-LOG-LINE(1:8) = "VEKSEL: "
                               PERFORM PARSE-CAPTURE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-CAPTURE-LOG
           END-IF.
       EXIT.

       PARSE-CAPTURE-LINE.
           MOVE SPACES TO TOKEN-TABLE
           UNSTRING CAPTURE-LOG-LINE DELIMITED BY ALL " "
               INTO LOG-TOKEN(1) LOG-TOKEN(2) LOG-TOKEN(3)
                   LOG-TOKEN(4) LOG-TOKEN(5) LOG-TOKEN(6)
                   LOG-TOKEN(7) LOG-TOKEN(8) LOG-TOKEN(9)
                   LOG-TOKEN(10) LOG-TOKEN(11) LOG-TOKEN(12)
                   LOG-TOKEN(13) LOG-TOKEN(14) LOG-TOKEN(15)
                   LOG-TOKEN(16) LOG-TOKEN(17) LOG-TOKEN(18)
                   LOG-TOKEN(19) LOG-TOKEN(20)
           END-UNSTRING
           MOVE SPACES TO parsed-log-date parsed-time parsed-status
               parsed-amount-text
           MOVE SPACES TO ev-operator ev-client-id ev-account
           IF LOG-TOKEN(1) = "CAPTURE:"
               MOVE "KASSE" TO ev-source
           ELSE
               MOVE "VEKSEL" TO ev-source
           END-IF
           PERFORM VARYING token-idx FROM 1 BY 1
                   UNTIL token-idx > 20
               EVALUATE TRUE
                   WHEN LOG-TOKEN(token-idx)(1:7) = "run-at="
      *>               run-at=YYYY-MM-DD and the clock as the next
      *>               token.
                       MOVE LOG-TOKEN(token-idx)(8:10)
                           TO parsed-log-date
                       IF token-idx < 20
                           MOVE LOG-TOKEN(token-idx + 1)(1:8)
                               TO parsed-time
                       END-IF
                   WHEN LOG-TOKEN(token-idx)(1:9) = "operator="
                       MOVE LOG-TOKEN(token-idx)(10:8)
                           TO ev-operator
                   WHEN LOG-TOKEN(token-idx)(1:10) = "client-id="
                       MOVE LOG-TOKEN(token-idx)(11:10)
                           TO ev-client-id
                   WHEN LOG-TOKEN(token-idx)(1:15) = "account-number="
                       MOVE LOG-TOKEN(token-idx)(16:20)
                           TO ev-account
                   WHEN LOG-TOKEN(token-idx)(1:7) = "amount="
                       MOVE LOG-TOKEN(token-idx)(8:9)
                           TO parsed-amount-text
                   WHEN LOG-TOKEN(token-idx)(1:7) = "status="
                       MOVE LOG-TOKEN(token-idx)(8:10)
                           TO parsed-status
               END-EVALUATE
           END-PERFORM
      *>   A cash exchange without an account is no one's account.
           IF parsed-log-date = run-date-dashed
               AND (parsed-status = "GODKENDT"
                   OR parsed-status = "PARKERET")
               AND (ev-account NOT = SPACES
                   OR ev-source = "KASSE")
               IF parsed-amount-text IS NUMERIC
                   COMPUTE ev-amount =
                       FUNCTION NUMVAL(parsed-amount-text) / 100
               ELSE
                   MOVE ZEROES TO ev-amount
               END-IF
               MOVE SPACES TO ev-reference
               STRING parsed-log-date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   parsed-time DELIMITED BY SIZE
                   INTO ev-reference
               PERFORM CHECK-ACTION
           END-IF.
       EXIT.

      * ACCTMAINT's change history: an applied limit change reads
      * "detail=TRAEKGRAENSE <old> -> <new>", a limit increase left
      * for dual control "detail=RET: AFVENTER GODKENDELSE".
       SCAN-ACCOUNT-HISTORY.
           OPEN INPUT INPUT-ACCOUNT-HISTORY
           IF WS-ACCOUNT-HISTORY-STATUS NOT = "00"
               DISPLAY "SELFDEAL: no "
                   FUNCTION TRIM(WS-ACCOUNT-HISTORY-FILENAME)
                   " on file - no limit changes checked"
           ELSE
               PERFORM UNTIL EOF-ACCOUNT-HISTORY = "Y"
                   READ INPUT-ACCOUNT-HISTORY
                       AT END
                           MOVE "Y" TO EOF-ACCOUNT-HISTORY
                       NOT AT END
                           IF ACCOUNT-HISTORY-LINE(8:10)
                                   = run-date-dashed
                               PERFORM PARSE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-ACCOUNT-HISTORY
           END-IF.
       EXIT.

       PARSE-HISTORY-LINE.
           MOVE SPACES TO TOKEN-TABLE
           UNSTRING ACCOUNT-HISTORY-LINE DELIMITED BY ALL " "
               INTO LOG-TOKEN(1) LOG-TOKEN(2) LOG-TOKEN(3)
                   LOG-TOKEN(4) LOG-TOKEN(5) LOG-TOKEN(6)
                   LOG-TOKEN(7) LOG-TOKEN(8) LOG-TOKEN(9)
                   LOG-TOKEN(10) LOG-TOKEN(11) LOG-TOKEN(12)
                   LOG-TOKEN(13) LOG-TOKEN(14) LOG-TOKEN(15)
                   LOG-TOKEN(16) LOG-TOKEN(17) LOG-TOKEN(18)
                   LOG-TOKEN(19) LOG-TOKEN(20)
           END-UNSTRING
           MOVE SPACES TO ev-operator ev-client-id ev-account
           MOVE SPACES TO ev-source
           MOVE ZEROES TO ev-amount
           PERFORM VARYING token-idx FROM 1 BY 1
                   UNTIL token-idx > 20
               EVALUATE TRUE
                   WHEN LOG-TOKEN(token-idx)(1:9) = "operator="
                       MOVE LOG-TOKEN(token-idx)(10:8)
                           TO ev-operator
                   WHEN LOG-TOKEN(token-idx)(1:15) = "account-number="
                       MOVE LOG-TOKEN(token-idx)(16:20)
                           TO ev-account
                   WHEN LOG-TOKEN(token-idx) = "detail=TRAEKGRAENSE"
                       MOVE "TRAEKGRAENSE" TO ev-source
                       IF token-idx < 18
                           MOVE LOG-TOKEN(token-idx + 3)(1:9)
                               TO parsed-amount-text
                           IF parsed-amount-text IS NUMERIC
                               COMPUTE ev-amount = FUNCTION
                                   NUMVAL(parsed-amount-text) / 100
                           END-IF
                       END-IF
                   WHEN LOG-TOKEN(token-idx) = "detail=RET:"
                       IF token-idx < 20
                           IF LOG-TOKEN(token-idx + 1) = "AFVENTER"
                               MOVE "TRAEKGRAENSE" TO ev-source
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF ev-source = "TRAEKGRAENSE"
               MOVE SPACES TO ev-reference
               STRING LOG-TOKEN(1)(8:10) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LOG-TOKEN(2)(1:8) DELIMITED BY SIZE
                   INTO ev-reference
               PERFORM CHECK-ACTION
           END-IF.
       EXIT.

      * Reversals from REVGEN ("R") and fee refunds from FEEREFND
      * ("C" with the GEBYRREFUSION text) carry the requesting
      * operator in OPERATOR-ID.
       SCAN-TRANSACTIONS.
           OPEN INPUT INPUT-TRANSACTIONS
           IF WS-TRANSACTIONS-STATUS NOT = "00"
               DISPLAY "SELFDEAL: no "
                   FUNCTION TRIM(WS-VALIDATED-FILENAME)
                   " on file - no reversals or refunds checked"
           ELSE
               PERFORM UNTIL EOF-TRANSACTIONS = "Y"
                   READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
                       AT END
                           MOVE "Y" TO EOF-TRANSACTIONS
                       NOT AT END
                           IF TRANSACTION-DATE = run-date
                               AND OPERATOR-ID NOT = SPACES
                               PERFORM CHECK-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANSACTIONS
           END-IF.
       EXIT.

       CHECK-TRANSACTION.
           MOVE SPACES TO ev-source
           IF TRANSACTION-TYPE = "R"
               MOVE "TILBAGEFOERSEL" TO ev-source
           ELSE
           IF TRANSACTION-TYPE = "C"
                   AND OWNER(1:14) = "GEBYRREFUSION:"
               MOVE "GEBYRREFUSION" TO ev-source
           END-IF
           END-IF
           IF ev-source NOT = SPACES
               MOVE OPERATOR-ID TO ev-operator
               MOVE CLIENT-ID OF TRANSACTION-RECORD TO ev-client-id
               MOVE ACCOUNT-NUMBER OF TRANSACTION-RECORD TO ev-account
               MOVE AMOUNT TO ev-amount
               MOVE TRANSACTION-REF TO ev-reference
               PERFORM CHECK-ACTION
           END-IF.
       EXIT.

      * The operator's own client first, then each declared related
      * party: a match is on the action's client-id, the account's
      * owner in account-info.txt or a co-owner in account-owners.txt.
       CHECK-ACTION.
           ADD 1 TO checked-count
           MOVE ZEROES TO operator-slot
           SET idx-op TO 1
           SEARCH OPERATOR-ARRAY
               AT END
                   CONTINUE
               WHEN idx-op > operator-count
                   CONTINUE
               WHEN OPA-OPERATOR-ID(idx-op) = ev-operator
                   SET operator-slot TO idx-op
           END-SEARCH

           MOVE SPACES TO ev-primary-client
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN idx-acct > account-count
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = ev-account
                   MOVE client-id OF ACCOUNT-ARRAY(idx-acct)
                       TO ev-primary-client
           END-SEARCH

           MOVE "N" TO party-matched
           IF operator-slot NOT = ZEROES
               IF OPA-CLIENT-ID(operator-slot) NOT = SPACES
                   MOVE OPA-CLIENT-ID(operator-slot) TO party-client
                   MOVE "EGEN" TO party-relation
                   PERFORM MATCH-PARTY
               END-IF
           END-IF
           PERFORM VARYING idx-rp FROM 1 BY 1
                   UNTIL idx-rp > related-count
                       OR party-matched = "Y"
               IF RPA-OPERATOR-ID(idx-rp) = ev-operator
                   MOVE RPA-CLIENT-ID(idx-rp) TO party-client
                   MOVE RPA-RELATION(idx-rp) TO party-relation
                   PERFORM MATCH-PARTY
               END-IF
           END-PERFORM

           IF party-matched = "Y"
               PERFORM FLAG-ACTION
           END-IF.
       EXIT.

       MATCH-PARTY.
           IF party-client = ev-client-id
               OR party-client = ev-primary-client
               MOVE "Y" TO party-matched
           ELSE
               IF ev-account NOT = SPACES
                   SET idx-own TO 1
                   SEARCH OWNER-ARRAY
                       AT END
                           CONTINUE
                       WHEN idx-own > owner-count
                           CONTINUE
                       WHEN AO-ARR-ACCOUNT-NUMBER(idx-own) = ev-account
                           AND AO-ARR-CLIENT-ID(idx-own) = party-client
                           MOVE "Y" TO party-matched
                   END-SEARCH
               END-IF
           END-IF.
       EXIT.

       FLAG-ACTION.
           ADD 1 TO today-flag-count
           IF flag-count >= FLAG-ARRAY-MAX
               DISPLAY "SELFDEAL: FLAG-ARRAY is full - stopping"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO flag-count
           MOVE SPACES TO FLAG-ARRAY(flag-count)
           MOVE run-date TO SF-ARR-DATE(flag-count)
           MOVE ev-operator TO SF-ARR-OPERATOR-ID(flag-count)
           MOVE ev-source TO SF-ARR-SOURCE(flag-count)
           MOVE ev-account TO SF-ARR-ACCOUNT-NUMBER(flag-count)
           MOVE party-client TO SF-ARR-CLIENT-ID(flag-count)
           MOVE party-relation TO SF-ARR-RELATION(flag-count)
           MOVE ev-amount TO SF-ARR-AMOUNT(flag-count)
           MOVE ev-reference TO SF-ARR-REFERENCE(flag-count)

           MOVE ev-amount TO amount-display
           MOVE SPACES TO EXC-INFO
           STRING "EGENHANDEL: dato=" DELIMITED BY SIZE
               run-date DELIMITED BY SIZE
               " operator=" DELIMITED BY SIZE
               FUNCTION TRIM(ev-operator) DELIMITED BY SIZE
               " kilde=" DELIMITED BY SIZE
               FUNCTION TRIM(ev-source) DELIMITED BY SIZE
               " konto=" DELIMITED BY SIZE
               FUNCTION TRIM(ev-account) DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               FUNCTION TRIM(party-client) DELIMITED BY SIZE
               " relation=" DELIMITED BY SIZE
               FUNCTION TRIM(party-relation) DELIMITED BY SIZE
               " beloeb=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " ref=" DELIMITED BY SIZE
               FUNCTION TRIM(ev-reference) DELIMITED BY SIZE
               INTO EXC-INFO
           WRITE EXCEPTION-LINE.
       EXIT.

       REWRITE-FLAG-LOG.
           MOVE WS-FLAG-LOG-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-FLAG-LOG-FILENAME

           OPEN OUTPUT OUTPUT-FLAG-LOG
           IF WS-FLAG-LOG-STATUS NOT = "00"
               DISPLAY "SELFDEAL: cannot open " WS-FLAG-LOG-FILENAME
                   " for rewrite, file status " WS-FLAG-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-flag FROM 1 BY 1
                   UNTIL idx-flag > flag-count
               MOVE FLAG-ARRAY(idx-flag) TO OUTPUT-FLAG-LOG-RECORD
               WRITE OUTPUT-FLAG-LOG-RECORD
           END-PERFORM
           CLOSE OUTPUT-FLAG-LOG

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT FLAG-LOG-FILE
           IF WS-FLAG-LOG-STATUS NOT = "00"
               DISPLAY "SELFDEAL: cannot re-open new log for "
                   "verification, file status " WS-FLAG-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ FLAG-LOG-FILE INTO FLAG-LOG-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE FLAG-LOG-FILE
           IF verify-count NOT = flag-count
               DISPLAY "SELFDEAL: new log FAILED verification ("
                   verify-count "/" flag-count
                   ") - live log untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE swap-master-name TO WS-FLAG-LOG-FILENAME
           MOVE "N" TO swap-failed
           IF flag-log-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "SELFDEAL: cannot move "
                       FUNCTION TRIM(swap-new-name)
                       " into place as "
                       FUNCTION TRIM(swap-master-name)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF swap-failed = "Y"
               STOP RUN
           END-IF.
       EXIT.

      * Month to date for the run's month, one line per operator with
      * flags; internal audit takes the last run of the month.
       WRITE-MONTH-STATS.
           PERFORM VARYING idx-flag FROM 1 BY 1
                   UNTIL idx-flag > flag-count
               IF SF-ARR-DATE(idx-flag)(1:6) = run-month
                   PERFORM ADD-TO-STATS
               END-IF
           END-PERFORM

           OPEN OUTPUT OUTPUT-STATS
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "SELFDEAL: cannot open " WS-STATS-FILENAME
                   ", file status " WS-STATS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO STATS-INFO
           STRING "Egenhandel pr. operatoer, maaned " DELIMITED BY SIZE
               run-month DELIMITED BY SIZE
               " til og med " DELIMITED BY SIZE
               run-date DELIMITED BY SIZE
               INTO STATS-INFO
           WRITE STATS-LINE
           MOVE "-----------------------------------------------"
               TO STATS-INFO
           WRITE STATS-LINE
           PERFORM VARYING idx-stat FROM 1 BY 1
                   UNTIL idx-stat > stat-count
               PERFORM WRITE-STATS-ROW
           END-PERFORM
           MOVE unlinked-count TO count-display
           MOVE SPACES TO STATS-INFO
           STRING "TRAILER: operatoerer-med-flag=" DELIMITED BY SIZE
               stat-count DELIMITED BY SIZE
               " aktive-uden-client-id=" DELIMITED BY SIZE
               FUNCTION TRIM(count-display) DELIMITED BY SIZE
               INTO STATS-INFO
           WRITE STATS-LINE
           CLOSE OUTPUT-STATS.
       EXIT.

       ADD-TO-STATS.
           MOVE ZEROES TO stat-slot
           SET idx-stat TO 1
           SEARCH STAT-ARRAY
               AT END
                   CONTINUE
               WHEN idx-stat > stat-count
                   CONTINUE
               WHEN ST-OPERATOR-ID(idx-stat)
                       = SF-ARR-OPERATOR-ID(idx-flag)
                   SET stat-slot TO idx-stat
           END-SEARCH
           IF stat-slot = ZEROES
               AND stat-count < STAT-ARRAY-MAX
               ADD 1 TO stat-count
               MOVE stat-count TO stat-slot
               MOVE SF-ARR-OPERATOR-ID(idx-flag)
                   TO ST-OPERATOR-ID(stat-slot)
               MOVE ZEROES TO ST-OWN-COUNT(stat-slot)
                   ST-RELATED-COUNT(stat-slot)
                   ST-TELLER-COUNT(stat-slot)
                   ST-REVERSAL-COUNT(stat-slot)
                   ST-REFUND-COUNT(stat-slot)
                   ST-LIMIT-COUNT(stat-slot)
                   ST-AMOUNT(stat-slot)
           END-IF
           IF stat-slot NOT = ZEROES
               IF SF-ARR-RELATION(idx-flag) = "EGEN"
                   ADD 1 TO ST-OWN-COUNT(stat-slot)
               ELSE
                   ADD 1 TO ST-RELATED-COUNT(stat-slot)
               END-IF
               EVALUATE SF-ARR-SOURCE(idx-flag)
                   WHEN "KASSE"
                   WHEN "VEKSEL"
                       ADD 1 TO ST-TELLER-COUNT(stat-slot)
                   WHEN "TILBAGEFOERSEL"
                       ADD 1 TO ST-REVERSAL-COUNT(stat-slot)
                   WHEN "GEBYRREFUSION"
                       ADD 1 TO ST-REFUND-COUNT(stat-slot)
                   WHEN OTHER
                       ADD 1 TO ST-LIMIT-COUNT(stat-slot)
               END-EVALUATE
               ADD SF-ARR-AMOUNT(idx-flag) TO ST-AMOUNT(stat-slot)
           END-IF.
       EXIT.

       WRITE-STATS-ROW.
           MOVE ST-AMOUNT(idx-stat) TO amount-display
           MOVE SPACES TO STATS-INFO
           STRING "OPERATOER: " DELIMITED BY SIZE
               ST-OPERATOR-ID(idx-stat) DELIMITED BY SIZE
               " egne=" DELIMITED BY SIZE
               ST-OWN-COUNT(idx-stat) DELIMITED BY SIZE
               " naerstaaende=" DELIMITED BY SIZE
               ST-RELATED-COUNT(idx-stat) DELIMITED BY SIZE
               " kasse=" DELIMITED BY SIZE
               ST-TELLER-COUNT(idx-stat) DELIMITED BY SIZE
               " tilbagefoersel=" DELIMITED BY SIZE
               ST-REVERSAL-COUNT(idx-stat) DELIMITED BY SIZE
               " gebyrrefusion=" DELIMITED BY SIZE
               ST-REFUND-COUNT(idx-stat) DELIMITED BY SIZE
               " traekgraense=" DELIMITED BY SIZE
               ST-LIMIT-COUNT(idx-stat) DELIMITED BY SIZE
               " beloeb=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               INTO STATS-INFO
           WRITE STATS-LINE.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

      * Formål: Maanedlig nedskrivning for forventede kredittab (ECL,
      *    IFRS 9-stadier). Finans bogfoerte hidtil nedskrivningerne
      *    ud fra et regneark. Koerslen placerer hvert laan
      *    (loan-master.txt) og hver overtrukket indlaanskonto
      *    (account-info.txt) i stadie 1, 2 eller 3 ud fra dage i
      *    restance - LOANPOST's restanceliste
      *    (loan-arrears-report.txt) for laan, DUNNING's
      *    overtraeksdato for konti - og rykkerstadiet i
      *    dunning-state.txt. Nedskrivningen er eksponering gange
      *    sandsynlighed for misligholdelse gange tab ved
      *    misligholdelse, med procenterne pr. produkt fra
      *    product-catalog.txt. Resultatet skrives til
      *    nedskrivningsregistret (ecl-provisions.txt) og en
      *    rapport, og forskellen til forrige maaneds nedskrivning
      *    bogfoeres pr. produkt i gl-adjustments.txt via
      *    hovedbogsmappingen (transaktionstype "N"); GLEXTRACT
      *    tager linjerne med i naeste gl-journal.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECLPROV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-LOANS ASSIGN TO DYNAMIC WS-LOANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOANS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-ARREARS ASSIGN TO DYNAMIC WS-ARREARS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARREARS-STATUS.
       SELECT INPUT-STATE ASSIGN TO DYNAMIC WS-STATE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATE-STATUS.
       SELECT INPUT-PROVISIONS ASSIGN TO DYNAMIC WS-PROVISIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PROVISIONS-STATUS.
       SELECT OUTPUT-PROVISIONS
       ASSIGN TO DYNAMIC WS-PROVISIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PROVISIONS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT PRODUCT-CATALOG-FILE
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT GL-MAPPING-FILE ASSIGN TO DYNAMIC WS-GL-MAPPING-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GL-MAPPING-STATUS.
       SELECT GL-JOURNAL-FILE ASSIGN TO DYNAMIC WS-GL-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GL-JOURNAL-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-LOANS.
       01 LOAN-RECORD.
           COPY "loan-master.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-ARREARS.
       01 ARREARS-LINE.
           02 ARR-INFO                 PIC X(120).
       FD INPUT-STATE.
       01 STATE-RECORD.
           02 DS-ACCOUNT-NUMBER        PIC X(20).
           02 DS-FIRST-OVER-DATE       PIC X(8).
           02 DS-STAGE                 PIC X(1).
           02 DS-STAGE-DATE            PIC X(8).
       FD INPUT-PROVISIONS.
       01 PROVISION-RECORD.
           COPY "ecl-provisions.cpy".
       FD OUTPUT-PROVISIONS.
       01 OUTPUT-PROVISION-RECORD.
           COPY "ecl-provisions.cpy"
               REPLACING LEADING ==EP-== BY ==EP-OUT-==.
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).
       FD PRODUCT-CATALOG-FILE.
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".
       FD GL-MAPPING-FILE.
       01 GL-MAPPING-RECORD.
           02 GLM-ACCOUNT-TYPE         PIC X(10).
           02 GLM-TRANSACTION-TYPE     PIC X(1).
           02 GLM-DEBIT-GL-ACCOUNT     PIC X(8).
           02 GLM-CREDIT-GL-ACCOUNT    PIC X(8).
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-LINE.
           02 GL-JRN-INFO              PIC X(100).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Produktkataloget med ECL-parametrene (catalog-check.cpy).
           COPY "catalog-check-fields.cpy".
      * Hovedbogsmapping og journal (gl-post.cpy).
           COPY "gl-post-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-ARREARS                   PIC X VALUE "N".
       01 EOF-STATE                     PIC X VALUE "N".
       01 EOF-PROVISIONS                PIC X VALUE "N".
       01 WS-LOANS-STATUS               PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-ARREARS-STATUS             PIC XX VALUE "00".
       01 WS-STATE-STATUS               PIC XX VALUE "00".
       01 WS-PROVISIONS-STATUS          PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

      * Oldest uncovered installment per loan from tonight's arrears
      * list.
       01 ARREARS-ARRAY-MAX             PIC 9(4) VALUE 500.
       01 ARREARS-ARRAY                 OCCURS 500 TIMES
                                        INDEXED BY idx-arr.
           02 ARA-LOAN-ACCOUNT          PIC X(20) VALUE SPACES.
           02 ARA-DUE-DATE              PIC X(8) VALUE SPACES.
       01 arrears-count                 PIC 9(4) VALUE ZEROES.
       01 arr-word1                     PIC X(20) VALUE SPACES.
       01 arr-word2                     PIC X(20) VALUE SPACES.
       01 arr-loan-account              PIC X(20) VALUE SPACES.
       01 arr-word4                     PIC X(20) VALUE SPACES.
       01 arr-word5                     PIC X(20) VALUE SPACES.
       01 arr-word6                     PIC X(20) VALUE SPACES.
       01 arr-due-date                  PIC X(20) VALUE SPACES.

       01 STATE-ARRAY-MAX               PIC 9(4) VALUE 1000.
       01 STATE-ARRAY                   OCCURS 1000 TIMES
                                        INDEXED BY idx-state.
           02 ST-ACCOUNT-NUMBER         PIC X(20) VALUE SPACES.
           02 ST-FIRST-OVER-DATE        PIC X(8) VALUE SPACES.
           02 ST-STAGE                  PIC X(1) VALUE SPACES.
       01 state-count                   PIC 9(4) VALUE ZEROES.

      * Last month's provision per product, and this month's.
       01 PRODUCT-TOTAL-MAX             PIC 9(3) VALUE 100.
       01 PRODUCT-TOTAL-ARRAY           OCCURS 100 TIMES
                                        INDEXED BY idx-ptot.
           02 PT-ACCOUNT-TYPE           PIC X(10) VALUE SPACES.
           02 PT-PREVIOUS               PIC 9(11)V99 VALUE ZEROES.
           02 PT-CURRENT                PIC 9(11)V99 VALUE ZEROES.
           02 PT-STAGE-COUNT            OCCURS 3 TIMES
                                        PIC 9(5) VALUE ZEROES.
       01 product-total-count           PIC 9(3) VALUE ZEROES.
       01 lookup-total-type             PIC X(10) VALUE SPACES.
       01 total-slot                    PIC 9(3) VALUE ZEROES.

      * Default percentages for a product without ECL parameters.
       01 WS-DEFAULT-PD-STAGE1          PIC 9(3)V99 VALUE 1.00.
       01 WS-DEFAULT-PD-STAGE2          PIC 9(3)V99 VALUE 10.00.
       01 WS-DEFAULT-LGD                PIC 9(3)V99 VALUE 45.00.
      * Days-past-due boundaries for stage 2 and stage 3.
       01 WS-STAGE2-DAYS                PIC 9(3) VALUE 30.
       01 WS-STAGE3-DAYS                PIC 9(3) VALUE 90.
       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.

      * Per-exposure working fields.
       01 exp-account-number            PIC X(20) VALUE SPACES.
       01 exp-kind                      PIC X(1) VALUE SPACES.
       01 exp-account-type              PIC X(10) VALUE SPACES.
       01 exp-client-id                 PIC X(10) VALUE SPACES.
       01 exp-amount                    PIC 9(9)V99 VALUE ZEROES.
       01 exp-days                      PIC 9(5) VALUE ZEROES.
       01 exp-stage                     PIC X(1) VALUE "1".
       01 exp-stage-num                 PIC 9 VALUE 1.
       01 exp-dunning-stage             PIC X(1) VALUE SPACES.
       01 exp-pd                        PIC 9(3)V99 VALUE ZEROES.
       01 exp-lgd                       PIC 9(3)V99 VALUE ZEROES.
       01 exp-provision                 PIC 9(9)V99 VALUE ZEROES.
       01 since-date                    PIC X(8) VALUE SPACES.
       01 days-between                  PIC S9(7) VALUE ZEROES.
       01 payment-account               PIC X(20) VALUE SPACES.
       01 provision-delta               PIC S9(11)V99 VALUE ZEROES.
       01 amount-display                PIC Z(8)9.99.
       01 provision-display             PIC Z(8)9.99.
       01 total-display                 PIC -Z(10)9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 today-integer                 PIC 9(8) VALUE ZEROES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-LOANS-FILENAME
           PIC X(100) VALUE "loan-master.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-ARREARS-FILENAME
           PIC X(100) VALUE "loan-arrears-report.txt".
       01 WS-STATE-FILENAME
           PIC X(100) VALUE "dunning-state.txt".
       01 WS-PROVISIONS-FILENAME
           PIC X(100) VALUE "ecl-provisions.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "ecl-provision-report.txt".

      * Batch control totals
       01 exposure-count                PIC 9(5) VALUE ZEROES.
       01 stage-count                   OCCURS 3 TIMES
                                        PIC 9(5) VALUE ZEROES.
       01 provision-total               PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-LOANS-FILENAME FROM ENVIRONMENT "LOAN_MASTER_FILE"
       IF WS-LOANS-FILENAME = SPACES
           MOVE "loan-master.txt" TO WS-LOANS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-ARREARS-FILENAME
           FROM ENVIRONMENT "LOAN_ARREARS_REPORT_FILE"
       IF WS-ARREARS-FILENAME = SPACES
           MOVE "loan-arrears-report.txt" TO WS-ARREARS-FILENAME
       END-IF

       ACCEPT WS-STATE-FILENAME FROM ENVIRONMENT "DUNNING_STATE_FILE"
       IF WS-STATE-FILENAME = SPACES
           MOVE "dunning-state.txt" TO WS-STATE-FILENAME
       END-IF

       ACCEPT WS-PROVISIONS-FILENAME
           FROM ENVIRONMENT "ECL_PROVISIONS_FILE"
       IF WS-PROVISIONS-FILENAME = SPACES
           MOVE "ecl-provisions.txt" TO WS-PROVISIONS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "ECL_PROVISION_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "ecl-provision-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-CATALOG-FILENAME
           FROM ENVIRONMENT "PRODUCT_CATALOG_FILE"
       IF WS-CATALOG-FILENAME = SPACES
           MOVE "product-catalog.txt" TO WS-CATALOG-FILENAME
       END-IF

       ACCEPT WS-GL-MAPPING-FILENAME
           FROM ENVIRONMENT "GL_ACCOUNT_MAPPING_FILE"
       IF WS-GL-MAPPING-FILENAME = SPACES
           MOVE "gl-account-mapping.txt" TO WS-GL-MAPPING-FILENAME
       END-IF

       ACCEPT WS-GL-JOURNAL-FILENAME
           FROM ENVIRONMENT "GL_ADJUSTMENTS_FILE"
       IF WS-GL-JOURNAL-FILENAME = SPACES
           MOVE "gl-adjustments.txt" TO WS-GL-JOURNAL-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "ECL_STAGE2_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-STAGE2-DAYS = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "ECL_STAGE3_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-STAGE3-DAYS = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       COMPUTE today-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

       MOVE "ECLPROV" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-PRODUCT-CATALOG
       IF catalog-loaded = "N"
           DISPLAY "ECLPROV: no " FUNCTION TRIM(WS-CATALOG-FILENAME)
               " - default PD/LGD percentages used for every product"
       END-IF
       PERFORM LOAD-GL-MAPPING

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "ECLPROV: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.

       PERFORM LOAD-ARREARS.
       PERFORM LOAD-DUNNING-STATE.
       PERFORM LOAD-PREVIOUS-PROVISIONS.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "ECLPROV: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT OUTPUT-PROVISIONS
       IF WS-PROVISIONS-STATUS NOT = "00"
           DISPLAY "ECLPROV: cannot open " WS-PROVISIONS-FILENAME
               " for rewrite, file status " WS-PROVISIONS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       STRING "Nedskrivninger (ECL) pr. " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

      * Loans: the outstanding principal is the exposure.
       OPEN INPUT INPUT-LOANS
       IF WS-LOANS-STATUS = "00"
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-LOANS INTO LOAN-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LN-PRINCIPAL > ZEROES
                           PERFORM ASSESS-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-LOANS
       END-IF

      * Overdrawn deposit accounts: the negative balance is the
      * exposure. LOAN accounts are covered through loan-master.txt.
       PERFORM VARYING idx-acct FROM 1 BY 1
               UNTIL idx-acct > account-count
           IF balance OF ACCOUNT-ARRAY(idx-acct) < ZEROES
               AND account-type OF ACCOUNT-ARRAY(idx-acct)
                   NOT = "LOAN"
               PERFORM ASSESS-OVERDRAWN-ACCOUNT
           END-IF
       END-PERFORM.

       CLOSE OUTPUT-PROVISIONS.

       PERFORM OPEN-GL-JOURNAL
       PERFORM VARYING idx-ptot FROM 1 BY 1
               UNTIL idx-ptot > product-total-count
           PERFORM BOOK-PRODUCT-DELTA
       END-PERFORM.
       PERFORM CLOSE-GL-JOURNAL

       MOVE SPACES TO INFO
       STRING "TRAILER: exposure-count=" DELIMITED BY SIZE
           exposure-count DELIMITED BY SIZE
           " stage1=" DELIMITED BY SIZE
           stage-count(1) DELIMITED BY SIZE
           " stage2=" DELIMITED BY SIZE
           stage-count(2) DELIMITED BY SIZE
           " stage3=" DELIMITED BY SIZE
           stage-count(3) DELIMITED BY SIZE
           " provision-total=" DELIMITED BY SIZE
           provision-total DELIMITED BY SIZE
           " unmapped=" DELIMITED BY SIZE
           gl-unmapped-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.

       DISPLAY "ECLPROV: " exposure-count " exposure(s), stage 1/2/3 "
           stage-count(1) "/" stage-count(2) "/" stage-count(3)
           ", provision " provision-total "."

       IF gl-unmapped-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "ECLPROV: " WS-ACCOUNTS-FILENAME
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

           IF WS-ACCOUNTS-STATUS NOT = "00"
                   AND WS-ACCOUNTS-STATUS NOT = "10"
               DISPLAY "ECLPROV: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * "RESTANCE: laan <konto> ydelse <beloeb> forfalden <dato>
      * ..." - LOANPOST writes one line per uncovered installment
      * and leaves the due date on the oldest unpaid one.
       LOAD-ARREARS.
           OPEN INPUT INPUT-ARREARS
           IF WS-ARREARS-STATUS = "00"
               PERFORM UNTIL EOF-ARREARS = "Y"
                   READ INPUT-ARREARS INTO ARREARS-LINE
                       AT END
                           MOVE "Y" TO EOF-ARREARS
                       NOT AT END
                           IF ARR-INFO(1:10) = "RESTANCE: "
                               AND arrears-count < ARREARS-ARRAY-MAX
                               UNSTRING ARR-INFO DELIMITED BY ALL SPACE
                                   INTO arr-word1 arr-word2
                                       arr-loan-account arr-word4
                                       arr-word5 arr-word6
                                       arr-due-date
                               END-UNSTRING
                               ADD 1 TO arrears-count
                               MOVE arr-loan-account
                                   TO ARA-LOAN-ACCOUNT(arrears-count)
                               MOVE arr-due-date(1:8)
                                   TO ARA-DUE-DATE(arrears-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-ARREARS
           END-IF.
       EXIT.

       LOAD-DUNNING-STATE.
           OPEN INPUT INPUT-STATE
           IF WS-STATE-STATUS = "00"
               PERFORM UNTIL EOF-STATE = "Y"
                   READ INPUT-STATE INTO STATE-RECORD
                       AT END
                           MOVE "Y" TO EOF-STATE
                       NOT AT END
                           IF state-count < STATE-ARRAY-MAX
                               ADD 1 TO state-count
                               MOVE DS-ACCOUNT-NUMBER TO
                                   ST-ACCOUNT-NUMBER(state-count)
                               MOVE DS-FIRST-OVER-DATE TO
                                   ST-FIRST-OVER-DATE(state-count)
                               MOVE DS-STAGE TO ST-STAGE(state-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-STATE
           END-IF.
       EXIT.

      * Last month's register gives the opening provision per
      * product; a first run starts from zero.
       LOAD-PREVIOUS-PROVISIONS.
           OPEN INPUT INPUT-PROVISIONS
           IF WS-PROVISIONS-STATUS = "00"
               PERFORM UNTIL EOF-PROVISIONS = "Y"
                   READ INPUT-PROVISIONS INTO PROVISION-RECORD
                       AT END
                           MOVE "Y" TO EOF-PROVISIONS
                       NOT AT END
                           MOVE EP-ACCOUNT-TYPE TO lookup-total-type
                           PERFORM FIND-OR-ADD-PRODUCT-TOTAL
                           ADD EP-PROVISION TO PT-PREVIOUS(total-slot)
                   END-READ
               END-PERFORM
               CLOSE INPUT-PROVISIONS
           END-IF.
       EXIT.

       FIND-OR-ADD-PRODUCT-TOTAL.
           MOVE ZEROES TO total-slot
           SET idx-ptot TO 1
           SEARCH PRODUCT-TOTAL-ARRAY
               AT END
                   IF product-total-count >= PRODUCT-TOTAL-MAX
                       DISPLAY "ECLPROV: PRODUCT-TOTAL-ARRAY is full"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO product-total-count
                   MOVE product-total-count TO total-slot
                   MOVE lookup-total-type
                       TO PT-ACCOUNT-TYPE(total-slot)
               WHEN PT-ACCOUNT-TYPE(idx-ptot) = lookup-total-type
                   SET total-slot TO idx-ptot
           END-SEARCH.
       EXIT.

       ASSESS-LOAN.
           MOVE LN-ACCOUNT-NUMBER TO exp-account-number
           MOVE "L" TO exp-kind
           MOVE LN-CLIENT-ID TO exp-client-id
           MOVE LN-PRINCIPAL TO exp-amount
           MOVE LN-PAYMENT-ACCOUNT TO payment-account
           MOVE "LOAN" TO exp-account-type
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = LN-ACCOUNT-NUMBER
                   MOVE account-type OF ACCOUNT-ARRAY(idx-acct)
                       TO exp-account-type
           END-SEARCH

           MOVE ZEROES TO exp-days
           SET idx-arr TO 1
           SEARCH ARREARS-ARRAY
               AT END
                   CONTINUE
               WHEN ARA-LOAN-ACCOUNT(idx-arr) = LN-ACCOUNT-NUMBER
                   MOVE ARA-DUE-DATE(idx-arr) TO since-date
                   PERFORM COMPUTE-DAYS-SINCE
           END-SEARCH

      *    A loan whose payment account is in the dunning cycle
      *    carries that dunning stage too.
           MOVE SPACES TO exp-dunning-stage
           SET idx-state TO 1
           SEARCH STATE-ARRAY
               AT END
                   CONTINUE
               WHEN ST-ACCOUNT-NUMBER(idx-state) = payment-account
                   MOVE ST-STAGE(idx-state) TO exp-dunning-stage
           END-SEARCH
           PERFORM STAGE-AND-PROVIDE.
       EXIT.

       ASSESS-OVERDRAWN-ACCOUNT.
           MOVE account-number OF ACCOUNT-ARRAY(idx-acct)
               TO exp-account-number
           MOVE "O" TO exp-kind
           MOVE client-id OF ACCOUNT-ARRAY(idx-acct) TO exp-client-id
           MOVE account-type OF ACCOUNT-ARRAY(idx-acct)
               TO exp-account-type
           COMPUTE exp-amount = 0 - balance OF ACCOUNT-ARRAY(idx-acct)
           MOVE ZEROES TO exp-days
           MOVE SPACES TO exp-dunning-stage
           SET idx-state TO 1
           SEARCH STATE-ARRAY
               AT END
                   CONTINUE
               WHEN ST-ACCOUNT-NUMBER(idx-state) = exp-account-number
                   MOVE ST-STAGE(idx-state) TO exp-dunning-stage
                   IF ST-FIRST-OVER-DATE(idx-state) NOT = SPACES
                       MOVE ST-FIRST-OVER-DATE(idx-state)
                           TO since-date
                       PERFORM COMPUTE-DAYS-SINCE
                   END-IF
           END-SEARCH
           PERFORM STAGE-AND-PROVIDE.
       EXIT.

       COMPUTE-DAYS-SINCE.
           MOVE ZEROES TO exp-days
           IF since-date IS NUMERIC
               COMPUTE days-between = today-integer
                   - FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(since-date))
               IF days-between > ZEROES
                   MOVE days-between TO exp-days
               END-IF
           END-IF.
       EXIT.

      * Stage 3: past the stage-3 day count or handed over at
      * dunning stage "3". Stage 2: past the stage-2 day count or
      * any reminder sent. Otherwise stage 1.
       STAGE-AND-PROVIDE.
           EVALUATE TRUE
               WHEN exp-days > WS-STAGE3-DAYS
                   OR exp-dunning-stage = "3"
                   MOVE 3 TO exp-stage-num
               WHEN exp-days > WS-STAGE2-DAYS
                   OR exp-dunning-stage = "1"
                   OR exp-dunning-stage = "2"
                   MOVE 2 TO exp-stage-num
               WHEN OTHER
                   MOVE 1 TO exp-stage-num
           END-EVALUATE
           MOVE exp-stage-num TO exp-stage

           MOVE exp-account-type TO lookup-product-type
           PERFORM LOOKUP-PRODUCT
           MOVE WS-DEFAULT-LGD TO exp-lgd
           IF product-found = "Y"
               AND PRD-ECL-LGD OF CATALOG-ARRAY(product-slot) > ZEROES
               MOVE PRD-ECL-LGD OF CATALOG-ARRAY(product-slot)
                   TO exp-lgd
           END-IF
           EVALUATE exp-stage-num
               WHEN 3
                   MOVE 100 TO exp-pd
               WHEN 2
                   MOVE WS-DEFAULT-PD-STAGE2 TO exp-pd
                   IF product-found = "Y"
                       AND PRD-ECL-PD-STAGE2
                           OF CATALOG-ARRAY(product-slot) > ZEROES
                       MOVE PRD-ECL-PD-STAGE2
                           OF CATALOG-ARRAY(product-slot) TO exp-pd
                   END-IF
               WHEN OTHER
                   MOVE WS-DEFAULT-PD-STAGE1 TO exp-pd
                   IF product-found = "Y"
                       AND PRD-ECL-PD-STAGE1
                           OF CATALOG-ARRAY(product-slot) > ZEROES
                       MOVE PRD-ECL-PD-STAGE1
                           OF CATALOG-ARRAY(product-slot) TO exp-pd
                   END-IF
           END-EVALUATE
           COMPUTE exp-provision ROUNDED =
               exp-amount * exp-pd / 100 * exp-lgd / 100

           ADD 1 TO exposure-count
           ADD 1 TO stage-count(exp-stage-num)
           ADD exp-provision TO provision-total
           MOVE exp-account-type TO lookup-total-type
           PERFORM FIND-OR-ADD-PRODUCT-TOTAL
           ADD exp-provision TO PT-CURRENT(total-slot)
           ADD 1 TO PT-STAGE-COUNT(total-slot, exp-stage-num)

           MOVE exp-account-number TO EP-OUT-ACCOUNT-NUMBER
           MOVE exp-kind TO EP-OUT-KIND
           MOVE exp-account-type TO EP-OUT-ACCOUNT-TYPE
           MOVE exp-client-id TO EP-OUT-CLIENT-ID
           MOVE exp-stage TO EP-OUT-STAGE
           MOVE exp-days TO EP-OUT-DAYS-PAST-DUE
           MOVE exp-amount TO EP-OUT-EXPOSURE
           MOVE exp-provision TO EP-OUT-PROVISION
           MOVE WS-TODAY TO EP-OUT-RUN-DATE
           WRITE OUTPUT-PROVISION-RECORD

           IF exp-stage-num > 1
               MOVE exp-amount TO amount-display
               MOVE exp-provision TO provision-display
               MOVE SPACES TO INFO
               STRING "STADIE " DELIMITED BY SIZE
                   exp-stage DELIMITED BY SIZE
                   ": konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(exp-account-number) DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   exp-kind DELIMITED BY SIZE
                   " client-id=" DELIMITED BY SIZE
                   exp-client-id DELIMITED BY SIZE
                   " dage=" DELIMITED BY SIZE
                   exp-days DELIMITED BY SIZE
                   " rykker=" DELIMITED BY SIZE
                   exp-dunning-stage DELIMITED BY SIZE
                   " eksponering=" DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   " nedskrivning=" DELIMITED BY SIZE
                   FUNCTION TRIM(provision-display) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF.
       EXIT.

      * Books the month's movement for one product: an increase
      * debits the impairment charge and credits the allowance per
      * the "N" mapping row, a release reverses the two sides.
       BOOK-PRODUCT-DELTA.
           COMPUTE provision-delta =
               PT-CURRENT(idx-ptot) - PT-PREVIOUS(idx-ptot)
           MOVE PT-ACCOUNT-TYPE(idx-ptot) TO gl-post-account-type
           MOVE "N" TO gl-post-txn-type
           IF provision-delta < ZEROES
               COMPUTE gl-post-amount = 0 - provision-delta
               MOVE "Y" TO gl-post-reverse
           ELSE
               MOVE provision-delta TO gl-post-amount
               MOVE "N" TO gl-post-reverse
           END-IF
           PERFORM POST-GL-ENTRY

           MOVE provision-delta TO total-display
           MOVE PT-CURRENT(idx-ptot) TO provision-display
           MOVE SPACES TO INFO
           IF gl-post-mapped = "Y"
               STRING "PRODUKT: account-type=" DELIMITED BY SIZE
                   FUNCTION TRIM(PT-ACCOUNT-TYPE(idx-ptot))
                       DELIMITED BY SIZE
                   " stadie1/2/3=" DELIMITED BY SIZE
                   PT-STAGE-COUNT(idx-ptot, 1) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   PT-STAGE-COUNT(idx-ptot, 2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   PT-STAGE-COUNT(idx-ptot, 3) DELIMITED BY SIZE
                   " nedskrivning=" DELIMITED BY SIZE
                   FUNCTION TRIM(provision-display) DELIMITED BY SIZE
                   " bevaegelse=" DELIMITED BY SIZE
                   FUNCTION TRIM(total-display) DELIMITED BY SIZE
                   INTO INFO
           ELSE
               STRING "UMAPPET: account-type=" DELIMITED BY SIZE
                   FUNCTION TRIM(PT-ACCOUNT-TYPE(idx-ptot))
                       DELIMITED BY SIZE
                   " type=N bevaegelse=" DELIMITED BY SIZE
                   FUNCTION TRIM(total-display) DELIMITED BY SIZE
                   " - UDVID MAPPINGMASTEREN" DELIMITED BY SIZE
                   INTO INFO
           END-IF
           WRITE REPORT-LINE.
       EXIT.

           COPY "catalog-check.cpy".

           COPY "gl-post.cpy".

           COPY "run-lock.cpy".

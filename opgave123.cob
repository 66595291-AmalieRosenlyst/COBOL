      * Formål: Daglig renteperiodisering. INTPOST beregner kun renten
      *    den dag den bogfoeres, saa imellem posteringerne viste
      *    bogerne ingen skyldig eller optjent rente, og en periode
      *    der sluttede midt i en rentecyklus var svaer at lukke.
      *    Koerselsformer, valgt med INTACCR_MODE:
      *      NIGHTLY  (standard, i nightly-batch.sh efter EODSNAP) -
      *               ACCRUE, og paa maanedens sidste bankdag
      *               (holiday-calendar.txt) desuden MONTHEND.
      *      ACCRUE   - dagens rente pr. konto ud fra slutsaldoen
      *               i balance-history.txt og produktets sats
      *               (rentetrappen i rate-tiers.txt baand for
      *               baand, ellers product-catalog.txt, ellers
      *               INTPOST's gamle indbyggede satser) laegges til
      *               kontoens raekke i periodiseringsbogen
      *               interest-accruals.txt. Dage uden snapshot
      *               (weekend/helligdag) tages med paa naeste
      *               snapshots saldo. En konto i minus paaloeber
      *               i stedet overtraeksrente efter produktets
      *               PC-OVERDRAFT-RATE i sin egen kolonne, som
      *               INTPOST debiterer. En dato der allerede er
      *               periodiseret springes over, saa en genkoersel
      *               ikke fordobler renten.
      *      MONTHEND - den paaloebne, endnu ikke bogfoerte rente
      *               pr. account-type bogfoeres i
      *               gl-adjustments.txt
      *               med mappingens "A"-raekke; kun bevaegelsen
      *               siden sidste ultimo bogfoeres, saa det INTPOST
      *               har bogfoert i mellemtiden automatisk
      *               tilbagefoeres.
      *    INTPOST bogfoerer derefter praecis det periodiserede
      *    beloeb og nulstiller bogen, saa de to tal altid stemmer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
       SELECT INPUT-ACCRUALS ASSIGN TO DYNAMIC WS-ACCRUALS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCRUALS-STATUS.
       SELECT OUTPUT-ACCRUALS ASSIGN TO DYNAMIC WS-ACCRUALS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCRUALS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT PRODUCT-CATALOG-FILE
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT HOLIDAY-CALENDAR-FILE
       ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
       SELECT RATE-TIER-FILE ASSIGN TO DYNAMIC WS-RATE-TIER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RATE-TIER-STATUS.
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
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-HISTORY.
       01 HISTORY-RECORD.
           COPY "balance-history.cpy".
       FD INPUT-ACCRUALS.
       01 ACCRUAL-RECORD.
           COPY "interest-accruals.cpy".
       FD OUTPUT-ACCRUALS.
       01 OUTPUT-ACCRUAL-RECORD.
           COPY "interest-accruals.cpy"
               REPLACING LEADING ==IA-== BY ==IA-OUT-==.
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).
       FD PRODUCT-CATALOG-FILE.
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".
       FD RATE-TIER-FILE.
       01 RATE-TIER-RECORD.
           COPY "rate-tiers.cpy".
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).
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
      * Produktkataloget (catalog-check.cpy) giver rentesatserne.
           COPY "catalog-check-fields.cpy".
      * Rentetrappen (rate-tier.cpy) gaar forud for katalogsatsen.
           COPY "rate-tier-fields.cpy".
      * Bankdagskalenderen afgoer om i nat er maanedsultimo.
           COPY "business-day-fields.cpy".
      * Hovedbogsmapping og journal (gl-post.cpy).
           COPY "gl-post-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-HISTORY                   PIC X VALUE "N".
       01 EOF-ACCRUALS                  PIC X VALUE "N".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-HISTORY-STATUS             PIC XX VALUE "00".
       01 WS-ACCRUALS-STATUS            PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 ACCRUAL-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCRUAL-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-accr.
           COPY "interest-accruals.cpy"
               REPLACING LEADING ==IA-== BY ==IA-ARR-==.
       01 accrual-count                 PIC 9(4) VALUE ZEROES.
       01 accrual-slot                  PIC 9(4) VALUE ZEROES.
       01 ledger-existed                PIC X VALUE "Y".

      * Month-end totals per account-type.
       01 TYPE-TOTAL-MAX                PIC 9(3) VALUE 100.
       01 TYPE-TOTAL-ARRAY              OCCURS 100 TIMES
                                        INDEXED BY idx-type.
           02 TT-ACCOUNT-TYPE           PIC X(10) VALUE SPACES.
           02 TT-CURRENT                PIC S9(9)V99 VALUE ZEROES.
           02 TT-PREVIOUS               PIC S9(9)V99 VALUE ZEROES.
           02 TT-MAPPED                 PIC X VALUE "N".
       01 type-total-count              PIC 9(3) VALUE ZEROES.
       01 type-slot                     PIC 9(3) VALUE ZEROES.
       01 accrual-delta                 PIC S9(9)V99 VALUE ZEROES.
       01 booked-amount                 PIC S9(7)V99 VALUE ZEROES.

       01 WS-MODE                       PIC X(10) VALUE SPACES.
       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.
       01 WS-ACCRUAL-DATE               PIC X(8) VALUE SPACES.
       01 WS-INTEREST-RATE              PIC 9V9999 VALUE ZEROES.
       01 WS-OVERDRAFT-RATE             PIC 9V9999 VALUE ZEROES.
       01 accrual-days                  PIC 9(3) VALUE ZEROES.
       01 day-interest                  PIC S9(7)V9(4) VALUE ZEROES.
       01 band-day-interest             PIC S9(7)V9(4) VALUE ZEROES.
       01 overdraft-day-interest        PIC S9(7)V9(4) VALUE ZEROES.
       01 interest-display              PIC -(6)9.9999.
       01 accrued-display               PIC -(6)9.9999.
       01 amount-display                PIC -(8)9.99.
       01 total-display                 PIC -(8)9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 month-end-tonight             PIC X VALUE "N".

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-HISTORY-FILENAME
           PIC X(100) VALUE "balance-history.txt".
       01 WS-ACCRUALS-FILENAME
           PIC X(100) VALUE "interest-accruals.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "interest-accrual-report.txt".

      * Safe rewrite-and-swap of the accrual ledger.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 accrued-count                 PIC 9(6) VALUE ZEROES.
       01 skipped-count                 PIC 9(6) VALUE ZEROES.
       01 snapshot-count                PIC 9(6) VALUE ZEROES.
       01 day-total                     PIC S9(9)V9(4) VALUE ZEROES.
       01 overdraft-day-total           PIC S9(9)V9(4) VALUE ZEROES.
       01 ledger-total                  PIC S9(9)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-HISTORY-FILENAME
           FROM ENVIRONMENT "BALANCE_HISTORY_FILE"
       IF WS-HISTORY-FILENAME = SPACES
           MOVE "balance-history.txt" TO WS-HISTORY-FILENAME
       END-IF

       ACCEPT WS-ACCRUALS-FILENAME
           FROM ENVIRONMENT "INTEREST_ACCRUALS_FILE"
       IF WS-ACCRUALS-FILENAME = SPACES
           MOVE "interest-accruals.txt" TO WS-ACCRUALS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "INTEREST_ACCRUAL_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "interest-accrual-report.txt" TO WS-REPORT-FILENAME
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

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       ACCEPT WS-MODE FROM ENVIRONMENT "INTACCR_MODE"
       IF WS-MODE = SPACES
           MOVE "NIGHTLY" TO WS-MODE
       END-IF

       MOVE "INTACCR" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-LEDGER.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "INTACCR: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       EVALUATE WS-MODE
           WHEN "NIGHTLY"
               PERFORM RUN-ACCRUE
               PERFORM CHECK-MONTH-END
               IF month-end-tonight = "Y"
                   PERFORM RUN-MONTHEND
               END-IF
           WHEN "ACCRUE"
               PERFORM RUN-ACCRUE
           WHEN "MONTHEND"
               PERFORM RUN-MONTHEND
           WHEN OTHER
               DISPLAY "INTACCR: unknown INTACCR_MODE '"
                   FUNCTION TRIM(WS-MODE) "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE

       CLOSE OUTPUT-REPORT.

       PERFORM REWRITE-LEDGER.

       IF gl-unmapped-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * The night's accrual: the latest snapshot date in
      * balance-history.txt (or ACCRUAL_DATE) is the day accrued.
       RUN-ACCRUE.
           PERFORM LOAD-PRODUCT-CATALOG
           IF catalog-loaded = "N"
               DISPLAY "INTACCR: no "
                   FUNCTION TRIM(WS-CATALOG-FILENAME)
                   " on file - running on the built-in rates"
           END-IF
           ACCEPT WS-RATE-TIER-FILENAME
               FROM ENVIRONMENT "RATE_TIERS_FILE"
           IF WS-RATE-TIER-FILENAME = SPACES
               MOVE "rate-tiers.txt" TO WS-RATE-TIER-FILENAME
           END-IF
           PERFORM LOAD-RATE-TIERS

           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "INTACCR: cannot open " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ACCOUNTS
           CLOSE INPUT-ACCOUNTS

           ACCEPT WS-ACCRUAL-DATE FROM ENVIRONMENT "ACCRUAL_DATE"
           IF WS-ACCRUAL-DATE = SPACES
               PERFORM FIND-LATEST-SNAPSHOT
           END-IF
           IF WS-ACCRUAL-DATE = SPACES
               DISPLAY "INTACCR: no balance snapshot on or before "
                   WS-TODAY " in " FUNCTION TRIM(WS-HISTORY-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO INFO
           STRING "Renteperiodisering for " DELIMITED BY SIZE
               WS-ACCRUAL-DATE DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE "-----------------------------------------------"
               TO INFO
           WRITE REPORT-LINE

           MOVE "N" TO EOF-HISTORY
           OPEN INPUT INPUT-HISTORY
           PERFORM UNTIL EOF-HISTORY = "Y"
               READ INPUT-HISTORY INTO HISTORY-RECORD
                   AT END
                       MOVE "Y" TO EOF-HISTORY
                   NOT AT END
                       IF BH-DATE = WS-ACCRUAL-DATE
                           ADD 1 TO snapshot-count
                           PERFORM ACCRUE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-HISTORY

           MOVE day-total TO interest-display
           MOVE overdraft-day-total TO accrued-display
           MOVE SPACES TO INFO
           STRING "TRAILER: snapshot-count=" DELIMITED BY SIZE
               snapshot-count DELIMITED BY SIZE
               " accrued=" DELIMITED BY SIZE
               accrued-count DELIMITED BY SIZE
               " already-accrued=" DELIMITED BY SIZE
               skipped-count DELIMITED BY SIZE
               " day-total=" DELIMITED BY SIZE
               FUNCTION TRIM(interest-display) DELIMITED BY SIZE
               " overdraft-day-total=" DELIMITED BY SIZE
               FUNCTION TRIM(accrued-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           DISPLAY "INTACCR: " accrued-count " account(s) accrued for "
               WS-ACCRUAL-DATE ", " skipped-count " already accrued.".
       EXIT.

       FIND-LATEST-SNAPSHOT.
           OPEN INPUT INPUT-HISTORY
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "INTACCR: cannot open " WS-HISTORY-FILENAME
                   ", file status " WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-HISTORY = "Y"
               READ INPUT-HISTORY INTO HISTORY-RECORD
                   AT END
                       MOVE "Y" TO EOF-HISTORY
                   NOT AT END
                       IF BH-DATE > WS-ACCRUAL-DATE
                           AND BH-DATE <= WS-TODAY
                           MOVE BH-DATE TO WS-ACCRUAL-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-HISTORY.
       EXIT.

      * Closed/frozen accounts earn nothing, only a positive
      * balance accrues interest and only a negative one overdraft
      * interest - the same rules INTPOST posts by. The days
      * since the last accrual are accrued on today's balance, which
      * covers weekends and holidays without a snapshot.
       ACCRUE-ONE-ACCOUNT.
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = BH-ACCOUNT-NUMBER
                   IF account-status OF ACCOUNT-ARRAY(idx-acct)
                           NOT = "C"
                       AND account-status OF ACCOUNT-ARRAY(idx-acct)
                           NOT = "F"
                       PERFORM FIND-LEDGER-ROW
                       IF IA-ARR-LAST-ACCRUAL-DATE(accrual-slot)
                               NOT < WS-ACCRUAL-DATE
                           ADD 1 TO skipped-count
                       ELSE
                           PERFORM ADD-DAY-INTEREST
                       END-IF
                   END-IF
           END-SEARCH.
       EXIT.

       ADD-DAY-INTEREST.
           IF IA-ARR-LAST-ACCRUAL-DATE(accrual-slot) = SPACES
               MOVE 1 TO accrual-days
           ELSE
               COMPUTE accrual-days =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-ACCRUAL-DATE))
                   - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       IA-ARR-LAST-ACCRUAL-DATE(accrual-slot)))
           END-IF
           MOVE account-type OF ACCOUNT-ARRAY(idx-acct)
               TO IA-ARR-ACCOUNT-TYPE(accrual-slot)
           MOVE WS-ACCRUAL-DATE
               TO IA-ARR-LAST-ACCRUAL-DATE(accrual-slot)
           ADD accrual-days TO IA-ARR-DAYS(accrual-slot)

      *    Rates are monthly; a day is 12/365 of one. A tiered type
      *    accrues band by band, anything else in band 1.
           MOVE "N" TO tier-found
           MOVE ZEROES TO day-interest
           IF BH-BALANCE > ZEROES
               IF tiers-loaded = "Y"
                   MOVE account-type OF ACCOUNT-ARRAY(idx-acct)
                       TO tier-account-type
                   MOVE BH-BALANCE TO tier-balance
                   MOVE WS-ACCRUAL-DATE TO tier-as-of-date
                   PERFORM SPLIT-RATE-BANDS
               END-IF
               IF tier-found = "Y"
                   PERFORM VARYING idx-tb FROM 1 BY 1
                           UNTIL idx-tb > tier-band-count
                       COMPUTE band-day-interest ROUNDED =
                           TB-PORTION(idx-tb) * TB-RATE(idx-tb)
                           * 12 / 365 * accrual-days
                       ADD band-day-interest
                           TO IA-ARR-BAND-ACCRUED(accrual-slot, idx-tb)
                       ADD band-day-interest TO day-interest
                   END-PERFORM
               ELSE
                   PERFORM FIND-INTEREST-RATE
                   COMPUTE day-interest ROUNDED =
                       BH-BALANCE * WS-INTEREST-RATE * 12 / 365
                       * accrual-days
                   ADD day-interest
                       TO IA-ARR-BAND-ACCRUED(accrual-slot, 1)
               END-IF
           END-IF
           ADD day-interest TO IA-ARR-ACCRUED(accrual-slot)
           ADD day-interest TO day-total

      *    An overdrawn day accrues the product's overdraft rate on
      *    the amount drawn, in its own column.
           MOVE ZEROES TO overdraft-day-interest
           IF BH-BALANCE < ZEROES
               PERFORM FIND-OVERDRAFT-RATE
               COMPUTE overdraft-day-interest ROUNDED =
                   (0 - BH-BALANCE) * WS-OVERDRAFT-RATE * 12 / 365
                   * accrual-days
               ADD overdraft-day-interest
                   TO IA-ARR-OVERDRAFT-ACCRUED(accrual-slot)
               ADD overdraft-day-interest TO overdraft-day-total
           END-IF
           ADD 1 TO accrued-count

           IF day-interest NOT = ZEROES
               MOVE day-interest TO interest-display
               MOVE IA-ARR-ACCRUED(accrual-slot) TO accrued-display
               MOVE SPACES TO INFO
               STRING "PAALOEBET: konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(BH-ACCOUNT-NUMBER) DELIMITED BY SIZE
                   " dage=" DELIMITED BY SIZE
                   accrual-days DELIMITED BY SIZE
                   " rente=" DELIMITED BY SIZE
                   FUNCTION TRIM(interest-display) DELIMITED BY SIZE
                   " i-alt=" DELIMITED BY SIZE
                   FUNCTION TRIM(accrued-display) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF
           IF overdraft-day-interest NOT = ZEROES
               MOVE overdraft-day-interest TO interest-display
               MOVE IA-ARR-OVERDRAFT-ACCRUED(accrual-slot)
                   TO accrued-display
               MOVE SPACES TO INFO
               STRING "OVERTRAEK: konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(BH-ACCOUNT-NUMBER) DELIMITED BY SIZE
                   " dage=" DELIMITED BY SIZE
                   accrual-days DELIMITED BY SIZE
                   " rente=" DELIMITED BY SIZE
                   FUNCTION TRIM(interest-display) DELIMITED BY SIZE
                   " i-alt=" DELIMITED BY SIZE
                   FUNCTION TRIM(accrued-display) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF.
       EXIT.

      * Same rate choice as INTPOST's CALCULATE-INTEREST.
       FIND-INTEREST-RATE.
           IF catalog-loaded = "Y"
               MOVE account-type OF ACCOUNT-ARRAY(idx-acct)
                   TO lookup-product-type
               PERFORM LOOKUP-PRODUCT
               IF product-found = "Y"
                   MOVE PRD-INTEREST-RATE
                       OF CATALOG-ARRAY(product-slot)
                       TO WS-INTEREST-RATE
               ELSE
                   MOVE ZEROES TO WS-INTEREST-RATE
               END-IF
           ELSE
               EVALUATE FUNCTION TRIM(account-type
                       OF ACCOUNT-ARRAY(idx-acct))
                   WHEN "SAVINGS"
                       MOVE 0.0025 TO WS-INTEREST-RATE
                   WHEN "CHECKING"
                       MOVE 0.0005 TO WS-INTEREST-RATE
                   WHEN OTHER
                       MOVE ZEROES TO WS-INTEREST-RATE
               END-EVALUATE
           END-IF.
       EXIT.

      * Overdraft rate from the product catalog; there is no
      * built-in fallback, so without a catalog nothing accrues.
       FIND-OVERDRAFT-RATE.
           MOVE ZEROES TO WS-OVERDRAFT-RATE
           IF catalog-loaded = "Y"
               MOVE account-type OF ACCOUNT-ARRAY(idx-acct)
                   TO lookup-product-type
               PERFORM LOOKUP-PRODUCT
               IF product-found = "Y"
                   MOVE PRD-OVERDRAFT-RATE
                       OF CATALOG-ARRAY(product-slot)
                       TO WS-OVERDRAFT-RATE
               END-IF
           END-IF.
       EXIT.

      * BH-ACCOUNT-NUMBER in; accrual-slot out, a new zero row when
      * the account has none yet.
       FIND-LEDGER-ROW.
           MOVE ZEROES TO accrual-slot
           SET idx-accr TO 1
           SEARCH ACCRUAL-ARRAY
               AT END
                   CONTINUE
               WHEN IA-ARR-ACCOUNT-NUMBER(idx-accr) = BH-ACCOUNT-NUMBER
                   SET accrual-slot TO idx-accr
           END-SEARCH
           IF accrual-slot = ZEROES
               IF accrual-count >= ACCRUAL-ARRAY-MAX
                   DISPLAY "INTACCR: ACCRUAL-ARRAY is full"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO accrual-count
               MOVE accrual-count TO accrual-slot
               MOVE BH-ACCOUNT-NUMBER
                   TO IA-ARR-ACCOUNT-NUMBER(accrual-slot)
           END-IF.
       EXIT.

      * Tonight is month-end when the next bank day after today
      * falls in another month.
       CHECK-MONTH-END.
           ACCEPT WS-CALENDAR-FILENAME
               FROM ENVIRONMENT "HOLIDAY_CALENDAR_FILE"
           IF WS-CALENDAR-FILENAME = SPACES
               MOVE "holiday-calendar.txt" TO WS-CALENDAR-FILENAME
           END-IF
           PERFORM LOAD-HOLIDAY-CALENDAR
           COMPUTE roll-work-date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               + 1)
           MOVE roll-work-date TO roll-in-date
           PERFORM ROLL-TO-BUSINESS-DAY
           IF roll-out-date(1:6) NOT = WS-TODAY(1:6)
               MOVE "Y" TO month-end-tonight
               MOVE SPACES TO INFO
               WRITE REPORT-LINE
           END-IF.
       EXIT.

      * Month-end: the accrued-but-unposted interest per
      * account-type goes to the GL. Only the movement since the last
      * month-end is booked, so a rerun books nothing new and what
      * INTPOST has posted since is released again. Overdraft
      * interest is not accrued to the GL; it reaches it as the
      * charge INTPOST posts.
       RUN-MONTHEND.
           PERFORM LOAD-GL-MAPPING

           MOVE SPACES TO INFO
           STRING "Periodiseret rente til hovedbogen " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE "-----------------------------------------------"
               TO INFO
           WRITE REPORT-LINE

           PERFORM VARYING idx-accr FROM 1 BY 1
                   UNTIL idx-accr > accrual-count
               COMPUTE booked-amount ROUNDED =
                   IA-ARR-ACCRUED(idx-accr)
               PERFORM FIND-TYPE-TOTAL
               ADD booked-amount TO TT-CURRENT(type-slot)
               ADD IA-ARR-GL-BOOKED(idx-accr) TO TT-PREVIOUS(type-slot)
               ADD booked-amount TO ledger-total
           END-PERFORM

           PERFORM OPEN-GL-JOURNAL
           PERFORM VARYING idx-type FROM 1 BY 1
                   UNTIL idx-type > type-total-count
               PERFORM BOOK-TYPE-DELTA
           END-PERFORM
           PERFORM CLOSE-GL-JOURNAL

      *    Only what reached the GL counts as booked; an unmapped
      *    type keeps its old figure, so the next month-end books
      *    the movement once the mapping row is added.
           PERFORM VARYING idx-accr FROM 1 BY 1
                   UNTIL idx-accr > accrual-count
               PERFORM FIND-TYPE-TOTAL
               IF TT-MAPPED(type-slot) = "Y"
                   COMPUTE IA-ARR-GL-BOOKED(idx-accr) ROUNDED =
                       IA-ARR-ACCRUED(idx-accr)
               END-IF
           END-PERFORM

           MOVE ledger-total TO total-display
           MOVE SPACES TO INFO
           STRING "TRAILER: account-count=" DELIMITED BY SIZE
               accrual-count DELIMITED BY SIZE
               " accrued-total=" DELIMITED BY SIZE
               FUNCTION TRIM(total-display) DELIMITED BY SIZE
               " unmapped=" DELIMITED BY SIZE
               gl-unmapped-count DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           DISPLAY "INTACCR: month-end accrual "
               FUNCTION TRIM(total-display) " over "
               type-total-count " account type(s).".
       EXIT.

       FIND-TYPE-TOTAL.
           MOVE ZEROES TO type-slot
           PERFORM VARYING idx-type FROM 1 BY 1
                   UNTIL idx-type > type-total-count OR type-slot > 0
               IF TT-ACCOUNT-TYPE(idx-type)
                       = IA-ARR-ACCOUNT-TYPE(idx-accr)
                   SET type-slot TO idx-type
               END-IF
           END-PERFORM
           IF type-slot = ZEROES
               IF type-total-count >= TYPE-TOTAL-MAX
                   DISPLAY "INTACCR: TYPE-TOTAL-ARRAY is full"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO type-total-count
               MOVE type-total-count TO type-slot
               MOVE IA-ARR-ACCOUNT-TYPE(idx-accr)
                   TO TT-ACCOUNT-TYPE(type-slot)
           END-IF.
       EXIT.

      * An increase debits interest expense and credits accrued
      * interest payable per the "A" mapping row; a decrease reverses
      * the two sides.
       BOOK-TYPE-DELTA.
           COMPUTE accrual-delta =
               TT-CURRENT(idx-type) - TT-PREVIOUS(idx-type)
           MOVE TT-ACCOUNT-TYPE(idx-type) TO gl-post-account-type
           MOVE "A" TO gl-post-txn-type
           IF accrual-delta < ZEROES
               COMPUTE gl-post-amount = 0 - accrual-delta
               MOVE "Y" TO gl-post-reverse
           ELSE
               MOVE accrual-delta TO gl-post-amount
               MOVE "N" TO gl-post-reverse
           END-IF
           PERFORM POST-GL-ENTRY
           MOVE gl-post-mapped TO TT-MAPPED(idx-type)

           MOVE accrual-delta TO amount-display
           MOVE TT-CURRENT(idx-type) TO total-display
           MOVE SPACES TO INFO
           IF gl-post-mapped = "Y"
               STRING "PERIODISERET: account-type=" DELIMITED BY SIZE
                   FUNCTION TRIM(TT-ACCOUNT-TYPE(idx-type))
                       DELIMITED BY SIZE
                   " paaloebet=" DELIMITED BY SIZE
                   FUNCTION TRIM(total-display) DELIMITED BY SIZE
                   " bevaegelse=" DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   INTO INFO
           ELSE
               STRING "UMAPPET: account-type=" DELIMITED BY SIZE
                   FUNCTION TRIM(TT-ACCOUNT-TYPE(idx-type))
                       DELIMITED BY SIZE
                   " transaktionstype=A bevaegelse=" DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   " ikke bogfoert" DELIMITED BY SIZE
                   INTO INFO
           END-IF
           WRITE REPORT-LINE.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "INTACCR: " WS-ACCOUNTS-FILENAME
                           " has more rows than ACCOUNT-ARRAY ("
                           ACCOUNT-ARRAY-MAX ") can hold, "
                           "stopping load"
                       MOVE "Y" TO END-OF-FILE
                   ELSE
                       MOVE ACCOUNT-RECORD TO ACCOUNT-ARRAY(idx-acct)
                       SET idx-acct UP BY 1
                       ADD 1 TO account-count
                   END-IF
           END-READ

           IF WS-ACCOUNTS-STATUS NOT = "00"
                   AND WS-ACCOUNTS-STATUS NOT = "10"
               DISPLAY "INTACCR: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO END-OF-FILE
           END-IF
           END-PERFORM.
       EXIT.

      * No ledger yet is a normal state - the first accrual run
      * creates it.
       LOAD-LEDGER.
           OPEN INPUT INPUT-ACCRUALS
           IF WS-ACCRUALS-STATUS = "00"
               PERFORM UNTIL EOF-ACCRUALS = "Y"
                   READ INPUT-ACCRUALS INTO ACCRUAL-RECORD
                       AT END
                           MOVE "Y" TO EOF-ACCRUALS
                       NOT AT END
                           IF accrual-count >= ACCRUAL-ARRAY-MAX
                               DISPLAY "INTACCR: ACCRUAL-ARRAY is "
                                   "full, cannot load more of "
                                   WS-ACCRUALS-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO accrual-count
                           MOVE ACCRUAL-RECORD
                               TO ACCRUAL-ARRAY(accrual-count)
                           IF IA-ARR-OVERDRAFT-ACCRUED(accrual-count)
                                   NOT NUMERIC
                               MOVE ZEROES TO IA-ARR-OVERDRAFT-ACCRUED
                                   (accrual-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-ACCRUALS
           ELSE
               IF WS-ACCRUALS-STATUS NOT = "35"
                   DISPLAY "INTACCR: cannot open "
                       WS-ACCRUALS-FILENAME ", file status "
                       WS-ACCRUALS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO ledger-existed
           END-IF.
       EXIT.

       REWRITE-LEDGER.
           MOVE WS-ACCRUALS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           IF ledger-existed = "Y"
               MOVE swap-new-name TO WS-ACCRUALS-FILENAME
           END-IF
           OPEN OUTPUT OUTPUT-ACCRUALS
           IF WS-ACCRUALS-STATUS NOT = "00"
               DISPLAY "INTACCR: cannot open "
                   WS-ACCRUALS-FILENAME " for rewrite, file status "
                   WS-ACCRUALS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-accr FROM 1 BY 1
                   UNTIL idx-accr > accrual-count
               MOVE ACCRUAL-ARRAY(idx-accr) TO OUTPUT-ACCRUAL-RECORD
               WRITE OUTPUT-ACCRUAL-RECORD
           END-PERFORM
           CLOSE OUTPUT-ACCRUALS

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-ACCRUALS
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-ACCRUALS INTO ACCRUAL-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-ACCRUALS
           IF verify-count NOT = accrual-count
               DISPLAY "INTACCR: new ledger FAILED verification ("
                   verify-count "/" accrual-count
                   ") - live ledger untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-ACCRUALS-FILENAME
           IF ledger-existed = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           END-IF.
       EXIT.

           COPY "gl-post.cpy".

           COPY "business-day.cpy".

           COPY "rate-tier.cpy".

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "catalog-check.cpy".

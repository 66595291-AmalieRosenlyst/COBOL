      * Formål: Genfastsaettelse af variabelt forrentede laan. Naar
      *    referencerenten flyttede sig, rettede nogen hidtil
      *    LN-ANNUAL-RATE paa hvert variabelt laan i haanden.
      *    Koerslen laeser de publicerede referencerenter
      *    (reference-rates.txt, f.eks. CIBOR3M/CIBOR6M med
      *    ikrafttraedelsesdato) og genberegner for hvert laan med
      *    LN-RATE-TYPE "V", hvis genfastsaettelsesdato er naaet,
      *    den aarlige sats (referencerente + margin, aldrig under
      *    nul) og ydelsen som annuitet over restgaeld og
      *    restloebetid. Genfastsaettelsesdatoen rulles frem med
      *    laanets frekvens. Hver aendret kunde faar et
      *    rentetilpasningsbrev via CORRENG (haendelse
      *    RENTE-AENDRING), og rapporten viser gammel mod ny ydelse
      *    pr. laan. Hvert genfastsat laan faar foer- og
      *    efterbillede i master-journal.txt (journal.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANREPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-LOANS ASSIGN TO DYNAMIC WS-LOANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOANS-STATUS.
       SELECT OUTPUT-LOANS ASSIGN TO DYNAMIC WS-LOANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOANS-STATUS.
       SELECT INPUT-REF-RATES ASSIGN TO DYNAMIC WS-REF-RATES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REF-RATES-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT EVENTS-FILE ASSIGN TO DYNAMIC WS-EVENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EVENTS-STATUS.
       SELECT MASTER-JOURNAL-FILE
       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-LOANS.
       01 LOAN-RECORD.
           COPY "loan-master.cpy".
       FD OUTPUT-LOANS.
       01 OUTPUT-LOAN-RECORD.
           COPY "loan-master.cpy"
               REPLACING LEADING ==LN-== BY ==LN-OUT-==.
       FD INPUT-REF-RATES.
       01 REF-RATE-RECORD.
           COPY "reference-rates.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).
       FD EVENTS-FILE.
       01 EVENT-RECORD.
           COPY "correspondence-events.cpy".
       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-REF-RATES                 PIC X VALUE "N".
       01 WS-LOANS-STATUS               PIC XX VALUE "00".
       01 WS-REF-RATES-STATUS           PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".
       01 WS-EVENTS-STATUS              PIC XX VALUE "00".

       01 LOAN-ARRAY-MAX                PIC 9(4) VALUE 500.
       01 LOAN-ARRAY                    OCCURS 500 TIMES
                                        INDEXED BY idx-loan.
           COPY "loan-master.cpy"
               REPLACING LEADING ==LN-== BY ==LN-ARR-==.
       01 loan-count                    PIC 9(4) VALUE ZEROES.

       01 REF-RATE-ARRAY-MAX            PIC 9(4) VALUE 1000.
       01 REF-RATE-ARRAY                OCCURS 1000 TIMES
                                        INDEXED BY idx-rr.
           COPY "reference-rates.cpy"
               REPLACING LEADING ==RR-== BY ==RR-ARR-==.
       01 ref-rate-count                PIC 9(4) VALUE ZEROES.

      * The reference rate in force on the reset date: the latest
      * row for the code effective on or before it.
       01 rate-found                    PIC X VALUE "N".
       01 best-effective-date           PIC X(8) VALUE SPACES.
       01 in-force-rate                 PIC S9(2)V99999 VALUE ZEROES.
       01 new-rate-signed               PIC S9(3)V99999 VALUE ZEROES.
       01 new-annual-rate               PIC 9(2)V99999 VALUE ZEROES.
       01 old-annual-rate               PIC 9(2)V99999 VALUE ZEROES.
       01 old-installment               PIC 9(7)V99 VALUE ZEROES.
       01 new-installment               PIC 9(7)V99 VALUE ZEROES.
       01 monthly-rate                  PIC 9V9(9) VALUE ZEROES.
       01 annuity-factor                PIC 9(3)V9(9) VALUE ZEROES.
       01 reset-date.
           02 reset-year                PIC 9(4).
           02 reset-month               PIC 9(2).
           02 reset-day                 PIC 9(2).
       01 rate-display                  PIC Z9.99999.
       01 old-rate-display              PIC Z9.99999.
       01 installment-display           PIC Z(6)9.99.
       01 old-installment-display       PIC Z(6)9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-LOANS-FILENAME
           PIC X(100) VALUE "loan-master.txt".
       01 WS-REF-RATES-FILENAME
           PIC X(100) VALUE "reference-rates.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "loan-repricing-report.txt".
       01 WS-EVENTS-FILENAME
           PIC X(100) VALUE "correspondence-events.txt".

      * Safe rewrite-and-swap of loan-master.txt, same pattern as
      * LOANPOST.
           COPY "safe-swap-fields.cpy".

      * Before and after image of each repriced loan (journal.cpy).
           COPY "journal-fields.cpy".

      * Batch control totals
       01 due-count                     PIC 9(5) VALUE ZEROES.
       01 repriced-count                PIC 9(5) VALUE ZEROES.
       01 unchanged-count               PIC 9(5) VALUE ZEROES.
       01 missing-rate-count            PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-LOANS-FILENAME FROM ENVIRONMENT "LOAN_MASTER_FILE"
       IF WS-LOANS-FILENAME = SPACES
           MOVE "loan-master.txt" TO WS-LOANS-FILENAME
       END-IF

       ACCEPT WS-REF-RATES-FILENAME
           FROM ENVIRONMENT "REFERENCE_RATES_FILE"
       IF WS-REF-RATES-FILENAME = SPACES
           MOVE "reference-rates.txt" TO WS-REF-RATES-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "LOAN_REPRICING_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "loan-repricing-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-EVENTS-FILENAME
           FROM ENVIRONMENT "CORRESPONDENCE_EVENTS_FILE"
       IF WS-EVENTS-FILENAME = SPACES
           MOVE "correspondence-events.txt" TO WS-EVENTS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       MOVE "LOANREPR" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       OPEN INPUT INPUT-REF-RATES
       IF WS-REF-RATES-STATUS NOT = "00"
           DISPLAY "LOANREPR: cannot open " WS-REF-RATES-FILENAME
               ", file status " WS-REF-RATES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF-REF-RATES = "Y"
           READ INPUT-REF-RATES INTO REF-RATE-RECORD
               AT END
                   MOVE "Y" TO EOF-REF-RATES
               NOT AT END
                   IF ref-rate-count >= REF-RATE-ARRAY-MAX
                       DISPLAY "LOANREPR: REF-RATE-ARRAY is full, "
                           "cannot load more of "
                           WS-REF-RATES-FILENAME
                       MOVE "Y" TO EOF-REF-RATES
                   ELSE
                       ADD 1 TO ref-rate-count
                       MOVE REF-RATE-RECORD
                           TO REF-RATE-ARRAY(ref-rate-count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE INPUT-REF-RATES.

       OPEN INPUT INPUT-LOANS
       IF WS-LOANS-STATUS = "35"
           DISPLAY "LOANREPR: no " FUNCTION TRIM(WS-LOANS-FILENAME)
               " on file, nothing to do"
           PERFORM RELEASE-RUN-LOCK
           STOP RUN
       END-IF
       IF WS-LOANS-STATUS NOT = "00"
           DISPLAY "LOANREPR: cannot open " WS-LOANS-FILENAME ", "
               "file status " WS-LOANS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-LOANS INTO LOAN-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF loan-count >= LOAN-ARRAY-MAX
                       DISPLAY "LOANREPR: LOAN-ARRAY is full, "
                           "cannot load more of " WS-LOANS-FILENAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO loan-count
                   MOVE LOAN-RECORD TO LOAN-ARRAY(loan-count)
           END-READ
       END-PERFORM.
       CLOSE INPUT-LOANS.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "LOANREPR: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND EVENTS-FILE
       IF WS-EVENTS-STATUS = "35"
           OPEN OUTPUT EVENTS-FILE
       END-IF
       IF WS-EVENTS-STATUS NOT = "00"
           DISPLAY "LOANREPR: cannot open " WS-EVENTS-FILENAME
               ", file status " WS-EVENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "Rentetilpasning af variabelt forrentede laan" TO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       MOVE "LOANREPR" TO jrn-program
       MOVE WS-LOANS-FILENAME(1:40) TO jrn-master-file
       PERFORM OPEN-MASTER-JOURNAL

       PERFORM VARYING idx-loan FROM 1 BY 1
               UNTIL idx-loan > loan-count
           IF LN-ARR-RATE-TYPE OF LOAN-ARRAY(idx-loan) = "V"
               AND LN-ARR-NEXT-RESET-DATE OF LOAN-ARRAY(idx-loan)
                   NOT = SPACES
               AND LN-ARR-NEXT-RESET-DATE OF LOAN-ARRAY(idx-loan)
                   <= WS-TODAY
               AND LN-ARR-PRINCIPAL OF LOAN-ARRAY(idx-loan) > ZEROES
               AND LN-ARR-TERM-MONTHS OF LOAN-ARRAY(idx-loan)
                   > ZEROES
               ADD 1 TO due-count
               PERFORM REPRICE-ONE-LOAN
           END-IF
       END-PERFORM.

       MOVE SPACES TO INFO
       STRING "TRAILER: loan-count=" DELIMITED BY SIZE
           loan-count DELIMITED BY SIZE
           " due=" DELIMITED BY SIZE
           due-count DELIMITED BY SIZE
           " repriced=" DELIMITED BY SIZE
           repriced-count DELIMITED BY SIZE
           " unchanged=" DELIMITED BY SIZE
           unchanged-count DELIMITED BY SIZE
           " missing-rate=" DELIMITED BY SIZE
           missing-rate-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.
       CLOSE EVENTS-FILE.
       PERFORM CLOSE-MASTER-JOURNAL.

       IF due-count > 0
           PERFORM REWRITE-LOAN-MASTER
       END-IF

       DISPLAY "LOANREPR: " due-count " loan(s) due for reset, "
           repriced-count " repriced, " unchanged-count
           " unchanged, " missing-rate-count " without a rate."

       IF missing-rate-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * A loan whose reference rate has no row in force keeps its
      * rate and reset date, so the next run retries it once the
      * rate is published.
       REPRICE-ONE-LOAN.
           PERFORM FIND-RATE-IN-FORCE
           IF rate-found = "N"
               ADD 1 TO missing-rate-count
               MOVE SPACES TO INFO
               STRING "INGEN-REFERENCERENTE: laan=" DELIMITED BY SIZE
                   FUNCTION TRIM(LN-ARR-ACCOUNT-NUMBER
                       OF LOAN-ARRAY(idx-loan)) DELIMITED BY SIZE
                   " kode=" DELIMITED BY SIZE
                   LN-ARR-REF-RATE-CODE OF LOAN-ARRAY(idx-loan)
                       DELIMITED BY SIZE
                   " pr=" DELIMITED BY SIZE
                   LN-ARR-NEXT-RESET-DATE OF LOAN-ARRAY(idx-loan)
                       DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               MOVE LN-ARR-ACCOUNT-NUMBER OF LOAN-ARRAY(idx-loan)
                   TO jrn-key
               MOVE "B" TO jrn-image-type
               MOVE SPACES TO jrn-image
               MOVE LOAN-ARRAY(idx-loan) TO jrn-image
               PERFORM WRITE-JOURNAL-IMAGE
               MOVE LN-ARR-ANNUAL-RATE OF LOAN-ARRAY(idx-loan)
                   TO old-annual-rate
               MOVE LN-ARR-INSTALLMENT OF LOAN-ARRAY(idx-loan)
                   TO old-installment
               COMPUTE new-rate-signed =
                   in-force-rate
                   + LN-ARR-MARGIN OF LOAN-ARRAY(idx-loan)
               IF new-rate-signed < ZEROES
                   MOVE ZEROES TO new-annual-rate
               ELSE
                   MOVE new-rate-signed TO new-annual-rate
               END-IF
               PERFORM COMPUTE-NEW-INSTALLMENT
               MOVE new-annual-rate
                   TO LN-ARR-ANNUAL-RATE OF LOAN-ARRAY(idx-loan)
               MOVE new-installment
                   TO LN-ARR-INSTALLMENT OF LOAN-ARRAY(idx-loan)
               PERFORM ROLL-RESET-DATE
               MOVE "A" TO jrn-image-type
               MOVE SPACES TO jrn-image
               MOVE LOAN-ARRAY(idx-loan) TO jrn-image
               PERFORM WRITE-JOURNAL-IMAGE
               PERFORM WRITE-REPRICING-LINE
               IF new-annual-rate NOT = old-annual-rate
                   ADD 1 TO repriced-count
                   PERFORM WRITE-RATE-CHANGE-EVENT
               ELSE
                   ADD 1 TO unchanged-count
               END-IF
           END-IF.
       EXIT.

       FIND-RATE-IN-FORCE.
           MOVE "N" TO rate-found
           MOVE SPACES TO best-effective-date
           PERFORM VARYING idx-rr FROM 1 BY 1
                   UNTIL idx-rr > ref-rate-count
               IF RR-ARR-RATE-CODE OF REF-RATE-ARRAY(idx-rr)
                       = LN-ARR-REF-RATE-CODE OF LOAN-ARRAY(idx-loan)
                   AND RR-ARR-EFFECTIVE-DATE OF REF-RATE-ARRAY(idx-rr)
                       <= LN-ARR-NEXT-RESET-DATE
                           OF LOAN-ARRAY(idx-loan)
                   AND (rate-found = "N"
                       OR RR-ARR-EFFECTIVE-DATE
                           OF REF-RATE-ARRAY(idx-rr)
                           > best-effective-date)
                   MOVE "Y" TO rate-found
                   MOVE RR-ARR-EFFECTIVE-DATE OF REF-RATE-ARRAY(idx-rr)
                       TO best-effective-date
                   MOVE RR-ARR-RATE OF REF-RATE-ARRAY(idx-rr)
                       TO in-force-rate
               END-IF
           END-PERFORM.
       EXIT.

      * Annuity over the outstanding principal and remaining term,
      * same formula as LOANORIG.
       COMPUTE-NEW-INSTALLMENT.
           COMPUTE monthly-rate ROUNDED = new-annual-rate / 100 / 12
           IF monthly-rate = ZEROES
               COMPUTE new-installment ROUNDED =
                   LN-ARR-PRINCIPAL OF LOAN-ARRAY(idx-loan)
                   / LN-ARR-TERM-MONTHS OF LOAN-ARRAY(idx-loan)
           ELSE
               COMPUTE annuity-factor ROUNDED =
                   (1 + monthly-rate)
                   ** LN-ARR-TERM-MONTHS OF LOAN-ARRAY(idx-loan)
               COMPUTE new-installment ROUNDED =
                   LN-ARR-PRINCIPAL OF LOAN-ARRAY(idx-loan)
                   * monthly-rate * annuity-factor
                   / (annuity-factor - 1)
           END-IF.
       EXIT.

      * Next reset: the loan's frequency on from the reset just
      * done, repeated past today after a missed run; the day is
      * clipped to 28 as in LOANPOST's due-date roll.
       ROLL-RESET-DATE.
           MOVE LN-ARR-NEXT-RESET-DATE OF LOAN-ARRAY(idx-loan)
               TO reset-date
           IF LN-ARR-RESET-MONTHS OF LOAN-ARRAY(idx-loan) NOT NUMERIC
               OR LN-ARR-RESET-MONTHS OF LOAN-ARRAY(idx-loan) = ZEROES
               MOVE 3 TO LN-ARR-RESET-MONTHS OF LOAN-ARRAY(idx-loan)
           END-IF
           IF reset-day > 28
               MOVE 28 TO reset-day
           END-IF
           PERFORM UNTIL reset-date > WS-TODAY
               ADD LN-ARR-RESET-MONTHS OF LOAN-ARRAY(idx-loan)
                   TO reset-month
               PERFORM UNTIL reset-month <= 12
                   SUBTRACT 12 FROM reset-month
                   ADD 1 TO reset-year
               END-PERFORM
           END-PERFORM
           MOVE reset-date
               TO LN-ARR-NEXT-RESET-DATE OF LOAN-ARRAY(idx-loan).
       EXIT.

       WRITE-REPRICING-LINE.
           MOVE old-annual-rate TO old-rate-display
           MOVE new-annual-rate TO rate-display
           MOVE old-installment TO old-installment-display
           MOVE new-installment TO installment-display
           MOVE SPACES TO INFO
           STRING "TILPASSET: laan=" DELIMITED BY SIZE
               FUNCTION TRIM(LN-ARR-ACCOUNT-NUMBER
                   OF LOAN-ARRAY(idx-loan)) DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               LN-ARR-CLIENT-ID OF LOAN-ARRAY(idx-loan)
                   DELIMITED BY SIZE
               " kode=" DELIMITED BY SIZE
               FUNCTION TRIM(LN-ARR-REF-RATE-CODE
                   OF LOAN-ARRAY(idx-loan)) DELIMITED BY SIZE
               " rente=" DELIMITED BY SIZE
               FUNCTION TRIM(old-rate-display) DELIMITED BY SIZE
               "->" DELIMITED BY SIZE
               FUNCTION TRIM(rate-display) DELIMITED BY SIZE
               " ydelse=" DELIMITED BY SIZE
               FUNCTION TRIM(old-installment-display)
                   DELIMITED BY SIZE
               "->" DELIMITED BY SIZE
               FUNCTION TRIM(installment-display) DELIMITED BY SIZE
               " naeste=" DELIMITED BY SIZE
               LN-ARR-NEXT-RESET-DATE OF LOAN-ARRAY(idx-loan)
                   DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * The rate-change notice for CORRENG: new rate and new
      * installment.
       WRITE-RATE-CHANGE-EVENT.
           MOVE SPACES TO EVENT-RECORD
           MOVE "RENTE-AENDRING" TO EV-EVENT-CODE
           MOVE LN-ARR-CLIENT-ID OF LOAN-ARRAY(idx-loan)
               TO EV-CLIENT-ID
           MOVE WS-TODAY TO EV-EVENT-DATE
           MOVE FUNCTION TRIM(rate-display) TO EV-VAR1
           MOVE FUNCTION TRIM(installment-display) TO EV-VAR2
           WRITE EVENT-RECORD.
       EXIT.

       REWRITE-LOAN-MASTER.
           MOVE WS-LOANS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-LOANS-FILENAME

           OPEN OUTPUT OUTPUT-LOANS
           IF WS-LOANS-STATUS NOT = "00"
               DISPLAY "LOANREPR: cannot open " WS-LOANS-FILENAME
                   " for rewrite, file status " WS-LOANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-loan FROM 1 BY 1
                   UNTIL idx-loan > loan-count
               MOVE LOAN-ARRAY(idx-loan) TO OUTPUT-LOAN-RECORD
               WRITE OUTPUT-LOAN-RECORD
           END-PERFORM
           CLOSE OUTPUT-LOANS

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-LOANS
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-LOANS INTO LOAN-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-LOANS
           IF verify-count NOT = loan-count
               DISPLAY "LOANREPR: new loan master FAILED "
                   "verification (" verify-count "/" loan-count
                   ") - live master untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE swap-master-name TO WS-LOANS-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "journal.cpy".

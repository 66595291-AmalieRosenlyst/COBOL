      * Formål: Massemigrering af konti fra en kontotype til en anden,
      *    naar et produkt udgaar (fx en gammel LOENKONTO der afloeses
      *    af en ny). Hidtil skulle hver konto flyttes med sin egen
      *    ACCTMAINT-anmodning. Nu indlaeses en migrering (product-
      *    migration-requests.txt: gammel type, ny type, ikraft-
      *    traedelsesdato, bestiller) som ventende i product-
      *    migrations.txt. Begge typer skal findes i product-
      *    catalog.txt, og produkterne skal vaere forenelige (samme
      *    aftaleindlaans-, udlaans- og pensionsloftflag); ikraft-
      *    traeden skal ligge mindst PRODUCT_MIGRATION_NOTICE_DAYS
      *    (standard 60) dage fremme. Ved indlaesningen faar hver
      *    beroert kunde eet varsel via correspondence-events.txt
      *    (PRODUKTSKIFTE), som CORRENG sender ad kundens kanal, og
      *    konti der i dag ikke opfylder maalproduktets regler listes,
      *    saa de kan rettes inden datoen. Paa ikrafttraedelsesdagen
      *    kontrolleres hver aaben eller spaerret konto af den gamle
      *    type igen mod maalproduktet (traekgraense mod standard-
      *    traekgraensen, saldo, loft og flag); de der opfylder
      *    reglerne skiftes type med foer- og efterbillede i master-
      *    journalen og en linje i account-change-history.txt som
      *    ACCTMAINT's, og account-info.txt skrives om. Konti der
      *    ikke kunne flyttes bliver paa den gamle type og staar i
      *    rapporten med aarsagen (RETURN-CODE 8).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT INPUT-MIGRATIONS ASSIGN TO DYNAMIC WS-MIGRATIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MIGRATIONS-STATUS.
       SELECT OUTPUT-MIGRATIONS
       ASSIGN TO DYNAMIC WS-MIGRATIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MIGRATIONS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT OUTPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT PRODUCT-CATALOG-FILE
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT ACCOUNT-HISTORY-FILE
       ASSIGN TO DYNAMIC WS-ACCOUNT-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNT-HISTORY-STATUS.
       SELECT EVENTS-FILE ASSIGN TO DYNAMIC WS-EVENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EVENTS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT MASTER-JOURNAL-FILE
       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-REQUESTS.
       01 REQUEST-RECORD.
           COPY "product-migrations.cpy"
               REPLACING LEADING ==PM-== BY ==RQ-==.
       FD INPUT-MIGRATIONS.
       01 MIGRATION-RECORD.
           COPY "product-migrations.cpy".
       FD OUTPUT-MIGRATIONS.
       01 OUTPUT-MIGRATION-RECORD.
           COPY "product-migrations.cpy"
               REPLACING LEADING ==PM-== BY ==PM-OUT-==.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD OUTPUT-ACCOUNTS.
       01 OUTPUT-ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD PRODUCT-CATALOG-FILE.
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".
       FD ACCOUNT-HISTORY-FILE.
       01 ACCOUNT-HISTORY-LINE.
           02 ACH-INFO                 PIC X(150).
       FD EVENTS-FILE.
       01 EVENT-RECORD.
           COPY "correspondence-events.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).
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
      * Produktkataloget (catalog-check.cpy) giver begge produkters
      * regler.
           COPY "catalog-check-fields.cpy".
      * Foer- og efterbilleder af hver flyttet konto
      * (journal.cpy).
           COPY "journal-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 EOF-MIGRATIONS                PIC X VALUE "N".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-MIGRATIONS-STATUS          PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-ACCOUNT-HISTORY-STATUS     PIC XX VALUE "00".
       01 WS-EVENTS-STATUS              PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.
       01 verify-acct-idx               PIC 9(4) VALUE ZEROES.

       01 MIGRATION-ARRAY-MAX           PIC 9(4) VALUE 500.
       01 MIGRATION-ARRAY               OCCURS 500 TIMES
                                        INDEXED BY idx-mig.
           COPY "product-migrations.cpy"
               REPLACING LEADING ==PM-== BY ==PM-ARR-==.
       01 migration-count               PIC 9(4) VALUE ZEROES.
       01 migrations-existed            PIC X VALUE "Y".

      * Kunder der allerede har faaet varsel om den migrering der
      * behandles - eet brev pr. kunde, ogsaa med flere konti.
       01 NOTIFIED-ARRAY-MAX            PIC 9(4) VALUE 2000.
       01 NOTIFIED-ARRAY                OCCURS 2000 TIMES
                                        INDEXED BY idx-ntf.
           02 NTF-CLIENT-ID             PIC X(10) VALUE SPACES.
       01 notified-count                PIC 9(4) VALUE ZEROES.

      * Reglerne for den gamle og den nye type, hentet fra kataloget
      * af LOAD-PRODUCT-RULES. Blanke flag i aeldre katalograekker
      * regnes som "N".
       01 rule-old-type                 PIC X(10) VALUE SPACES.
       01 rule-new-type                 PIC X(10) VALUE SPACES.
       01 rules-found                   PIC X VALUE "N".
       01 old-term-flag                 PIC X VALUE "N".
       01 old-loan-flag                 PIC X VALUE "N".
       01 old-pension-flag              PIC X VALUE "N".
       01 old-yearly-cap                PIC 9(7)V99 VALUE ZEROES.
       01 new-term-flag                 PIC X VALUE "N".
       01 new-loan-flag                 PIC X VALUE "N".
       01 new-pension-flag              PIC X VALUE "N".
       01 new-yearly-cap                PIC 9(7)V99 VALUE ZEROES.
       01 new-default-overdraft         PIC 9(7)V99 VALUE ZEROES.

       01 account-fits                  PIC X VALUE "Y".
       01 fail-reason                   PIC X(50) VALUE SPACES.
       01 account-limit                 PIC 9(7)V99 VALUE ZEROES.
       01 overdrawn-amount              PIC 9(7)V99 VALUE ZEROES.
       01 accounts-changed              PIC X VALUE "N".

       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.
       01 notice-days                   PIC 9(3) VALUE 60.
       01 days-until-effective          PIC S9(7) VALUE ZEROES.
       01 request-ok                    PIC X VALUE "Y".
       01 refuse-reason                 PIC X(50) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.
       01 CH-ACTION-TEXT                PIC X(10) VALUE SPACES.
       01 CH-DETAIL                     PIC X(60) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "product-migration-requests.txt".
       01 WS-MIGRATIONS-FILENAME
           PIC X(100) VALUE "product-migrations.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-ACCOUNT-HISTORY-FILENAME
           PIC X(100) VALUE "account-change-history.txt".
       01 WS-EVENTS-FILENAME
           PIC X(100) VALUE "correspondence-events.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "product-migration-report.txt".

      * Safe rewrite-and-swap of the migration register and master.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 loaded-count                  PIC 9(6) VALUE ZEROES.
       01 refused-count                 PIC 9(6) VALUE ZEROES.
       01 duplicate-count               PIC 9(6) VALUE ZEROES.
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 notice-total                  PIC 9(6) VALUE ZEROES.
       01 at-risk-total                 PIC 9(6) VALUE ZEROES.
       01 migrated-total                PIC 9(6) VALUE ZEROES.
       01 failed-total                  PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "PRODUCT_MIGRATION_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "product-migration-requests.txt"
               TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-MIGRATIONS-FILENAME
           FROM ENVIRONMENT "PRODUCT_MIGRATIONS_FILE"
       IF WS-MIGRATIONS-FILENAME = SPACES
           MOVE "product-migrations.txt" TO WS-MIGRATIONS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-CATALOG-FILENAME
           FROM ENVIRONMENT "PRODUCT_CATALOG_FILE"
       IF WS-CATALOG-FILENAME = SPACES
           MOVE "product-catalog.txt" TO WS-CATALOG-FILENAME
       END-IF

       ACCEPT WS-ACCOUNT-HISTORY-FILENAME
           FROM ENVIRONMENT "ACCOUNT_CHANGE_HISTORY_FILE"
       IF WS-ACCOUNT-HISTORY-FILENAME = SPACES
           MOVE "account-change-history.txt"
               TO WS-ACCOUNT-HISTORY-FILENAME
       END-IF

       ACCEPT WS-EVENTS-FILENAME
           FROM ENVIRONMENT "CORRESPONDENCE_EVENTS_FILE"
       IF WS-EVENTS-FILENAME = SPACES
           MOVE "correspondence-events.txt" TO WS-EVENTS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "PRODUCT_MIGRATION_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "product-migration-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT
           FROM ENVIRONMENT "PRODUCT_MIGRATION_NOTICE_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE notice-days = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

       MOVE "PRODMIG" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       MOVE "PRODMIG" TO jrn-program
       MOVE WS-ACCOUNTS-FILENAME(1:40) TO jrn-master-file
       PERFORM OPEN-MASTER-JOURNAL

       PERFORM LOAD-PRODUCT-CATALOG
       IF catalog-loaded = "N"
           DISPLAY "PRODMIG: cannot open " WS-CATALOG-FILENAME
               ", file status " WS-CATALOG-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "PRODMIG: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS
       CLOSE INPUT-ACCOUNTS

       PERFORM LOAD-MIGRATIONS

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "PRODMIG: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND EVENTS-FILE
       IF WS-EVENTS-STATUS = "35"
           OPEN OUTPUT EVENTS-FILE
       END-IF
       IF WS-EVENTS-STATUS NOT = "00"
           DISPLAY "PRODMIG: cannot open " WS-EVENTS-FILENAME
               ", file status " WS-EVENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND ACCOUNT-HISTORY-FILE
       IF WS-ACCOUNT-HISTORY-STATUS = "35"
           OPEN OUTPUT ACCOUNT-HISTORY-FILE
       END-IF
       IF WS-ACCOUNT-HISTORY-STATUS NOT = "00"
           DISPLAY "PRODMIG: cannot open "
               WS-ACCOUNT-HISTORY-FILENAME ", file status "
               WS-ACCOUNT-HISTORY-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       STRING "Produktmigreringer " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " (varslingsfrist " DELIMITED BY SIZE
           notice-days DELIMITED BY SIZE
           " dage)" DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

      * New migrations first, so one loaded today is on the register
      * before the effective-date pass runs.
       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "00"
           PERFORM UNTIL END-OF-REQUESTS = "Y"
               READ INPUT-REQUESTS INTO REQUEST-RECORD
                   AT END
                       MOVE "Y" TO END-OF-REQUESTS
                   NOT AT END
                       IF RQ-OLD-TYPE NOT = SPACES
                           PERFORM LOAD-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
       ELSE
           IF WS-REQUESTS-STATUS NOT = "35"
               DISPLAY "PRODMIG: cannot open " WS-REQUESTS-FILENAME
                   ", file status " WS-REQUESTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       PERFORM VARYING idx-mig FROM 1 BY 1
               UNTIL idx-mig > migration-count
           IF PM-ARR-STATUS(idx-mig) = "P"
               AND PM-ARR-EFFECTIVE-DATE(idx-mig) <= WS-TODAY
               PERFORM APPLY-MIGRATION
           END-IF
       END-PERFORM

       CLOSE EVENTS-FILE
       CLOSE ACCOUNT-HISTORY-FILE

       MOVE SPACES TO INFO
       STRING "TRAILER: loaded=" DELIMITED BY SIZE
           loaded-count DELIMITED BY SIZE
           " refused=" DELIMITED BY SIZE
           refused-count DELIMITED BY SIZE
           " already-loaded=" DELIMITED BY SIZE
           duplicate-count DELIMITED BY SIZE
           " notices=" DELIMITED BY SIZE
           notice-total DELIMITED BY SIZE
           " at-risk=" DELIMITED BY SIZE
           at-risk-total DELIMITED BY SIZE
           " applied=" DELIMITED BY SIZE
           applied-count DELIMITED BY SIZE
           " migrated=" DELIMITED BY SIZE
           migrated-total DELIMITED BY SIZE
           " not-migrated=" DELIMITED BY SIZE
           failed-total DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT

       IF accounts-changed = "Y"
           PERFORM REWRITE-ACCOUNTS
       END-IF
       PERFORM REWRITE-MIGRATIONS

       PERFORM CLOSE-MASTER-JOURNAL

       DISPLAY "PRODMIG: " loaded-count " migration(s) loaded, "
           refused-count " refused, " applied-count " applied, "
           migrated-total " account(s) migrated, " failed-total
           " not migrated, " notice-total " notice(s) queued."

       IF refused-count > 0 OR failed-total > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * A request already on the register (same old and new type and
      * effective date) is left alone, so the request file can be
      * rerun. Anything else goes through VALIDATE-REQUEST.
       LOAD-ONE-REQUEST.
           MOVE "Y" TO request-ok
           MOVE SPACES TO refuse-reason

           SET idx-mig TO 1
           SEARCH MIGRATION-ARRAY
               AT END
                   CONTINUE
               WHEN PM-ARR-OLD-TYPE(idx-mig) = RQ-OLD-TYPE
                   AND PM-ARR-NEW-TYPE(idx-mig) = RQ-NEW-TYPE
                   AND PM-ARR-EFFECTIVE-DATE(idx-mig)
                       = RQ-EFFECTIVE-DATE
                   MOVE "N" TO request-ok
                   ADD 1 TO duplicate-count
           END-SEARCH
           IF request-ok = "N"
               MOVE SPACES TO INFO
               STRING "ALLEREDE-INDLAEST: fra=" DELIMITED BY SIZE
                   FUNCTION TRIM(RQ-OLD-TYPE) DELIMITED BY SIZE
                   " til=" DELIMITED BY SIZE
                   FUNCTION TRIM(RQ-NEW-TYPE) DELIMITED BY SIZE
                   " ikraft=" DELIMITED BY SIZE
                   RQ-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               PERFORM VALIDATE-REQUEST
               IF request-ok = "Y"
                   PERFORM ADD-PENDING-MIGRATION
               ELSE
                   ADD 1 TO refused-count
                   MOVE SPACES TO INFO
                   STRING "AFVIST: fra=" DELIMITED BY SIZE
                       FUNCTION TRIM(RQ-OLD-TYPE) DELIMITED BY SIZE
                       " til=" DELIMITED BY SIZE
                       FUNCTION TRIM(RQ-NEW-TYPE) DELIMITED BY SIZE
                       " ikraft=" DELIMITED BY SIZE
                       RQ-EFFECTIVE-DATE DELIMITED BY SIZE
                       " bestilt-af=" DELIMITED BY SIZE
                       FUNCTION TRIM(RQ-REQUESTED-BY) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(refuse-reason) DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       EXIT.

      * Refused when either type is not a catalog product, the two are
      * the same, the old type already has a pending migration, the
      * products' flags differ (a term deposit, loan or pension
      * product can only become another of its kind), or the
      * effective date leaves less than the notice period.
       VALIDATE-REQUEST.
           MOVE RQ-OLD-TYPE TO lookup-product-type
           PERFORM LOOKUP-PRODUCT
           IF product-found = "N"
               MOVE "N" TO request-ok
               MOVE "ukendt gammel kontotype" TO refuse-reason
           END-IF

           IF request-ok = "Y"
               MOVE RQ-NEW-TYPE TO lookup-product-type
               PERFORM LOOKUP-PRODUCT
               IF product-found = "N"
                   MOVE "N" TO request-ok
                   MOVE "ukendt ny kontotype" TO refuse-reason
               ELSE
                   IF RQ-NEW-TYPE = RQ-OLD-TYPE
                       MOVE "N" TO request-ok
                       MOVE "ny type er den samme som den gamle"
                           TO refuse-reason
                   END-IF
               END-IF
           END-IF

           IF request-ok = "Y"
               PERFORM VARYING idx-mig FROM 1 BY 1
                       UNTIL idx-mig > migration-count
                   IF PM-ARR-OLD-TYPE(idx-mig) = RQ-OLD-TYPE
                       AND PM-ARR-STATUS(idx-mig) = "P"
                       MOVE "N" TO request-ok
                       MOVE "typen har allerede en ventende migrering"
                           TO refuse-reason
                   END-IF
               END-PERFORM
           END-IF

           IF request-ok = "Y"
               MOVE RQ-OLD-TYPE TO rule-old-type
               MOVE RQ-NEW-TYPE TO rule-new-type
               PERFORM LOAD-PRODUCT-RULES
               IF old-term-flag NOT = new-term-flag
                   MOVE "N" TO request-ok
                   MOVE "produkterne har forskelligt aftaleindlaansflag"
                       TO refuse-reason
               ELSE
                   IF old-loan-flag NOT = new-loan-flag
                       MOVE "N" TO request-ok
                       MOVE "produkterne har forskelligt udlaansflag"
                           TO refuse-reason
                   ELSE
                       IF old-pension-flag NOT = new-pension-flag
                           MOVE "N" TO request-ok
                           MOVE "produkterne har forskelligt loft"
                               TO refuse-reason
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF request-ok = "Y"
               IF RQ-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "N" TO request-ok
                   MOVE "ugyldig ikrafttraedelsesdato"
                       TO refuse-reason
               ELSE
                   COMPUTE days-until-effective =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(RQ-EFFECTIVE-DATE))
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-TODAY))
                   IF days-until-effective < notice-days
                       MOVE "N" TO request-ok
                       MOVE "inden for varslingsfristen"
                           TO refuse-reason
                   END-IF
               END-IF
           END-IF.
       EXIT.

      * The migration goes on the register as pending and every
      * customer holding a live account of the old type gets one
      * notice. An account that would not pass the target product's
      * rules today is listed, so it can be put right before the date.
       ADD-PENDING-MIGRATION.
           IF migration-count >= MIGRATION-ARRAY-MAX
               DISPLAY "PRODMIG: MIGRATION-ARRAY is full"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO migration-count
           SET idx-mig TO migration-count
           MOVE RQ-OLD-TYPE TO PM-ARR-OLD-TYPE(idx-mig)
           MOVE RQ-NEW-TYPE TO PM-ARR-NEW-TYPE(idx-mig)
           MOVE RQ-EFFECTIVE-DATE TO PM-ARR-EFFECTIVE-DATE(idx-mig)
           MOVE RQ-REQUESTED-BY TO PM-ARR-REQUESTED-BY(idx-mig)
           MOVE "P" TO PM-ARR-STATUS(idx-mig)
           MOVE WS-TODAY TO PM-ARR-LOADED-DATE(idx-mig)
           MOVE ZEROES TO PM-ARR-NOTICE-COUNT(idx-mig)
           MOVE SPACES TO PM-ARR-APPLIED-DATE(idx-mig)
           MOVE ZEROES TO PM-ARR-MIGRATED-COUNT(idx-mig)
           MOVE ZEROES TO PM-ARR-FAILED-COUNT(idx-mig)
           ADD 1 TO loaded-count

           MOVE SPACES TO INFO
           STRING "INDLAEST: fra=" DELIMITED BY SIZE
               FUNCTION TRIM(PM-ARR-OLD-TYPE(idx-mig))
                   DELIMITED BY SIZE
               " til=" DELIMITED BY SIZE
               FUNCTION TRIM(PM-ARR-NEW-TYPE(idx-mig))
                   DELIMITED BY SIZE
               " ikraft=" DELIMITED BY SIZE
               PM-ARR-EFFECTIVE-DATE(idx-mig) DELIMITED BY SIZE
               " bestilt-af=" DELIMITED BY SIZE
               FUNCTION TRIM(PM-ARR-REQUESTED-BY(idx-mig))
                   DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           MOVE ZEROES TO notified-count
           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-count
               IF account-type OF ACCOUNT-ARRAY(idx-acct)
                       = PM-ARR-OLD-TYPE(idx-mig)
                   AND account-status OF ACCOUNT-ARRAY(idx-acct)
                       NOT = "C"
                   PERFORM NOTIFY-CLIENT
                   PERFORM CHECK-ACCOUNT-FITS
                   IF account-fits = "N"
                       ADD 1 TO at-risk-total
                       MOVE SPACES TO INFO
                       STRING "  OPFYLDER-IKKE-ENDNU: konto="
                               DELIMITED BY SIZE
                           FUNCTION TRIM(account-number
                               OF ACCOUNT-ARRAY(idx-acct))
                               DELIMITED BY SIZE
                           " kunde=" DELIMITED BY SIZE
                           FUNCTION TRIM(client-id
                               OF ACCOUNT-ARRAY(idx-acct))
                               DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(fail-reason) DELIMITED BY SIZE
                           INTO INFO
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO INFO
           STRING "  varsler=" DELIMITED BY SIZE
               PM-ARR-NOTICE-COUNT(idx-mig) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * One notice per customer per migration, whatever the number of
      * accounts of the type the customer holds. CORRENG picks the
      * channel from the customer's delivery-preference.
       NOTIFY-CLIENT.
           SET idx-ntf TO 1
           SEARCH NOTIFIED-ARRAY
               AT END
                   IF notified-count < NOTIFIED-ARRAY-MAX
                       ADD 1 TO notified-count
                       MOVE client-id OF ACCOUNT-ARRAY(idx-acct)
                           TO NTF-CLIENT-ID(notified-count)
                   END-IF
                   PERFORM WRITE-NOTICE-EVENT
               WHEN NTF-CLIENT-ID(idx-ntf)
                       = client-id OF ACCOUNT-ARRAY(idx-acct)
                   CONTINUE
           END-SEARCH.
       EXIT.

       WRITE-NOTICE-EVENT.
           MOVE SPACES TO EVENT-RECORD
           MOVE "PRODUKTSKIFTE" TO EV-EVENT-CODE
           MOVE client-id OF ACCOUNT-ARRAY(idx-acct) TO EV-CLIENT-ID
           MOVE WS-TODAY TO EV-EVENT-DATE
      *    &1 = old and new product, &2 = effective date.
           STRING FUNCTION TRIM(PM-ARR-OLD-TYPE(idx-mig))
                   DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(PM-ARR-NEW-TYPE(idx-mig))
                   DELIMITED BY SIZE
               INTO EV-VAR1
           STRING "fra " DELIMITED BY SIZE
               PM-ARR-EFFECTIVE-DATE(idx-mig) DELIMITED BY SIZE
               INTO EV-VAR2
           WRITE EVENT-RECORD
           ADD 1 TO PM-ARR-NOTICE-COUNT(idx-mig)
           ADD 1 TO notice-total.
       EXIT.

      * Effective date reached: every open or frozen account of the
      * old type is checked against the target product as the catalog
      * stands today. One that passes changes type with a before and
      * after image in the journal; one that does not stays where it
      * is and is reported. Either way the migration is done - an
      * account left behind is moved by hand through ACCTMAINT.
       APPLY-MIGRATION.
           MOVE PM-ARR-OLD-TYPE(idx-mig) TO rule-old-type
           MOVE PM-ARR-NEW-TYPE(idx-mig) TO rule-new-type
           PERFORM LOAD-PRODUCT-RULES
           MOVE ZEROES TO PM-ARR-MIGRATED-COUNT(idx-mig)
           MOVE ZEROES TO PM-ARR-FAILED-COUNT(idx-mig)

           MOVE SPACES TO INFO
           STRING "GENNEMFOERT: fra=" DELIMITED BY SIZE
               FUNCTION TRIM(PM-ARR-OLD-TYPE(idx-mig))
                   DELIMITED BY SIZE
               " til=" DELIMITED BY SIZE
               FUNCTION TRIM(PM-ARR-NEW-TYPE(idx-mig))
                   DELIMITED BY SIZE
               " ikraft=" DELIMITED BY SIZE
               PM-ARR-EFFECTIVE-DATE(idx-mig) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-count
               IF account-type OF ACCOUNT-ARRAY(idx-acct)
                       = PM-ARR-OLD-TYPE(idx-mig)
                   AND account-status OF ACCOUNT-ARRAY(idx-acct)
                       NOT = "C"
                   IF rules-found = "N"
                       MOVE "N" TO account-fits
                       MOVE "ny kontotype findes ikke i kataloget"
                           TO fail-reason
                   ELSE
                       PERFORM CHECK-ACCOUNT-FITS
                   END-IF
                   IF account-fits = "Y"
                       PERFORM MIGRATE-ACCOUNT
                   ELSE
                       ADD 1 TO PM-ARR-FAILED-COUNT(idx-mig)
                       ADD 1 TO failed-total
                       MOVE SPACES TO INFO
                       STRING "  IKKE-MIGRERET: konto="
                               DELIMITED BY SIZE
                           FUNCTION TRIM(account-number
                               OF ACCOUNT-ARRAY(idx-acct))
                               DELIMITED BY SIZE
                           " kunde=" DELIMITED BY SIZE
                           FUNCTION TRIM(client-id
                               OF ACCOUNT-ARRAY(idx-acct))
                               DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(fail-reason) DELIMITED BY SIZE
                           INTO INFO
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM

           MOVE "A" TO PM-ARR-STATUS(idx-mig)
           MOVE WS-TODAY TO PM-ARR-APPLIED-DATE(idx-mig)
           ADD 1 TO applied-count

           MOVE SPACES TO INFO
           STRING "  migreret=" DELIMITED BY SIZE
               PM-ARR-MIGRATED-COUNT(idx-mig) DELIMITED BY SIZE
               " ikke-migreret=" DELIMITED BY SIZE
               PM-ARR-FAILED-COUNT(idx-mig) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       MIGRATE-ACCOUNT.
           MOVE account-number OF ACCOUNT-ARRAY(idx-acct) TO jrn-key
           MOVE "B" TO jrn-image-type
           MOVE SPACES TO jrn-image
           MOVE ACCOUNT-ARRAY(idx-acct) TO jrn-image
           PERFORM WRITE-JOURNAL-IMAGE
           MOVE PM-ARR-NEW-TYPE(idx-mig)
               TO account-type OF ACCOUNT-ARRAY(idx-acct)
           MOVE "A" TO jrn-image-type
           MOVE SPACES TO jrn-image
           MOVE ACCOUNT-ARRAY(idx-acct) TO jrn-image
           PERFORM WRITE-JOURNAL-IMAGE
           MOVE "Y" TO accounts-changed
           ADD 1 TO PM-ARR-MIGRATED-COUNT(idx-mig)
           ADD 1 TO migrated-total

           MOVE "PRODSKIFT" TO CH-ACTION-TEXT
           MOVE SPACES TO CH-DETAIL
           STRING "KONTOTYPE " DELIMITED BY SIZE
               FUNCTION TRIM(PM-ARR-OLD-TYPE(idx-mig))
                   DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(PM-ARR-NEW-TYPE(idx-mig))
                   DELIMITED BY SIZE
               INTO CH-DETAIL
           PERFORM WRITE-ACCOUNT-CHANGE-LINE

           MOVE SPACES TO INFO
           STRING "  MIGRERET: konto=" DELIMITED BY SIZE
               FUNCTION TRIM(account-number OF ACCOUNT-ARRAY(idx-acct))
                   DELIMITED BY SIZE
               " kunde=" DELIMITED BY SIZE
               FUNCTION TRIM(client-id OF ACCOUNT-ARRAY(idx-acct))
                   DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * The old and new product's rules from the catalog, for the
      * pair in rule-old-type/rule-new-type. rules-found is "N" when
      * the new type has left the catalog since the migration was
      * loaded.
       LOAD-PRODUCT-RULES.
           MOVE "N" TO old-term-flag
           MOVE "N" TO old-loan-flag
           MOVE "N" TO old-pension-flag
           MOVE ZEROES TO old-yearly-cap
           MOVE rule-old-type TO lookup-product-type
           PERFORM LOOKUP-PRODUCT
           IF product-found = "Y"
               IF PRD-TERM-FLAG OF CATALOG-ARRAY(product-slot) = "Y"
                   MOVE "Y" TO old-term-flag
               END-IF
               IF PRD-LOAN-FLAG OF CATALOG-ARRAY(product-slot) = "Y"
                   MOVE "Y" TO old-loan-flag
               END-IF
               IF PRD-PENSION-CAP-FLAG OF CATALOG-ARRAY(product-slot)
                       = "Y"
                   MOVE "Y" TO old-pension-flag
               END-IF
               IF PRD-YEARLY-CAP OF CATALOG-ARRAY(product-slot)
                       NUMERIC
                   MOVE PRD-YEARLY-CAP OF CATALOG-ARRAY(product-slot)
                       TO old-yearly-cap
               END-IF
           END-IF

           MOVE "N" TO new-term-flag
           MOVE "N" TO new-loan-flag
           MOVE "N" TO new-pension-flag
           MOVE ZEROES TO new-yearly-cap
           MOVE ZEROES TO new-default-overdraft
           MOVE rule-new-type TO lookup-product-type
           PERFORM LOOKUP-PRODUCT
           MOVE product-found TO rules-found
           IF product-found = "Y"
               IF PRD-TERM-FLAG OF CATALOG-ARRAY(product-slot) = "Y"
                   MOVE "Y" TO new-term-flag
               END-IF
               IF PRD-LOAN-FLAG OF CATALOG-ARRAY(product-slot) = "Y"
                   MOVE "Y" TO new-loan-flag
               END-IF
               IF PRD-PENSION-CAP-FLAG OF CATALOG-ARRAY(product-slot)
                       = "Y"
                   MOVE "Y" TO new-pension-flag
               END-IF
               IF PRD-YEARLY-CAP OF CATALOG-ARRAY(product-slot)
                       NUMERIC
                   MOVE PRD-YEARLY-CAP OF CATALOG-ARRAY(product-slot)
                       TO new-yearly-cap
               END-IF
               IF PRD-DEFAULT-OVERDRAFT OF CATALOG-ARRAY(product-slot)
                       NUMERIC
                   MOVE PRD-DEFAULT-OVERDRAFT
                       OF CATALOG-ARRAY(product-slot)
                       TO new-default-overdraft
               END-IF
           END-IF.
       EXIT.

      * The account at idx-acct against the target product's rules:
      * the product flags must match, a pension product may not
      * lower the yearly cap the customer has been saving under, the
      * granted overdraft may not exceed the target's default
      * overdraft, and an overdrawn balance must lie within it.
       CHECK-ACCOUNT-FITS.
           MOVE "Y" TO account-fits
           MOVE SPACES TO fail-reason
           MOVE ZEROES TO account-limit
           IF overdraft-limit OF ACCOUNT-ARRAY(idx-acct) IS NUMERIC
               MOVE overdraft-limit OF ACCOUNT-ARRAY(idx-acct)
                   TO account-limit
           END-IF
           MOVE ZEROES TO overdrawn-amount
           IF balance OF ACCOUNT-ARRAY(idx-acct) < ZEROES
               COMPUTE overdrawn-amount =
                   0 - balance OF ACCOUNT-ARRAY(idx-acct)
           END-IF

           EVALUATE TRUE
               WHEN old-term-flag NOT = new-term-flag
                   MOVE "N" TO account-fits
                   MOVE "aftaleindlaansflag afviger" TO fail-reason
               WHEN old-loan-flag NOT = new-loan-flag
                   MOVE "N" TO account-fits
                   MOVE "udlaansflag afviger" TO fail-reason
               WHEN old-pension-flag NOT = new-pension-flag
                   MOVE "N" TO account-fits
                   MOVE "pensionsloft afviger" TO fail-reason
               WHEN new-pension-flag = "Y"
                   AND new-yearly-cap < old-yearly-cap
                   MOVE "N" TO account-fits
                   MOVE "maalproduktets aarsloft er lavere"
                       TO fail-reason
               WHEN new-loan-flag = "N"
                   AND account-limit > new-default-overdraft
                   MOVE "N" TO account-fits
                   MOVE "traekgraense over maalproduktets standard"
                       TO fail-reason
               WHEN new-loan-flag = "N"
                   AND overdrawn-amount > new-default-overdraft
                   MOVE "N" TO account-fits
                   MOVE "saldo under maalproduktets traekgraense"
                       TO fail-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT.

      * Same line shape as ACCTMAINT's change history.
       WRITE-ACCOUNT-CHANGE-LINE.
           MOVE SPACES TO ACH-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-ACTION-TEXT) DELIMITED BY SIZE
               " account-number=" DELIMITED BY SIZE
               FUNCTION TRIM(account-number OF ACCOUNT-ARRAY(idx-acct))
                   DELIMITED BY SIZE
               " operator=" DELIMITED BY SIZE
               FUNCTION TRIM(PM-ARR-REQUESTED-BY(idx-mig))
                   DELIMITED BY SIZE
               " detail=" DELIMITED BY SIZE
               FUNCTION TRIM(CH-DETAIL) DELIMITED BY SIZE
               INTO ACH-INFO
           WRITE ACCOUNT-HISTORY-LINE.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "PRODMIG: " WS-ACCOUNTS-FILENAME
                           " has more rows than ACCOUNT-ARRAY ("
                           ACCOUNT-ARRAY-MAX ") can hold"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       MOVE ACCOUNT-RECORD TO ACCOUNT-ARRAY(idx-acct)
                       SET idx-acct UP BY 1
                       ADD 1 TO account-count
                   END-IF
           END-READ

           IF WS-ACCOUNTS-STATUS NOT = "00"
                   AND WS-ACCOUNTS-STATUS NOT = "10"
               DISPLAY "PRODMIG: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-PERFORM.
       EXIT.

      * No register yet is a normal state - the first migration
      * loaded creates it.
       LOAD-MIGRATIONS.
           OPEN INPUT INPUT-MIGRATIONS
           IF WS-MIGRATIONS-STATUS = "00"
               PERFORM UNTIL EOF-MIGRATIONS = "Y"
                   READ INPUT-MIGRATIONS INTO MIGRATION-RECORD
                       AT END
                           MOVE "Y" TO EOF-MIGRATIONS
                       NOT AT END
                           IF migration-count >= MIGRATION-ARRAY-MAX
                               DISPLAY "PRODMIG: MIGRATION-ARRAY is "
                                   "full, cannot load more of "
                                   WS-MIGRATIONS-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO migration-count
                           MOVE MIGRATION-RECORD
                               TO MIGRATION-ARRAY(migration-count)
                   END-READ
               END-PERFORM
               CLOSE INPUT-MIGRATIONS
           ELSE
               IF WS-MIGRATIONS-STATUS NOT = "35"
                   DISPLAY "PRODMIG: cannot open "
                       WS-MIGRATIONS-FILENAME ", file status "
                       WS-MIGRATIONS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO migrations-existed
           END-IF.
       EXIT.

       REWRITE-MIGRATIONS.
           MOVE WS-MIGRATIONS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           IF migrations-existed = "Y"
               MOVE swap-new-name TO WS-MIGRATIONS-FILENAME
           END-IF
           OPEN OUTPUT OUTPUT-MIGRATIONS
           IF WS-MIGRATIONS-STATUS NOT = "00"
               DISPLAY "PRODMIG: cannot open "
                   WS-MIGRATIONS-FILENAME " for rewrite, file status "
                   WS-MIGRATIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-mig FROM 1 BY 1
                   UNTIL idx-mig > migration-count
               MOVE MIGRATION-ARRAY(idx-mig)
                   TO OUTPUT-MIGRATION-RECORD
               WRITE OUTPUT-MIGRATION-RECORD
           END-PERFORM
           CLOSE OUTPUT-MIGRATIONS

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-MIGRATIONS
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-MIGRATIONS INTO MIGRATION-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-MIGRATIONS
           IF verify-count NOT = migration-count
               DISPLAY "PRODMIG: new migration register FAILED "
                   "verification (" verify-count "/" migration-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-MIGRATIONS-FILENAME
           IF migrations-existed = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           END-IF.
       EXIT.

       REWRITE-ACCOUNTS.
           MOVE WS-ACCOUNTS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-ACCOUNTS-FILENAME
           OPEN OUTPUT OUTPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "PRODMIG: cannot open " WS-ACCOUNTS-FILENAME
                   " for rewrite, file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-count
               MOVE ACCOUNT-ARRAY(idx-acct) TO OUTPUT-ACCOUNT-RECORD
               WRITE OUTPUT-ACCOUNT-RECORD
           END-PERFORM
           CLOSE OUTPUT-ACCOUNTS

           MOVE ZEROES TO verify-count
           MOVE ZEROES TO verify-total
           MOVE ZEROES TO verify-expected-total
           PERFORM VARYING verify-acct-idx FROM 1 BY 1
                   UNTIL verify-acct-idx > account-count
               ADD balance OF ACCOUNT-ARRAY(verify-acct-idx)
                   TO verify-expected-total
           END-PERFORM
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "PRODMIG: cannot re-open new master "
                   WS-ACCOUNTS-FILENAME " for verification, file "
                   "status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
                       ADD balance OF ACCOUNT-RECORD TO verify-total
               END-READ
           END-PERFORM
           CLOSE INPUT-ACCOUNTS
           IF verify-count NOT = account-count
               OR verify-total NOT = verify-expected-total
               DISPLAY "PRODMIG: new master FAILED verification ("
                   verify-count "/" account-count " record(s), "
                   verify-total "/" verify-expected-total
                   ") - live master untouched, new file left in "
                   FUNCTION TRIM(WS-ACCOUNTS-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-ACCOUNTS-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "catalog-check.cpy".

           COPY "journal.cpy".

      * Formål: Varslede, datofaestede renteaendringer. Hidtil blev
      *    product-catalog.txt rettet i haanden samme dag som
      *    aendringen traadte i kraft, og det lovpligtige varsel til
      *    forbrugerne kom for sent eller slet ikke. Nu indlaeses en
      *    aendring (rate-change-requests.txt: account-type, "I"
      *    indlaans- / "O" overtraeksrente / "T" ny rentetrappe, ny
      *    sats, ikrafttraedelsesdato, bestiller) som ventende i
      *    rate-changes.txt. Ved indlaesningen findes alle beroerte
      *    konti gennem account-info.txt's account-type, og hver
      *    kunde faar eet varsel via correspondence-events.txt
      *    (RENTEVARSEL), som CORRENG sender ad kundens kanal efter
      *    delivery-preference. En aendring med ikrafttraeden inden
      *    for den lovpligtige varslingsfrist (RATE_NOTICE_DAYS,
      *    standard 60 dage) afvises. Paa ikrafttraedelsesdagen
      *    skiftes katalogets sats, og rapporten viser hvilke konti
      *    der flyttede. En rentetrappe skifter selv paa sin dato i
      *    rate-tiers.txt; her varsles og rapporteres den blot.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT INPUT-CHANGES ASSIGN TO DYNAMIC WS-CHANGES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGES-STATUS.
       SELECT OUTPUT-CHANGES ASSIGN TO DYNAMIC WS-CHANGES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGES-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT PRODUCT-CATALOG-FILE
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT OUTPUT-CATALOG ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT RATE-TIER-FILE ASSIGN TO DYNAMIC WS-RATE-TIER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RATE-TIER-STATUS.
       SELECT EVENTS-FILE ASSIGN TO DYNAMIC WS-EVENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EVENTS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-REQUESTS.
       01 REQUEST-RECORD.
           COPY "rate-changes.cpy"
               REPLACING LEADING ==RC-== BY ==RQ-==.
       FD INPUT-CHANGES.
       01 CHANGE-RECORD.
           COPY "rate-changes.cpy".
       FD OUTPUT-CHANGES.
       01 OUTPUT-CHANGE-RECORD.
           COPY "rate-changes.cpy"
               REPLACING LEADING ==RC-== BY ==RC-OUT-==.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD PRODUCT-CATALOG-FILE.
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".
       FD OUTPUT-CATALOG.
       01 OUTPUT-CATALOG-RECORD.
           COPY "product-catalog.cpy"
               REPLACING LEADING ==PC-== BY ==PC-OUT-==.
       FD RATE-TIER-FILE.
       01 RATE-TIER-RECORD.
           COPY "rate-tiers.cpy".
       FD EVENTS-FILE.
       01 EVENT-RECORD.
           COPY "correspondence-events.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Produktkataloget (catalog-check.cpy) er den sats der skiftes.
           COPY "catalog-check-fields.cpy".
      * Rentetrappen (rate-tier.cpy) - en "T"-aendring skal have
      * sine raekker paa plads foer den kan varsles.
           COPY "rate-tier-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 EOF-CHANGES                   PIC X VALUE "N".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-CHANGES-STATUS             PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-EVENTS-STATUS              PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 CHANGE-ARRAY-MAX              PIC 9(4) VALUE 1000.
       01 CHANGE-ARRAY                  OCCURS 1000 TIMES
                                        INDEXED BY idx-chg.
           COPY "rate-changes.cpy"
               REPLACING LEADING ==RC-== BY ==RC-ARR-==.
       01 change-count                  PIC 9(4) VALUE ZEROES.
       01 changes-existed               PIC X VALUE "Y".

      * Kunder der allerede har faaet varsel om den aendring der
      * behandles - eet brev pr. kunde, ogsaa med flere konti.
       01 NOTIFIED-ARRAY-MAX            PIC 9(4) VALUE 2000.
       01 NOTIFIED-ARRAY                OCCURS 2000 TIMES
                                        INDEXED BY idx-ntf.
           02 NTF-CLIENT-ID             PIC X(10) VALUE SPACES.
       01 notified-count                PIC 9(4) VALUE ZEROES.

       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.
       01 notice-days                   PIC 9(3) VALUE 60.
       01 days-until-effective          PIC S9(7) VALUE ZEROES.
       01 request-ok                    PIC X VALUE "Y".
       01 refuse-reason                 PIC X(40) VALUE SPACES.
       01 current-rate                  PIC 9V9999 VALUE ZEROES.
       01 catalog-changed               PIC X VALUE "N".
       01 old-rate-display              PIC 9.9999.
       01 new-rate-display              PIC 9.9999.
       01 kind-text                     PIC X(20) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "rate-change-requests.txt".
       01 WS-CHANGES-FILENAME
           PIC X(100) VALUE "rate-changes.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-EVENTS-FILENAME
           PIC X(100) VALUE "correspondence-events.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "rate-change-report.txt".

      * Safe rewrite-and-swap of the change register and catalog.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 loaded-count                  PIC 9(6) VALUE ZEROES.
       01 refused-count                 PIC 9(6) VALUE ZEROES.
       01 duplicate-count               PIC 9(6) VALUE ZEROES.
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 notice-total                  PIC 9(6) VALUE ZEROES.
       01 moved-total                   PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "RATE_CHANGE_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "rate-change-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-CHANGES-FILENAME FROM ENVIRONMENT "RATE_CHANGES_FILE"
       IF WS-CHANGES-FILENAME = SPACES
           MOVE "rate-changes.txt" TO WS-CHANGES-FILENAME
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

       ACCEPT WS-RATE-TIER-FILENAME FROM ENVIRONMENT "RATE_TIERS_FILE"
       IF WS-RATE-TIER-FILENAME = SPACES
           MOVE "rate-tiers.txt" TO WS-RATE-TIER-FILENAME
       END-IF

       ACCEPT WS-EVENTS-FILENAME
           FROM ENVIRONMENT "CORRESPONDENCE_EVENTS_FILE"
       IF WS-EVENTS-FILENAME = SPACES
           MOVE "correspondence-events.txt" TO WS-EVENTS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "RATE_CHANGE_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "rate-change-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "RATE_NOTICE_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE notice-days = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       MOVE "RATECHG" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-PRODUCT-CATALOG
       IF catalog-loaded = "N"
           DISPLAY "RATECHG: cannot open " WS-CATALOG-FILENAME
               ", file status " WS-CATALOG-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-RATE-TIERS

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "RATECHG: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS
       CLOSE INPUT-ACCOUNTS

       PERFORM LOAD-CHANGES

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "RATECHG: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND EVENTS-FILE
       IF WS-EVENTS-STATUS = "35"
           OPEN OUTPUT EVENTS-FILE
       END-IF
       IF WS-EVENTS-STATUS NOT = "00"
           DISPLAY "RATECHG: cannot open " WS-EVENTS-FILENAME
               ", file status " WS-EVENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       STRING "Renteaendringer " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " (varslingsfrist " DELIMITED BY SIZE
           notice-days DELIMITED BY SIZE
           " dage)" DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

      * New changes first, so a change loaded today is on the
      * register before the effective-date pass runs.
       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "00"
           PERFORM UNTIL END-OF-REQUESTS = "Y"
               READ INPUT-REQUESTS INTO REQUEST-RECORD
                   AT END
                       MOVE "Y" TO END-OF-REQUESTS
                   NOT AT END
                       IF RQ-ACCOUNT-TYPE NOT = SPACES
                           PERFORM LOAD-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
       ELSE
           IF WS-REQUESTS-STATUS NOT = "35"
               DISPLAY "RATECHG: cannot open " WS-REQUESTS-FILENAME
                   ", file status " WS-REQUESTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       PERFORM VARYING idx-chg FROM 1 BY 1
               UNTIL idx-chg > change-count
           IF RC-ARR-STATUS(idx-chg) = "P"
               AND RC-ARR-EFFECTIVE-DATE(idx-chg) <= WS-TODAY
               PERFORM APPLY-CHANGE
           END-IF
       END-PERFORM

       CLOSE EVENTS-FILE

       MOVE SPACES TO INFO
       STRING "TRAILER: loaded=" DELIMITED BY SIZE
           loaded-count DELIMITED BY SIZE
           " refused=" DELIMITED BY SIZE
           refused-count DELIMITED BY SIZE
           " already-loaded=" DELIMITED BY SIZE
           duplicate-count DELIMITED BY SIZE
           " notices=" DELIMITED BY SIZE
           notice-total DELIMITED BY SIZE
           " applied=" DELIMITED BY SIZE
           applied-count DELIMITED BY SIZE
           " accounts-moved=" DELIMITED BY SIZE
           moved-total DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT

       IF catalog-changed = "Y"
           PERFORM REWRITE-CATALOG
       END-IF
       PERFORM REWRITE-CHANGES

       DISPLAY "RATECHG: " loaded-count " change(s) loaded, "
           refused-count " refused, " applied-count " applied, "
           notice-total " notice(s) queued."

       IF refused-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * A request is refused when the type is not a catalog product,
      * the kind is unknown, a new tier price list is not yet in
      * rate-tiers.txt, or the effective date leaves less than the
      * statutory notice. A request already on the register (same
      * type, kind and effective date) is left alone, so the request
      * file can be rerun.
       LOAD-ONE-REQUEST.
           MOVE "Y" TO request-ok
           MOVE SPACES TO refuse-reason

           SET idx-chg TO 1
           SEARCH CHANGE-ARRAY
               AT END
                   CONTINUE
               WHEN RC-ARR-ACCOUNT-TYPE(idx-chg) = RQ-ACCOUNT-TYPE
                   AND RC-ARR-RATE-KIND(idx-chg) = RQ-RATE-KIND
                   AND RC-ARR-EFFECTIVE-DATE(idx-chg)
                       = RQ-EFFECTIVE-DATE
                   MOVE "N" TO request-ok
                   ADD 1 TO duplicate-count
           END-SEARCH
           IF request-ok = "N"
               MOVE SPACES TO INFO
               STRING "ALLEREDE-INDLAEST: type=" DELIMITED BY SIZE
                   FUNCTION TRIM(RQ-ACCOUNT-TYPE) DELIMITED BY SIZE
                   " art=" DELIMITED BY SIZE
                   RQ-RATE-KIND DELIMITED BY SIZE
                   " ikraft=" DELIMITED BY SIZE
                   RQ-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               PERFORM VALIDATE-REQUEST
               IF request-ok = "Y"
                   PERFORM ADD-PENDING-CHANGE
               ELSE
                   ADD 1 TO refused-count
                   MOVE SPACES TO INFO
                   STRING "AFVIST: type=" DELIMITED BY SIZE
                       FUNCTION TRIM(RQ-ACCOUNT-TYPE) DELIMITED BY SIZE
                       " art=" DELIMITED BY SIZE
                       RQ-RATE-KIND DELIMITED BY SIZE
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

       VALIDATE-REQUEST.
           MOVE RQ-ACCOUNT-TYPE TO lookup-product-type
           PERFORM LOOKUP-PRODUCT
           IF product-found = "N"
               MOVE "N" TO request-ok
               MOVE "ukendt produkt" TO refuse-reason
           END-IF

           IF request-ok = "Y"
               EVALUATE RQ-RATE-KIND
                   WHEN "I"
                   WHEN "O"
                       IF RQ-NEW-RATE NOT NUMERIC
                           MOVE "N" TO request-ok
                           MOVE "ugyldig sats" TO refuse-reason
                       END-IF
                   WHEN "T"
                       PERFORM CHECK-TIER-ROWS
                   WHEN OTHER
                       MOVE "N" TO request-ok
                       MOVE "ukendt renteart" TO refuse-reason
               END-EVALUATE
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

       CHECK-TIER-ROWS.
           MOVE "N" TO request-ok
           MOVE "rentetrappen findes ikke i rate-tiers.txt"
               TO refuse-reason
           PERFORM VARYING idx-tier-row FROM 1 BY 1
                   UNTIL idx-tier-row > tier-row-count
               IF RT-ARR-ACCOUNT-TYPE(idx-tier-row) = RQ-ACCOUNT-TYPE
                   AND RT-ARR-EFFECTIVE-FROM(idx-tier-row)
                       = RQ-EFFECTIVE-DATE
                   MOVE "Y" TO request-ok
                   MOVE SPACES TO refuse-reason
               END-IF
           END-PERFORM.
       EXIT.

       ADD-PENDING-CHANGE.
           IF change-count >= CHANGE-ARRAY-MAX
               DISPLAY "RATECHG: CHANGE-ARRAY is full"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO change-count
           SET idx-chg TO change-count
           MOVE RQ-ACCOUNT-TYPE TO RC-ARR-ACCOUNT-TYPE(idx-chg)
           MOVE RQ-RATE-KIND TO RC-ARR-RATE-KIND(idx-chg)
           IF RQ-RATE-KIND = "T"
               MOVE ZEROES TO RC-ARR-NEW-RATE(idx-chg)
           ELSE
               MOVE RQ-NEW-RATE TO RC-ARR-NEW-RATE(idx-chg)
           END-IF
           MOVE RQ-EFFECTIVE-DATE TO RC-ARR-EFFECTIVE-DATE(idx-chg)
           MOVE RQ-REQUESTED-BY TO RC-ARR-REQUESTED-BY(idx-chg)
           MOVE "P" TO RC-ARR-STATUS(idx-chg)
           PERFORM FIND-CURRENT-RATE
           MOVE current-rate TO RC-ARR-OLD-RATE(idx-chg)
           MOVE WS-TODAY TO RC-ARR-LOADED-DATE(idx-chg)
           MOVE ZEROES TO RC-ARR-NOTICE-COUNT(idx-chg)
           MOVE SPACES TO RC-ARR-APPLIED-DATE(idx-chg)
           MOVE ZEROES TO RC-ARR-MOVED-COUNT(idx-chg)
           ADD 1 TO loaded-count

           PERFORM SET-KIND-TEXT
           MOVE ZEROES TO notified-count
           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-count
               IF account-type OF ACCOUNT-ARRAY(idx-acct)
                       = RC-ARR-ACCOUNT-TYPE(idx-chg)
                   AND account-status OF ACCOUNT-ARRAY(idx-acct)
                       NOT = "C"
                   PERFORM NOTIFY-CLIENT
               END-IF
           END-PERFORM

           MOVE RC-ARR-OLD-RATE(idx-chg) TO old-rate-display
           MOVE RC-ARR-NEW-RATE(idx-chg) TO new-rate-display
           MOVE SPACES TO INFO
           STRING "INDLAEST: type=" DELIMITED BY SIZE
               FUNCTION TRIM(RC-ARR-ACCOUNT-TYPE(idx-chg))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(kind-text) DELIMITED BY SIZE
               " gammel=" DELIMITED BY SIZE
               old-rate-display DELIMITED BY SIZE
               " ny=" DELIMITED BY SIZE
               new-rate-display DELIMITED BY SIZE
               " ikraft=" DELIMITED BY SIZE
               RC-ARR-EFFECTIVE-DATE(idx-chg) DELIMITED BY SIZE
               " varsler=" DELIMITED BY SIZE
               RC-ARR-NOTICE-COUNT(idx-chg) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * One notice per customer per change, whatever the number of
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
           MOVE "RENTEVARSEL" TO EV-EVENT-CODE
           MOVE client-id OF ACCOUNT-ARRAY(idx-acct) TO EV-CLIENT-ID
           MOVE WS-TODAY TO EV-EVENT-DATE
           MOVE RC-ARR-OLD-RATE(idx-chg) TO old-rate-display
           MOVE RC-ARR-NEW-RATE(idx-chg) TO new-rate-display
      *    &1 = what changes, &2 = product and effective date.
           IF RC-ARR-RATE-KIND(idx-chg) = "T"
               MOVE kind-text TO EV-VAR1
           ELSE
               STRING FUNCTION TRIM(kind-text) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   old-rate-display DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   new-rate-display DELIMITED BY SIZE
                   INTO EV-VAR1
           END-IF
           STRING FUNCTION TRIM(RC-ARR-ACCOUNT-TYPE(idx-chg))
                   DELIMITED BY SIZE
               " fra " DELIMITED BY SIZE
               RC-ARR-EFFECTIVE-DATE(idx-chg) DELIMITED BY SIZE
               INTO EV-VAR2
           WRITE EVENT-RECORD
           ADD 1 TO RC-ARR-NOTICE-COUNT(idx-chg)
           ADD 1 TO notice-total.
       EXIT.

      * Effective date reached: the catalog rate switches and every
      * open account of the type is listed as moved.
       APPLY-CHANGE.
           MOVE RC-ARR-ACCOUNT-TYPE(idx-chg) TO lookup-product-type
           PERFORM LOOKUP-PRODUCT
           PERFORM FIND-CURRENT-RATE
           MOVE current-rate TO RC-ARR-OLD-RATE(idx-chg)
           IF product-found = "Y"
               EVALUATE RC-ARR-RATE-KIND(idx-chg)
                   WHEN "I"
                       MOVE RC-ARR-NEW-RATE(idx-chg)
                           TO PRD-INTEREST-RATE
                               OF CATALOG-ARRAY(product-slot)
                       MOVE "Y" TO catalog-changed
                   WHEN "O"
                       MOVE RC-ARR-NEW-RATE(idx-chg)
                           TO PRD-OVERDRAFT-RATE
                               OF CATALOG-ARRAY(product-slot)
                       MOVE "Y" TO catalog-changed
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE "A" TO RC-ARR-STATUS(idx-chg)
           MOVE WS-TODAY TO RC-ARR-APPLIED-DATE(idx-chg)
           ADD 1 TO applied-count

           PERFORM SET-KIND-TEXT
           MOVE RC-ARR-OLD-RATE(idx-chg) TO old-rate-display
           MOVE RC-ARR-NEW-RATE(idx-chg) TO new-rate-display
           MOVE SPACES TO INFO
           STRING "GENNEMFOERT: type=" DELIMITED BY SIZE
               FUNCTION TRIM(RC-ARR-ACCOUNT-TYPE(idx-chg))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(kind-text) DELIMITED BY SIZE
               " gammel=" DELIMITED BY SIZE
               old-rate-display DELIMITED BY SIZE
               " ny=" DELIMITED BY SIZE
               new-rate-display DELIMITED BY SIZE
               " ikraft=" DELIMITED BY SIZE
               RC-ARR-EFFECTIVE-DATE(idx-chg) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           MOVE ZEROES TO RC-ARR-MOVED-COUNT(idx-chg)
           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-count
               IF account-type OF ACCOUNT-ARRAY(idx-acct)
                       = RC-ARR-ACCOUNT-TYPE(idx-chg)
                   AND account-status OF ACCOUNT-ARRAY(idx-acct)
                       NOT = "C"
                   ADD 1 TO RC-ARR-MOVED-COUNT(idx-chg)
                   ADD 1 TO moved-total
                   MOVE SPACES TO INFO
                   STRING "  FLYTTET: konto=" DELIMITED BY SIZE
                       FUNCTION TRIM(account-number
                           OF ACCOUNT-ARRAY(idx-acct))
                           DELIMITED BY SIZE
                       " kunde=" DELIMITED BY SIZE
                       FUNCTION TRIM(client-id
                           OF ACCOUNT-ARRAY(idx-acct))
                           DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
       EXIT.

      * The rate in force for the change's kind; an older catalog
      * row without an overdraft rate counts as zero.
       FIND-CURRENT-RATE.
           MOVE ZEROES TO current-rate
           IF product-found = "Y"
               EVALUATE RC-ARR-RATE-KIND(idx-chg)
                   WHEN "I"
                       MOVE PRD-INTEREST-RATE
                           OF CATALOG-ARRAY(product-slot)
                           TO current-rate
                   WHEN "O"
                       IF PRD-OVERDRAFT-RATE
                               OF CATALOG-ARRAY(product-slot) NUMERIC
                           MOVE PRD-OVERDRAFT-RATE
                               OF CATALOG-ARRAY(product-slot)
                               TO current-rate
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       EXIT.

       SET-KIND-TEXT.
           EVALUATE RC-ARR-RATE-KIND(idx-chg)
               WHEN "I"
                   MOVE "indlaansrente" TO kind-text
               WHEN "O"
                   MOVE "overtraeksrente" TO kind-text
               WHEN OTHER
                   MOVE "ny rentetrappe" TO kind-text
           END-EVALUATE.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "RATECHG: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "RATECHG: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO END-OF-FILE
           END-IF
           END-PERFORM.
       EXIT.

      * No register yet is a normal state - the first change loaded
      * creates it.
       LOAD-CHANGES.
           OPEN INPUT INPUT-CHANGES
           IF WS-CHANGES-STATUS = "00"
               PERFORM UNTIL EOF-CHANGES = "Y"
                   READ INPUT-CHANGES INTO CHANGE-RECORD
                       AT END
                           MOVE "Y" TO EOF-CHANGES
                       NOT AT END
                           IF change-count >= CHANGE-ARRAY-MAX
                               DISPLAY "RATECHG: CHANGE-ARRAY is "
                                   "full, cannot load more of "
                                   WS-CHANGES-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO change-count
                           MOVE CHANGE-RECORD
                               TO CHANGE-ARRAY(change-count)
                   END-READ
               END-PERFORM
               CLOSE INPUT-CHANGES
           ELSE
               IF WS-CHANGES-STATUS NOT = "35"
                   DISPLAY "RATECHG: cannot open "
                       WS-CHANGES-FILENAME ", file status "
                       WS-CHANGES-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO changes-existed
           END-IF.
       EXIT.

       REWRITE-CHANGES.
           MOVE WS-CHANGES-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           IF changes-existed = "Y"
               MOVE swap-new-name TO WS-CHANGES-FILENAME
           END-IF
           OPEN OUTPUT OUTPUT-CHANGES
           IF WS-CHANGES-STATUS NOT = "00"
               DISPLAY "RATECHG: cannot open "
                   WS-CHANGES-FILENAME " for rewrite, file status "
                   WS-CHANGES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-chg FROM 1 BY 1
                   UNTIL idx-chg > change-count
               MOVE CHANGE-ARRAY(idx-chg) TO OUTPUT-CHANGE-RECORD
               WRITE OUTPUT-CHANGE-RECORD
           END-PERFORM
           CLOSE OUTPUT-CHANGES

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-CHANGES
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-CHANGES INTO CHANGE-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-CHANGES
           IF verify-count NOT = change-count
               DISPLAY "RATECHG: new change register FAILED "
                   "verification (" verify-count "/" change-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-CHANGES-FILENAME
           IF changes-existed = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           END-IF.
       EXIT.

       REWRITE-CATALOG.
           MOVE WS-CATALOG-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-CATALOG-FILENAME
           OPEN OUTPUT OUTPUT-CATALOG
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "RATECHG: cannot open "
                   WS-CATALOG-FILENAME " for rewrite, file status "
                   WS-CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-prod FROM 1 BY 1
                   UNTIL idx-prod > catalog-count
               MOVE CATALOG-ARRAY(idx-prod) TO OUTPUT-CATALOG-RECORD
               WRITE OUTPUT-CATALOG-RECORD
           END-PERFORM
           CLOSE OUTPUT-CATALOG

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT PRODUCT-CATALOG-FILE
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ PRODUCT-CATALOG-FILE INTO PRODUCT-CATALOG-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE PRODUCT-CATALOG-FILE
           IF verify-count NOT = catalog-count
               DISPLAY "RATECHG: new catalog FAILED verification ("
                   verify-count "/" catalog-count
                   ") - live catalog untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-CATALOG-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "catalog-check.cpy".

           COPY "rate-tier.cpy".

      * Formål: Negativ registrering i kreditoplysningsbureauet (RKI)
      *    og sletning igen. Indberetningen var hidtil en blanket
      *    udfyldt i haanden, og ingen huskede at slette kunden naar
      *    gaelden var betalt. Koerslen tager DUNNING's overdragne
      *    sager (rykkerstadie "3" i dunning-state.txt) og de aabne
      *    afskrivningssager i writeoff-register.txt, hvor gaelden er
      *    mindst RKI_MIN_AMOUNT, og:
      *      - varsler foerst kunden: haendelsen RKI-VARSEL skrives
      *        til correspondence-events.txt, og kontoen staar som
      *        varslet i rki-register.txt;
      *      - indberetter foerst naar CORRENG's log
      *        (correspondence-log.txt) bekraefter at varslet er
      *        sendt, og varslingsfristen (RKI_NOTICE_DAYS) er gaaet
      *        fra afsendelsen - tilmeldingen skrives til
      *        bureaufilen rki-bureau-file.txt;
      *      - danner automatisk sletningen til bureaufilen naar
      *        gaelden er indfriet, og opgiver et varsel hvis gaelden
      *        betales inden fristen.
      *    rki-register.txt er registret over hvad der aktuelt er
      *    indberettet paa hvert client-id; rki-report.txt viser
      *    dagens bevaegelser og de aktuelle indberetninger.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RKIREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-STATE ASSIGN TO DYNAMIC WS-STATE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATE-STATUS.
       SELECT INPUT-WRITEOFFS ASSIGN TO DYNAMIC WS-WRITEOFFS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WRITEOFFS-STATUS.
       SELECT INPUT-CORR-LOG ASSIGN TO DYNAMIC WS-CORR-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CORR-LOG-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT INPUT-REGISTER ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.
       SELECT OUTPUT-REGISTER ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.
       SELECT OUTPUT-BUREAU ASSIGN TO DYNAMIC WS-BUREAU-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BUREAU-STATUS.
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
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-STATE.
       01 STATE-RECORD.
           02 DS-ACCOUNT-NUMBER        PIC X(20).
           02 DS-FIRST-OVER-DATE       PIC X(8).
           02 DS-STAGE                 PIC X(1).
           02 DS-STAGE-DATE            PIC X(8).
       FD INPUT-WRITEOFFS.
       01 WRITEOFF-RECORD.
           COPY "writeoff-register.cpy".
       FD INPUT-CORR-LOG.
       01 CORR-LOG-LINE.
           02 CLG-INFO                 PIC X(120).
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD INPUT-REGISTER.
       01 REGISTER-RECORD.
           COPY "rki-register.cpy".
       FD OUTPUT-REGISTER.
       01 OUTPUT-REGISTER-RECORD.
           COPY "rki-register.cpy"
               REPLACING LEADING ==RK-== BY ==RK-OUT-==.
      * Bureaufilens raekke: "T" = tilmelding, "S" = sletning.
       FD OUTPUT-BUREAU.
       01 BUREAU-RECORD.
           02 RB-RECORD-TYPE           PIC X(1).
           02 RB-CLIENT-ID             PIC X(10).
           02 RB-FIRST-NAME            PIC X(20).
           02 RB-LAST-NAME             PIC X(20).
           02 RB-ROAD-NAME             PIC X(30).
           02 RB-HOUSE-NUMBER          PIC X(5).
           02 RB-POSTAL-CODE           PIC X(4).
           02 RB-CITY                  PIC X(20).
           02 RB-ACCOUNT-NUMBER        PIC X(20).
           02 RB-AMOUNT                PIC 9(9)V99.
           02 RB-DEBT-DATE             PIC X(8).
           02 RB-RECORD-DATE           PIC X(8).
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
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-STATE                     PIC X VALUE "N".
       01 EOF-WRITEOFFS                 PIC X VALUE "N".
       01 EOF-CORR-LOG                  PIC X VALUE "N".
       01 EOF-REGISTER                  PIC X VALUE "N".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-STATE-STATUS               PIC XX VALUE "00".
       01 WS-WRITEOFFS-STATUS           PIC XX VALUE "00".
       01 WS-CORR-LOG-STATUS            PIC XX VALUE "00".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-REGISTER-STATUS            PIC XX VALUE "00".
       01 WS-BUREAU-STATUS              PIC XX VALUE "00".
       01 WS-EVENTS-STATUS              PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 STATE-ARRAY-MAX               PIC 9(4) VALUE 1000.
       01 STATE-ARRAY                   OCCURS 1000 TIMES
                                        INDEXED BY idx-state.
           02 ST-ACCOUNT-NUMBER         PIC X(20) VALUE SPACES.
           02 ST-FIRST-OVER-DATE        PIC X(8) VALUE SPACES.
           02 ST-STAGE                  PIC X(1) VALUE SPACES.
       01 state-count                   PIC 9(4) VALUE ZEROES.

       01 CASE-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 CASE-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-case.
           COPY "writeoff-register.cpy"
               REPLACING LEADING ==WO-== BY ==WO-ARR-==.
       01 case-count                    PIC 9(4) VALUE ZEROES.

       01 RKI-ARRAY-MAX                 PIC 9(4) VALUE 3000.
       01 RKI-ARRAY                     OCCURS 3000 TIMES
                                        INDEXED BY idx-rki.
           COPY "rki-register.cpy"
               REPLACING LEADING ==RK-== BY ==RK-ARR-==.
       01 rki-count                     PIC 9(4) VALUE ZEROES.
       01 rki-existing-count            PIC 9(4) VALUE ZEROES.
       01 register-existed              PIC X VALUE "N".
       01 active-row-found              PIC X VALUE "N".
       01 scan-row                      PIC 9(4) VALUE ZEROES.

      * Latest RKI-VARSEL letter CORRENG logged as sent, per client.
       01 NOTICE-ARRAY-MAX              PIC 9(4) VALUE 2000.
       01 NOTICE-ARRAY                  OCCURS 2000 TIMES
                                        INDEXED BY idx-ntc.
           02 NTC-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 NTC-SENT-DATE             PIC X(8) VALUE SPACES.
       01 notice-count                  PIC 9(4) VALUE ZEROES.
       01 log-skip                      PIC X(40) VALUE SPACES.
       01 log-event                     PIC X(20) VALUE SPACES.
       01 log-client                    PIC X(40) VALUE SPACES.
       01 log-date                      PIC X(8) VALUE SPACES.
       01 log-sent-tally                PIC 9(3) VALUE ZEROES.
       01 notice-sent-date              PIC X(8) VALUE SPACES.

      * Outstanding debt on one account: the open write-off case
      * when there is one, otherwise the negative balance.
       01 calc-account                  PIC X(20) VALUE SPACES.
       01 calc-client-id                PIC X(10) VALUE SPACES.
       01 calc-source                   PIC X(1) VALUE SPACES.
       01 calc-debt-date                PIC X(8) VALUE SPACES.
       01 outstanding-amount            PIC 9(9)V99 VALUE ZEROES.
       01 case-closed                   PIC X VALUE "N".

       01 WS-MIN-AMOUNT                 PIC 9(7)V99 VALUE 1000.00.
       01 WS-NOTICE-DAYS                PIC 9(3) VALUE 28.
       01 WS-PARAMETER-TEXT             PIC X(10) VALUE SPACES.
       01 days-since-notice             PIC S9(7) VALUE ZEROES.
       01 customer-found                PIC X VALUE "N".
       01 amount-display                PIC Z(8)9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 today-integer                 PIC 9(8) VALUE ZEROES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-STATE-FILENAME
           PIC X(100) VALUE "dunning-state.txt".
       01 WS-WRITEOFFS-FILENAME
           PIC X(100) VALUE "writeoff-register.txt".
       01 WS-CORR-LOG-FILENAME
           PIC X(100) VALUE "correspondence-log.txt".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-REGISTER-FILENAME
           PIC X(100) VALUE "rki-register.txt".
       01 WS-BUREAU-FILENAME
           PIC X(100) VALUE "rki-bureau-file.txt".
       01 WS-EVENTS-FILENAME
           PIC X(100) VALUE "correspondence-events.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "rki-report.txt".

      * Safe rewrite-and-swap of the RKI register.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 warned-count                  PIC 9(5) VALUE ZEROES.
       01 registered-count              PIC 9(5) VALUE ZEROES.
       01 deregistered-count            PIC 9(5) VALUE ZEROES.
       01 dropped-count                 PIC 9(5) VALUE ZEROES.
       01 waiting-count                 PIC 9(5) VALUE ZEROES.
       01 unconfirmed-count             PIC 9(5) VALUE ZEROES.
       01 reported-now-count            PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-STATE-FILENAME FROM ENVIRONMENT "DUNNING_STATE_FILE"
       IF WS-STATE-FILENAME = SPACES
           MOVE "dunning-state.txt" TO WS-STATE-FILENAME
       END-IF

       ACCEPT WS-WRITEOFFS-FILENAME
           FROM ENVIRONMENT "WRITEOFF_REGISTER_FILE"
       IF WS-WRITEOFFS-FILENAME = SPACES
           MOVE "writeoff-register.txt" TO WS-WRITEOFFS-FILENAME
       END-IF

       ACCEPT WS-CORR-LOG-FILENAME
           FROM ENVIRONMENT "CORRESPONDENCE_LOG_FILE"
       IF WS-CORR-LOG-FILENAME = SPACES
           MOVE "correspondence-log.txt" TO WS-CORR-LOG-FILENAME
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-REGISTER-FILENAME FROM ENVIRONMENT "RKI_REGISTER_FILE"
       IF WS-REGISTER-FILENAME = SPACES
           MOVE "rki-register.txt" TO WS-REGISTER-FILENAME
       END-IF

       ACCEPT WS-BUREAU-FILENAME FROM ENVIRONMENT "RKI_BUREAU_FILE"
       IF WS-BUREAU-FILENAME = SPACES
           MOVE "rki-bureau-file.txt" TO WS-BUREAU-FILENAME
       END-IF

       ACCEPT WS-EVENTS-FILENAME
           FROM ENVIRONMENT "CORRESPONDENCE_EVENTS_FILE"
       IF WS-EVENTS-FILENAME = SPACES
           MOVE "correspondence-events.txt" TO WS-EVENTS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT "RKI_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "rki-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "RKI_MIN_AMOUNT"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-MIN-AMOUNT = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "RKI_NOTICE_DAYS"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-NOTICE-DAYS = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       COMPUTE today-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

       MOVE "RKIREG" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "RKIREG: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.

       PERFORM LOAD-DUNNING-STATE.
       PERFORM LOAD-WRITEOFF-CASES.
       PERFORM LOAD-SENT-NOTICES.
       PERFORM LOAD-REGISTER.

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "RKIREG: cannot open " WS-CUSTOMERS-FILENAME ", "
               "file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-BUREAU
       IF WS-BUREAU-STATUS NOT = "00"
           DISPLAY "RKIREG: cannot open " WS-BUREAU-FILENAME ", "
               "file status " WS-BUREAU-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND EVENTS-FILE
       IF WS-EVENTS-STATUS = "35"
           OPEN OUTPUT EVENTS-FILE
       END-IF
       IF WS-EVENTS-STATUS NOT = "00"
           DISPLAY "RKIREG: cannot open " WS-EVENTS-FILENAME
               ", file status " WS-EVENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "RKIREG: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO INFO
       STRING "RKI-indberetninger " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

      * Rows already on the register move on first (register after
      * the notice period, deregister once paid); then new cases
      * are warned.
       MOVE rki-count TO rki-existing-count
       PERFORM VARYING idx-rki FROM 1 BY 1
               UNTIL idx-rki > rki-existing-count
           EVALUATE RK-ARR-STATUS(idx-rki)
               WHEN "V"
                   PERFORM PROCESS-WARNED-ROW
               WHEN "R"
                   PERFORM PROCESS-REPORTED-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.

       PERFORM VARYING scan-row FROM 1 BY 1
               UNTIL scan-row > state-count
           IF ST-STAGE(scan-row) = "3"
               MOVE ST-ACCOUNT-NUMBER(scan-row) TO calc-account
               PERFORM CONSIDER-NEW-CASE
           END-IF
       END-PERFORM.

       PERFORM VARYING scan-row FROM 1 BY 1
               UNTIL scan-row > case-count
           IF WO-ARR-STATUS(scan-row) = "A"
               MOVE WO-ARR-ACCOUNT-NUMBER(scan-row) TO calc-account
               PERFORM CONSIDER-NEW-CASE
           END-IF
       END-PERFORM.

      * What stands reported on each client-id after tonight.
       PERFORM VARYING idx-rki FROM 1 BY 1
               UNTIL idx-rki > rki-count
           IF RK-ARR-STATUS(idx-rki) = "R"
               ADD 1 TO reported-now-count
               MOVE RK-ARR-AMOUNT(idx-rki) TO amount-display
               MOVE SPACES TO INFO
               STRING "AKTUEL: client-id=" DELIMITED BY SIZE
                   RK-ARR-CLIENT-ID(idx-rki) DELIMITED BY SIZE
                   " konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(RK-ARR-ACCOUNT-NUMBER(idx-rki))
                       DELIMITED BY SIZE
                   " beloeb=" DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   " indberettet=" DELIMITED BY SIZE
                   RK-ARR-REGISTERED-DATE(idx-rki) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF
       END-PERFORM.

       MOVE SPACES TO INFO
       STRING "TRAILER: warned=" DELIMITED BY SIZE
           warned-count DELIMITED BY SIZE
           " registered=" DELIMITED BY SIZE
           registered-count DELIMITED BY SIZE
           " deregistered=" DELIMITED BY SIZE
           deregistered-count DELIMITED BY SIZE
           " dropped=" DELIMITED BY SIZE
           dropped-count DELIMITED BY SIZE
           " waiting=" DELIMITED BY SIZE
           waiting-count DELIMITED BY SIZE
           " unconfirmed=" DELIMITED BY SIZE
           unconfirmed-count DELIMITED BY SIZE
           " reported-now=" DELIMITED BY SIZE
           reported-now-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE

       CLOSE OUTPUT-REPORT.
       CLOSE EVENTS-FILE.
       CLOSE OUTPUT-BUREAU.
       CLOSE INPUT-CUSTOMERS.

       PERFORM REWRITE-REGISTER.

       DISPLAY "RKIREG: " warned-count " warned, " registered-count
           " registered, " deregistered-count " deregistered, "
           unconfirmed-count " without confirmed notice."

       IF unconfirmed-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "RKIREG: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "RKIREG: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO END-OF-FILE
           END-IF
           END-PERFORM.
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

       LOAD-WRITEOFF-CASES.
           OPEN INPUT INPUT-WRITEOFFS
           IF WS-WRITEOFFS-STATUS = "00"
               PERFORM UNTIL EOF-WRITEOFFS = "Y"
                   READ INPUT-WRITEOFFS INTO WRITEOFF-RECORD
                       AT END
                           MOVE "Y" TO EOF-WRITEOFFS
                       NOT AT END
                           IF case-count < CASE-ARRAY-MAX
                               ADD 1 TO case-count
                               MOVE WRITEOFF-RECORD
                                   TO CASE-ARRAY(case-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-WRITEOFFS
           END-IF.
       EXIT.

      * CORRENG's log lines read "run-at=YYYY-MM-DD HH:MM:SS
      * event=<code> client-id=<id> ... status=SENDT"; only sent
      * RKI-VARSEL letters count as a notice given.
       LOAD-SENT-NOTICES.
           OPEN INPUT INPUT-CORR-LOG
           IF WS-CORR-LOG-STATUS = "00"
               PERFORM UNTIL EOF-CORR-LOG = "Y"
                   READ INPUT-CORR-LOG INTO CORR-LOG-LINE
                       AT END
                           MOVE "Y" TO EOF-CORR-LOG
                       NOT AT END
                           IF CLG-INFO(1:7) = "run-at="
                               PERFORM TAKE-NOTICE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-CORR-LOG
           END-IF.
       EXIT.

       TAKE-NOTICE-LINE.
           MOVE SPACES TO log-skip log-event log-client
           UNSTRING CLG-INFO(27:94)
               DELIMITED BY " event=" OR " client-id=" OR " "
               INTO log-skip log-event log-client
           END-UNSTRING
           MOVE ZEROES TO log-sent-tally
           INSPECT CLG-INFO TALLYING log-sent-tally
               FOR ALL "status=SENDT"
           IF log-event = "RKI-VARSEL" AND log-sent-tally > 0
               STRING CLG-INFO(8:4) CLG-INFO(13:2) CLG-INFO(16:2)
                   DELIMITED BY SIZE
                   INTO log-date
               SET idx-ntc TO 1
               SEARCH NOTICE-ARRAY
                   AT END
                       IF notice-count < NOTICE-ARRAY-MAX
                           ADD 1 TO notice-count
                           MOVE log-client(1:10)
                               TO NTC-CLIENT-ID(notice-count)
                           MOVE log-date
                               TO NTC-SENT-DATE(notice-count)
                       END-IF
                   WHEN NTC-CLIENT-ID(idx-ntc) = log-client(1:10)
                       IF log-date > NTC-SENT-DATE(idx-ntc)
                           MOVE log-date TO NTC-SENT-DATE(idx-ntc)
                       END-IF
               END-SEARCH
           END-IF.
       EXIT.

       LOAD-REGISTER.
           OPEN INPUT INPUT-REGISTER
           IF WS-REGISTER-STATUS = "00"
               MOVE "Y" TO register-existed
               PERFORM UNTIL EOF-REGISTER = "Y"
                   READ INPUT-REGISTER INTO REGISTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-REGISTER
                       NOT AT END
                           IF rki-count >= RKI-ARRAY-MAX
                               DISPLAY "RKIREG: " WS-REGISTER-FILENAME
                                   " has more rows than RKI-ARRAY ("
                                   RKI-ARRAY-MAX ") can hold"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO rki-count
                           MOVE REGISTER-RECORD TO RKI-ARRAY(rki-count)
                   END-READ
               END-PERFORM
               CLOSE INPUT-REGISTER
           END-IF.
       EXIT.

      * calc-account in; outstanding-amount, calc-client-id,
      * calc-source and calc-debt-date out. An open write-off case
      * carries the debt once the balance has been zeroed; a fully
      * recovered case means nothing is owed.
       COMPUTE-OUTSTANDING.
           MOVE ZEROES TO outstanding-amount
           MOVE SPACES TO calc-client-id calc-source calc-debt-date
           MOVE "N" TO case-closed
           PERFORM VARYING idx-case FROM 1 BY 1
                   UNTIL idx-case > case-count
               IF WO-ARR-ACCOUNT-NUMBER(idx-case) = calc-account
                   MOVE "W" TO calc-source
                   MOVE WO-ARR-CLIENT-ID(idx-case) TO calc-client-id
                   MOVE WO-ARR-WRITEOFF-DATE(idx-case)
                       TO calc-debt-date
                   IF WO-ARR-STATUS(idx-case) = "A"
                       AND WO-ARR-WRITTEN-OFF(idx-case)
                           > WO-ARR-RECOVERED(idx-case)
                       COMPUTE outstanding-amount =
                           WO-ARR-WRITTEN-OFF(idx-case)
                           - WO-ARR-RECOVERED(idx-case)
                       MOVE "N" TO case-closed
                   ELSE
                       MOVE ZEROES TO outstanding-amount
                       MOVE "Y" TO case-closed
                   END-IF
               END-IF
           END-PERFORM

           IF calc-source = SPACES
               MOVE "D" TO calc-source
               SET idx-acct TO 1
               SEARCH ACCOUNT-ARRAY
                   AT END
                       CONTINUE
                   WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                           = calc-account
                       MOVE client-id OF ACCOUNT-ARRAY(idx-acct)
                           TO calc-client-id
                       IF balance OF ACCOUNT-ARRAY(idx-acct) < ZEROES
                           COMPUTE outstanding-amount =
                               0 - balance OF ACCOUNT-ARRAY(idx-acct)
                       END-IF
               END-SEARCH
               SET idx-state TO 1
               SEARCH STATE-ARRAY
                   AT END
                       MOVE WS-TODAY TO calc-debt-date
                   WHEN ST-ACCOUNT-NUMBER(idx-state) = calc-account
                       MOVE ST-FIRST-OVER-DATE(idx-state)
                           TO calc-debt-date
               END-SEARCH
           END-IF.
       EXIT.

      * A warned row is registered once CORRENG has logged the
      * notice as sent and the notice period has run from that
      * date; paid in the meantime, the warning is dropped.
       PROCESS-WARNED-ROW.
           MOVE RK-ARR-ACCOUNT-NUMBER(idx-rki) TO calc-account
           PERFORM COMPUTE-OUTSTANDING
           IF outstanding-amount = ZEROES
               MOVE "O" TO RK-ARR-STATUS(idx-rki)
               ADD 1 TO dropped-count
               MOVE "OPGIVET" TO log-event
               PERFORM REPORT-ROW
           ELSE
               MOVE SPACES TO notice-sent-date
               SET idx-ntc TO 1
               SEARCH NOTICE-ARRAY
                   AT END
                       CONTINUE
                   WHEN NTC-CLIENT-ID(idx-ntc)
                           = RK-ARR-CLIENT-ID(idx-rki)
                       IF NTC-SENT-DATE(idx-ntc)
                               NOT < RK-ARR-WARNED-DATE(idx-rki)
                           MOVE NTC-SENT-DATE(idx-ntc)
                               TO notice-sent-date
                       END-IF
               END-SEARCH
               IF notice-sent-date = SPACES
                   COMPUTE days-since-notice = today-integer
                       - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           RK-ARR-WARNED-DATE(idx-rki)))
                   IF days-since-notice > WS-NOTICE-DAYS
                       ADD 1 TO unconfirmed-count
                       MOVE "VARSEL-IKKE-BEKRAEFTET" TO log-event
                   ELSE
                       ADD 1 TO waiting-count
                       MOVE "AFVENTER-VARSEL" TO log-event
                   END-IF
                   PERFORM REPORT-ROW
               ELSE
                   COMPUTE days-since-notice = today-integer
                       - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           notice-sent-date))
                   IF days-since-notice < WS-NOTICE-DAYS
                       ADD 1 TO waiting-count
                       MOVE "AFVENTER-FRIST" TO log-event
                       PERFORM REPORT-ROW
                   ELSE
                       MOVE outstanding-amount
                           TO RK-ARR-AMOUNT(idx-rki)
                       MOVE calc-source TO RK-ARR-SOURCE(idx-rki)
                       MOVE "T" TO RB-RECORD-TYPE
                       PERFORM WRITE-BUREAU-RECORD
                       MOVE "R" TO RK-ARR-STATUS(idx-rki)
                       MOVE WS-TODAY TO RK-ARR-REGISTERED-DATE(idx-rki)
                       ADD 1 TO registered-count
                       MOVE "INDBERETTET" TO log-event
                       PERFORM REPORT-ROW
                   END-IF
               END-IF
           END-IF.
       EXIT.

      * A reported row whose debt is settled is deregistered at once.
       PROCESS-REPORTED-ROW.
           MOVE RK-ARR-ACCOUNT-NUMBER(idx-rki) TO calc-account
           PERFORM COMPUTE-OUTSTANDING
           IF outstanding-amount = ZEROES
               MOVE "S" TO RB-RECORD-TYPE
               PERFORM WRITE-BUREAU-RECORD
               MOVE "S" TO RK-ARR-STATUS(idx-rki)
               MOVE WS-TODAY TO RK-ARR-DEREGISTERED-DATE(idx-rki)
               ADD 1 TO deregistered-count
               MOVE "SLETTET" TO log-event
               PERFORM REPORT-ROW
           END-IF.
       EXIT.

      * A handover or open write-off case above the threshold, with
      * no warning or registration already running on the account,
      * gets the statutory notice letter.
       CONSIDER-NEW-CASE.
           MOVE "N" TO active-row-found
           PERFORM VARYING idx-rki FROM 1 BY 1
                   UNTIL idx-rki > rki-count
               IF RK-ARR-ACCOUNT-NUMBER(idx-rki) = calc-account
                   AND (RK-ARR-STATUS(idx-rki) = "V"
                       OR RK-ARR-STATUS(idx-rki) = "R")
                   MOVE "Y" TO active-row-found
               END-IF
           END-PERFORM
           IF active-row-found = "N"
               PERFORM COMPUTE-OUTSTANDING
               IF outstanding-amount NOT < WS-MIN-AMOUNT
                   AND calc-client-id NOT = SPACES
                   PERFORM WARN-NEW-CASE
               END-IF
           END-IF.
       EXIT.

       WARN-NEW-CASE.
           MOVE calc-client-id TO client-id OF CUSTOMER-RECORD
           MOVE "N" TO customer-found
           READ INPUT-CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO customer-found
           END-READ
      * Deceased debtors are handled with the estate, never
      * reported to the bureau.
           IF customer-found = "Y"
               AND deceased-flag OF CUSTOMER-RECORD = "Y"
               CONTINUE
           ELSE
               IF rki-count >= RKI-ARRAY-MAX
                   DISPLAY "RKIREG: RKI-ARRAY is full"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO rki-count
               MOVE calc-client-id TO RK-ARR-CLIENT-ID(rki-count)
               MOVE calc-account TO RK-ARR-ACCOUNT-NUMBER(rki-count)
               MOVE calc-source TO RK-ARR-SOURCE(rki-count)
               MOVE outstanding-amount TO RK-ARR-AMOUNT(rki-count)
               MOVE calc-debt-date TO RK-ARR-DEBT-DATE(rki-count)
               MOVE WS-TODAY TO RK-ARR-WARNED-DATE(rki-count)
               MOVE SPACES TO RK-ARR-REGISTERED-DATE(rki-count)
               MOVE SPACES TO RK-ARR-DEREGISTERED-DATE(rki-count)
               MOVE "V" TO RK-ARR-STATUS(rki-count)

               MOVE outstanding-amount TO amount-display
               MOVE SPACES TO EVENT-RECORD
               MOVE "RKI-VARSEL" TO EV-EVENT-CODE
               MOVE calc-client-id TO EV-CLIENT-ID
               MOVE WS-TODAY TO EV-EVENT-DATE
               MOVE FUNCTION TRIM(amount-display) TO EV-VAR1
               MOVE calc-account TO EV-VAR2
               WRITE EVENT-RECORD

               ADD 1 TO warned-count
               SET idx-rki TO rki-count
               MOVE "VARSLET" TO log-event
               PERFORM REPORT-ROW
           END-IF.
       EXIT.

      * The bureau row for RKI-ARRAY(idx-rki); RB-RECORD-TYPE is set
      * by the caller.
       WRITE-BUREAU-RECORD.
           MOVE RK-ARR-CLIENT-ID(idx-rki)
               TO client-id OF CUSTOMER-RECORD
           MOVE "N" TO customer-found
           READ INPUT-CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO customer-found
           END-READ
           MOVE RK-ARR-CLIENT-ID(idx-rki) TO RB-CLIENT-ID
           MOVE SPACES TO RB-FIRST-NAME RB-LAST-NAME RB-ROAD-NAME
               RB-HOUSE-NUMBER RB-POSTAL-CODE RB-CITY
           IF customer-found = "Y"
               MOVE first-name OF CUSTOMER-RECORD TO RB-FIRST-NAME
               MOVE last-name OF CUSTOMER-RECORD TO RB-LAST-NAME
               MOVE road-name OF CUSTOMER-RECORD TO RB-ROAD-NAME
               MOVE house-number OF CUSTOMER-RECORD TO RB-HOUSE-NUMBER
               MOVE postal-code OF CUSTOMER-RECORD TO RB-POSTAL-CODE
               MOVE city OF CUSTOMER-RECORD TO RB-CITY
           END-IF
           MOVE RK-ARR-ACCOUNT-NUMBER(idx-rki) TO RB-ACCOUNT-NUMBER
           MOVE RK-ARR-AMOUNT(idx-rki) TO RB-AMOUNT
           MOVE RK-ARR-DEBT-DATE(idx-rki) TO RB-DEBT-DATE
           MOVE WS-TODAY TO RB-RECORD-DATE
           WRITE BUREAU-RECORD.
       EXIT.

      * One movement line for RKI-ARRAY(idx-rki); the keyword is in
      * log-event.
       REPORT-ROW.
           MOVE RK-ARR-AMOUNT(idx-rki) TO amount-display
           MOVE SPACES TO INFO
           STRING FUNCTION TRIM(log-event) DELIMITED BY SIZE
               ": client-id=" DELIMITED BY SIZE
               RK-ARR-CLIENT-ID(idx-rki) DELIMITED BY SIZE
               " konto=" DELIMITED BY SIZE
               FUNCTION TRIM(RK-ARR-ACCOUNT-NUMBER(idx-rki))
                   DELIMITED BY SIZE
               " kilde=" DELIMITED BY SIZE
               RK-ARR-SOURCE(idx-rki) DELIMITED BY SIZE
               " beloeb=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " varslet=" DELIMITED BY SIZE
               RK-ARR-WARNED-DATE(idx-rki) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       REWRITE-REGISTER.
           IF register-existed = "Y"
               MOVE WS-REGISTER-FILENAME TO swap-master-name
               PERFORM BUILD-SWAP-NAMES
               MOVE swap-new-name TO WS-REGISTER-FILENAME
           END-IF

           OPEN OUTPUT OUTPUT-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "RKIREG: cannot open " WS-REGISTER-FILENAME
                   " for rewrite, file status " WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-rki FROM 1 BY 1
                   UNTIL idx-rki > rki-count
               MOVE RKI-ARRAY(idx-rki) TO OUTPUT-REGISTER-RECORD
               WRITE OUTPUT-REGISTER-RECORD
           END-PERFORM
           CLOSE OUTPUT-REGISTER

           IF register-existed = "Y"
               MOVE ZEROES TO verify-count
               MOVE "N" TO EOF-VERIFY
               OPEN INPUT INPUT-REGISTER
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "RKIREG: cannot re-open new register "
                       WS-REGISTER-FILENAME " for verification, "
                       "file status " WS-REGISTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL EOF-VERIFY = "Y"
                   READ INPUT-REGISTER INTO REGISTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-VERIFY
                       NOT AT END
                           ADD 1 TO verify-count
                   END-READ
               END-PERFORM
               CLOSE INPUT-REGISTER
               IF verify-count NOT = rki-count
                   DISPLAY "RKIREG: new register FAILED verification ("
                       verify-count "/" rki-count
                       " record(s)) - live register untouched"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE swap-master-name TO WS-REGISTER-FILENAME
               PERFORM SWAP-IN-NEW-MASTER
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

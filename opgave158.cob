      * Formål: Kontoskifteservice for kunder der kommer til og
      *    forlader banken. Naar en kunde flyttede fra en anden bank,
      *    blev de staaende ordrer, Betalingsservice-mandaterne og
      *    loenudbetaleren flyttet i haanden - og der gik jaevnligt
      *    en husleje eller en loen tabt undervejs. Koerslen holder
      *    et register over skifterne (account-switches.txt) og
      *    behandler begge retninger:
      *
      *    Tilgang: den gamle banks skiftefil (account-switch-in.txt
      *    - kontoen, ordrerne, mandaterne og loenudbetaleren, en
      *    linje hver) indlaeses som ventende. Paa skiftedatoen
      *    oprettes ordrerne og mandaterne gennem SOMAINT og DDMAND
      *    (anmodningsfiler som natkoerslen koerer dem paa),
      *    kreditorer og arbejdsgivere faar besked om den nye konto
      *    i account-switch-notices.txt, den gamle banks afsluttende
      *    saldo krediteres kontoen, og kunden faar et brev via
      *    correspondence-events.txt (KONTOSKIFTE-IND).
      *
      *    Afgang: en anmodning (account-switch-requests.txt: konto,
      *    skiftedato, ny bank og konto, bestiller) eksporterer straks
      *    kundens staaende ordrer og aktive mandater til den nye bank
      *    (account-switch-export-YYYYMMDD.txt, samme layout som den
      *    fil vi selv modtager). Paa den aftalte dato annulleres
      *    ordrerne og mandaterne gennem SOMAINT og DDMAND, og kontoen
      *    lukkes gennem ACCTCLOSE med restsaldoen til den nye bank.
      *
      *    Begge indgangsfiler flyttes til side (.applied) naar de er
      *    indlaest; en linje der allerede staar i registret springes
      *    over, saa en fil kan koeres igen.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSWCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SWITCHES-FILE ASSIGN TO DYNAMIC WS-SWITCHES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SWITCHES-STATUS.
       SELECT OUTPUT-SWITCHES ASSIGN TO DYNAMIC WS-SWITCHES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SWITCHES-STATUS.
       SELECT INPUT-INBOUND ASSIGN TO DYNAMIC WS-INBOUND-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INBOUND-STATUS.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-ORDERS ASSIGN TO DYNAMIC WS-ORDERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ORDERS-STATUS.
       SELECT INPUT-MANDATES ASSIGN TO DYNAMIC WS-MANDATES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MANDATES-STATUS.
       SELECT OUTPUT-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXPORT-STATUS.
       SELECT SO-REQUESTS-FILE
       ASSIGN TO DYNAMIC WS-SO-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SO-REQUESTS-STATUS.
       SELECT DD-REQUESTS-FILE
       ASSIGN TO DYNAMIC WS-DD-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DD-REQUESTS-STATUS.
       SELECT CLOSE-REQUESTS-FILE
       ASSIGN TO DYNAMIC WS-CLOSE-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CLOSE-REQUESTS-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT EVENTS-FILE ASSIGN TO DYNAMIC WS-EVENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EVENTS-STATUS.
       SELECT NOTICES-FILE ASSIGN TO DYNAMIC WS-NOTICES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTICES-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SWITCHES-FILE.
       01 SWITCH-RECORD.
           COPY "account-switches.cpy".
       FD OUTPUT-SWITCHES.
       01 OUTPUT-SWITCH-RECORD.
           COPY "account-switches.cpy"
               REPLACING LEADING ==AS-== BY ==AS-OUT-==.
       FD INPUT-INBOUND.
       01 INBOUND-RECORD.
           COPY "account-switches.cpy"
               REPLACING LEADING ==AS-== BY ==AS-IN-==.
       FD INPUT-REQUESTS.
       01 REQUEST-RECORD.
           COPY "account-switches.cpy"
               REPLACING LEADING ==AS-== BY ==AS-RQ-==.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-ORDERS.
       01 ORDER-RECORD.
           COPY "standing-orders.cpy".
       FD INPUT-MANDATES.
       01 MANDATE-RECORD.
           COPY "dd-mandates.cpy".
       FD OUTPUT-EXPORT.
       01 EXPORT-RECORD.
           COPY "account-switches.cpy"
               REPLACING LEADING ==AS-== BY ==AS-EX-==.
      * SOMAINT's request layout: action, requester, the order.
       FD SO-REQUESTS-FILE.
       01 SO-REQUEST-RECORD.
           02 sor-action                PIC X(1).
           02 sor-requested-by          PIC X(8).
           02 sor-order.
               COPY "standing-orders.cpy"
                   REPLACING LEADING ==SO-== BY ==SO-REQ-==
                             ==02== BY ==03==.
      * DDMAND's request layout.
       FD DD-REQUESTS-FILE.
       01 DD-REQUEST-RECORD.
           02 ddr-action                PIC X(1).
           02 ddr-creditor-id           PIC X(10).
           02 ddr-debtor-account        PIC X(20).
           02 ddr-signed-date           PIC X(8).
      * ACCTCLOSE's request layout.
       FD CLOSE-REQUESTS-FILE.
       01 CLOSE-REQUEST-RECORD.
           02 clr-account-number        PIC X(20).
           02 clr-receiving-account     PIC X(20).
           02 clr-requested-by          PIC X(8).
           02 clr-cp-reg-nr             PIC X(4).
       FD OUTPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD EVENTS-FILE.
       01 EVENT-RECORD.
           COPY "correspondence-events.cpy".
      * Besked til kreditor ("M") eller arbejdsgiver ("L") om
      * kundens nye konto fra skiftedatoen.
       FD NOTICES-FILE.
       01 NOTICE-RECORD.
           02 SN-PARTY-TYPE            PIC X(1).
           02 SN-PARTY-ID              PIC X(10).
           02 SN-PARTY-NAME            PIC X(40).
           02 SN-CLIENT-ID             PIC X(10).
           02 SN-OLD-REG-NR            PIC X(4).
           02 SN-OLD-ACCOUNT           PIC X(20).
           02 SN-NEW-REG-NR            PIC X(4).
           02 SN-NEW-ACCOUNT           PIC X(20).
           02 SN-EFFECTIVE-DATE        PIC X(8).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(200).

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
       01 EOF-SWITCHES                  PIC X VALUE "N".
       01 EOF-INBOUND                   PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 EOF-ORDERS                    PIC X VALUE "N".
       01 EOF-MANDATES                  PIC X VALUE "N".
       01 WS-SWITCHES-STATUS            PIC XX VALUE "00".
       01 WS-INBOUND-STATUS             PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-ORDERS-STATUS              PIC XX VALUE "00".
       01 WS-MANDATES-STATUS            PIC XX VALUE "00".
       01 WS-EXPORT-STATUS              PIC XX VALUE "00".
       01 WS-SO-REQUESTS-STATUS         PIC XX VALUE "00".
       01 WS-DD-REQUESTS-STATUS         PIC XX VALUE "00".
       01 WS-CLOSE-REQUESTS-STATUS      PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-EVENTS-STATUS              PIC XX VALUE "00".
       01 WS-NOTICES-STATUS             PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 SWITCH-ARRAY-MAX              PIC 9(4) VALUE 3000.
       01 SWITCH-ARRAY                  OCCURS 3000 TIMES
                                        INDEXED BY idx-sw.
           COPY "account-switches.cpy"
               REPLACING LEADING ==AS-== BY ==AS-ARR-==.
       01 switch-count                  PIC 9(4) VALUE ZEROES.
       01 switches-present              PIC X VALUE "N".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 ORDER-ARRAY-MAX               PIC 9(4) VALUE 500.
       01 ORDER-ARRAY                   OCCURS 500 TIMES
                                        INDEXED BY idx-ord.
           COPY "standing-orders.cpy"
               REPLACING LEADING ==SO-== BY ==SO-ARR-==.
       01 order-count                   PIC 9(4) VALUE ZEROES.

       01 MANDATE-ARRAY-MAX             PIC 9(4) VALUE 1000.
       01 MANDATE-ARRAY                 OCCURS 1000 TIMES
                                        INDEXED BY idx-man.
           COPY "dd-mandates.cpy"
               REPLACING LEADING ==DM-== BY ==DM-ARR-==.
       01 mandate-count                 PIC 9(4) VALUE ZEROES.

      * Opslag i kontomasteren (FIND-ACCOUNT): lookup-account ind,
      * account-slot ud (nul naar kontoen er ukendt).
       01 lookup-account                PIC X(20) VALUE SPACES.
       01 account-slot                  PIC 9(4) VALUE ZEROES.
       01 our-reg-nr                    PIC X(4) VALUE SPACES.

       01 line-ok                       PIC X VALUE "Y".
       01 refuse-reason                 PIC X(30) VALUE SPACES.
       01 found-slot                    PIC 9(4) VALUE ZEROES.
       01 new-switch-id                 PIC X(12) VALUE SPACES.
       01 switch-seq                    PIC 9(3) VALUE ZEROES.
       01 next-line-no                  PIC 9(3) VALUE ZEROES.
       01 export-open                   PIC X VALUE "N".
       01 EXPORT-TRAILER-TEXT           PIC X(79) VALUE SPACES.
       01 amount-display                PIC Z(6)9.99 VALUE ZEROES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-SWITCHES-FILENAME
           PIC X(100) VALUE "account-switches.txt".
       01 WS-INBOUND-FILENAME
           PIC X(100) VALUE "account-switch-in.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "account-switch-requests.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-ORDERS-FILENAME
           PIC X(100) VALUE "standing-orders.txt".
       01 WS-MANDATES-FILENAME
           PIC X(100) VALUE "dd-mandates.txt".
       01 WS-EXPORT-FILENAME            PIC X(100) VALUE SPACES.
       01 WS-SO-REQUESTS-FILENAME
           PIC X(100) VALUE "account-switch-so-requests.txt".
       01 WS-DD-REQUESTS-FILENAME
           PIC X(100) VALUE "account-switch-dd-requests.txt".
       01 WS-CLOSE-REQUESTS-FILENAME
           PIC X(100) VALUE "account-switch-close-requests.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-EVENTS-FILENAME
           PIC X(100) VALUE "correspondence-events.txt".
       01 WS-NOTICES-FILENAME
           PIC X(100) VALUE "account-switch-notices.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "account-switch-report.txt".
       01 WS-RETIRE-FILENAME            PIC X(100) VALUE SPACES.
       01 WS-RETIRE-DONE-FILENAME       PIC X(100) VALUE SPACES.

      * Safe rewrite-and-swap of the switch register.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 loaded-count                  PIC 9(6) VALUE ZEROES.
       01 duplicate-count               PIC 9(6) VALUE ZEROES.
       01 refused-count                 PIC 9(6) VALUE ZEROES.
       01 exported-count                PIC 9(6) VALUE ZEROES.
       01 done-count                    PIC 9(6) VALUE ZEROES.
       01 so-request-count              PIC 9(6) VALUE ZEROES.
       01 dd-request-count              PIC 9(6) VALUE ZEROES.
       01 close-request-count           PIC 9(6) VALUE ZEROES.
       01 notice-count                  PIC 9(6) VALUE ZEROES.
       01 credited-total                PIC 9(9)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-SWITCHES-FILENAME
           FROM ENVIRONMENT "ACCOUNT_SWITCHES_FILE"
       IF WS-SWITCHES-FILENAME = SPACES
           MOVE "account-switches.txt" TO WS-SWITCHES-FILENAME
       END-IF

       ACCEPT WS-INBOUND-FILENAME FROM ENVIRONMENT "SWITCH_IN_FILE"
       IF WS-INBOUND-FILENAME = SPACES
           MOVE "account-switch-in.txt" TO WS-INBOUND-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "SWITCH_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "account-switch-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-ORDERS-FILENAME
           FROM ENVIRONMENT "STANDING_ORDERS_FILE"
       IF WS-ORDERS-FILENAME = SPACES
           MOVE "standing-orders.txt" TO WS-ORDERS-FILENAME
       END-IF

       ACCEPT WS-MANDATES-FILENAME FROM ENVIRONMENT "DD_MANDATES_FILE"
       IF WS-MANDATES-FILENAME = SPACES
           MOVE "dd-mandates.txt" TO WS-MANDATES-FILENAME
       END-IF

       ACCEPT WS-SO-REQUESTS-FILENAME
           FROM ENVIRONMENT "SWITCH_SO_REQUESTS_FILE"
       IF WS-SO-REQUESTS-FILENAME = SPACES
           MOVE "account-switch-so-requests.txt"
               TO WS-SO-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-DD-REQUESTS-FILENAME
           FROM ENVIRONMENT "SWITCH_DD_REQUESTS_FILE"
       IF WS-DD-REQUESTS-FILENAME = SPACES
           MOVE "account-switch-dd-requests.txt"
               TO WS-DD-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-CLOSE-REQUESTS-FILENAME
           FROM ENVIRONMENT "SWITCH_CLOSE_REQUESTS_FILE"
       IF WS-CLOSE-REQUESTS-FILENAME = SPACES
           MOVE "account-switch-close-requests.txt"
               TO WS-CLOSE-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-EVENTS-FILENAME
           FROM ENVIRONMENT "CORRESPONDENCE_EVENTS_FILE"
       IF WS-EVENTS-FILENAME = SPACES
           MOVE "correspondence-events.txt" TO WS-EVENTS-FILENAME
       END-IF

       ACCEPT WS-NOTICES-FILENAME FROM ENVIRONMENT "SWITCH_NOTICES_FILE"
       IF WS-NOTICES-FILENAME = SPACES
           MOVE "account-switch-notices.txt" TO WS-NOTICES-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT "SWITCH_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "account-switch-report.txt" TO WS-REPORT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       ACCEPT WS-EXPORT-FILENAME FROM ENVIRONMENT "SWITCH_EXPORT_FILE"
       IF WS-EXPORT-FILENAME = SPACES
           STRING "account-switch-export-" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
       END-IF

       MOVE "ACCTSWCH" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No register yet is a normal state - the first switch
      * starts it.
       PERFORM LOAD-SWITCHES
       IF WS-SWITCHES-STATUS NOT = "35"
           MOVE "Y" TO switches-present
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "ACCTSWCH: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS
       CLOSE INPUT-ACCOUNTS
       PERFORM LOAD-ORDERS
       PERFORM LOAD-MANDATES

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "ACCTSWCH: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND SO-REQUESTS-FILE
       IF WS-SO-REQUESTS-STATUS = "35"
           OPEN OUTPUT SO-REQUESTS-FILE
       END-IF
       IF WS-SO-REQUESTS-STATUS NOT = "00"
           DISPLAY "ACCTSWCH: cannot open " WS-SO-REQUESTS-FILENAME
               ", file status " WS-SO-REQUESTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND DD-REQUESTS-FILE
       IF WS-DD-REQUESTS-STATUS = "35"
           OPEN OUTPUT DD-REQUESTS-FILE
       END-IF
       IF WS-DD-REQUESTS-STATUS NOT = "00"
           DISPLAY "ACCTSWCH: cannot open " WS-DD-REQUESTS-FILENAME
               ", file status " WS-DD-REQUESTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND CLOSE-REQUESTS-FILE
       IF WS-CLOSE-REQUESTS-STATUS = "35"
           OPEN OUTPUT CLOSE-REQUESTS-FILE
       END-IF
       IF WS-CLOSE-REQUESTS-STATUS NOT = "00"
           DISPLAY "ACCTSWCH: cannot open " WS-CLOSE-REQUESTS-FILENAME
               ", file status " WS-CLOSE-REQUESTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND OUTPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS = "35"
           OPEN OUTPUT OUTPUT-TRANSACTIONS
       END-IF
       IF WS-TRANSACTIONS-STATUS NOT = "00"
           DISPLAY "ACCTSWCH: cannot open " WS-TRANSACTIONS-FILENAME
               ", file status " WS-TRANSACTIONS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND EVENTS-FILE
       IF WS-EVENTS-STATUS = "35"
           OPEN OUTPUT EVENTS-FILE
       END-IF
       IF WS-EVENTS-STATUS NOT = "00"
           DISPLAY "ACCTSWCH: cannot open " WS-EVENTS-FILENAME
               ", file status " WS-EVENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND NOTICES-FILE
       IF WS-NOTICES-STATUS = "35"
           OPEN OUTPUT NOTICES-FILE
       END-IF
       IF WS-NOTICES-STATUS NOT = "00"
           DISPLAY "ACCTSWCH: cannot open " WS-NOTICES-FILENAME
               ", file status " WS-NOTICES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       STRING "Kontoskifter " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

      * Both input files first, so a switch due today that arrived
      * today is on the register before the switch-date pass runs.
       OPEN INPUT INPUT-INBOUND
       IF WS-INBOUND-STATUS = "00"
           PERFORM UNTIL EOF-INBOUND = "Y"
               READ INPUT-INBOUND INTO INBOUND-RECORD
                   AT END
                       MOVE "Y" TO EOF-INBOUND
                   NOT AT END
                       IF AS-IN-SWITCH-ID NOT = SPACES
                           PERFORM LOAD-INBOUND-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-INBOUND
           MOVE WS-INBOUND-FILENAME TO WS-RETIRE-FILENAME
           PERFORM RETIRE-INPUT-FILE
       ELSE
           IF WS-INBOUND-STATUS NOT = "35"
               DISPLAY "ACCTSWCH: cannot open " WS-INBOUND-FILENAME
                   ", file status " WS-INBOUND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "00"
           PERFORM UNTIL END-OF-REQUESTS = "Y"
               READ INPUT-REQUESTS INTO REQUEST-RECORD
                   AT END
                       MOVE "Y" TO END-OF-REQUESTS
                   NOT AT END
                       IF AS-RQ-ACCOUNT-NUMBER NOT = SPACES
                           PERFORM LOAD-LEAVING-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
           MOVE WS-REQUESTS-FILENAME TO WS-RETIRE-FILENAME
           PERFORM RETIRE-INPUT-FILE
       ELSE
           IF WS-REQUESTS-STATUS NOT = "35"
               DISPLAY "ACCTSWCH: cannot open " WS-REQUESTS-FILENAME
                   ", file status " WS-REQUESTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

      * The export's own TRAILER: the lines handed to the new banks
      * by this run.
       IF export-open = "Y"
           MOVE SPACES TO EXPORT-RECORD
           MOVE SPACES TO EXPORT-TRAILER-TEXT
           STRING "TRAILER: count=" DELIMITED BY SIZE
               exported-count DELIMITED BY SIZE
               " export-date=" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO EXPORT-TRAILER-TEXT
           MOVE EXPORT-TRAILER-TEXT TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           CLOSE OUTPUT-EXPORT
       END-IF

       PERFORM VARYING idx-sw FROM 1 BY 1
               UNTIL idx-sw > switch-count
           IF AS-ARR-STATUS(idx-sw) = "P"
               AND AS-ARR-SWITCH-DATE(idx-sw) <= WS-TODAY
               PERFORM CARRY-OUT-SWITCH-LINE
           END-IF
       END-PERFORM

       CLOSE SO-REQUESTS-FILE
       CLOSE DD-REQUESTS-FILE
       CLOSE CLOSE-REQUESTS-FILE
       CLOSE OUTPUT-TRANSACTIONS
       CLOSE EVENTS-FILE
       CLOSE NOTICES-FILE

       MOVE SPACES TO INFO
       STRING "TRAILER: loaded=" DELIMITED BY SIZE
           loaded-count DELIMITED BY SIZE
           " already-loaded=" DELIMITED BY SIZE
           duplicate-count DELIMITED BY SIZE
           " refused=" DELIMITED BY SIZE
           refused-count DELIMITED BY SIZE
           " exported=" DELIMITED BY SIZE
           exported-count DELIMITED BY SIZE
           " carried-out=" DELIMITED BY SIZE
           done-count DELIMITED BY SIZE
           " so-requests=" DELIMITED BY SIZE
           so-request-count DELIMITED BY SIZE
           " dd-requests=" DELIMITED BY SIZE
           dd-request-count DELIMITED BY SIZE
           " closes=" DELIMITED BY SIZE
           close-request-count DELIMITED BY SIZE
           " notices=" DELIMITED BY SIZE
           notice-count DELIMITED BY SIZE
           " credited=" DELIMITED BY SIZE
           credited-total DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT

       IF switch-count > 0
           PERFORM REWRITE-SWITCH-REGISTER
       END-IF

       DISPLAY "ACCTSWCH: " loaded-count " line(s) loaded, "
           refused-count " refused, " exported-count " exported, "
           done-count " carried out."

       IF refused-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-SWITCHES.
           OPEN INPUT SWITCHES-FILE
           IF WS-SWITCHES-STATUS = "00"
               PERFORM UNTIL EOF-SWITCHES = "Y"
                   READ SWITCHES-FILE INTO SWITCH-RECORD
                       AT END
                           MOVE "Y" TO EOF-SWITCHES
                       NOT AT END
                           IF switch-count < SWITCH-ARRAY-MAX
                               ADD 1 TO switch-count
                               MOVE SWITCH-RECORD
                                   TO SWITCH-ARRAY(switch-count)
                           ELSE
                               DISPLAY "ACCTSWCH: "
                                   WS-SWITCHES-FILENAME
                                   " has more rows than SWITCH-ARRAY ("
                                   SWITCH-ARRAY-MAX ") can hold"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWITCHES-FILE
           ELSE
               IF WS-SWITCHES-STATUS NOT = "35"
                   DISPLAY "ACCTSWCH: cannot open "
                       WS-SWITCHES-FILENAME
                       ", file status " WS-SWITCHES-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "ACCTSWCH: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "ACCTSWCH: error reading "
                   WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO END-OF-FILE
           END-IF
           END-PERFORM.
       EXIT.

       LOAD-ORDERS.
           OPEN INPUT INPUT-ORDERS
           IF WS-ORDERS-STATUS = "00"
               PERFORM UNTIL EOF-ORDERS = "Y"
                   READ INPUT-ORDERS INTO ORDER-RECORD
                       AT END
                           MOVE "Y" TO EOF-ORDERS
                       NOT AT END
                           IF order-count < ORDER-ARRAY-MAX
                               ADD 1 TO order-count
                               MOVE ORDER-RECORD
                                   TO ORDER-ARRAY(order-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-ORDERS
           END-IF.
       EXIT.

       LOAD-MANDATES.
           OPEN INPUT INPUT-MANDATES
           IF WS-MANDATES-STATUS = "00"
               PERFORM UNTIL EOF-MANDATES = "Y"
                   READ INPUT-MANDATES INTO MANDATE-RECORD
                       AT END
                           MOVE "Y" TO EOF-MANDATES
                       NOT AT END
                           IF mandate-count < MANDATE-ARRAY-MAX
                               ADD 1 TO mandate-count
                               MOVE MANDATE-RECORD
                                   TO MANDATE-ARRAY(mandate-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-MANDATES
           END-IF.
       EXIT.

       FIND-ACCOUNT.
           MOVE ZEROES TO account-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = lookup-account
                   SET account-slot TO idx-acct
           END-SEARCH.
       EXIT.

      * A line from the old bank's switch file. One already on the
      * register (same switch and line number) is left alone, so the
      * file can be rerun. The account must already be opened with
      * us; whether it is still open is checked on the switch date.
       LOAD-INBOUND-LINE.
           MOVE "Y" TO line-ok
           MOVE SPACES TO refuse-reason

           SET idx-sw TO 1
           SEARCH SWITCH-ARRAY
               AT END
                   CONTINUE
               WHEN AS-ARR-SWITCH-ID(idx-sw) = AS-IN-SWITCH-ID
                   AND AS-ARR-LINE-NO(idx-sw) = AS-IN-LINE-NO
                   MOVE "N" TO line-ok
                   ADD 1 TO duplicate-count
           END-SEARCH
           IF line-ok = "N"
               MOVE SPACES TO INFO
               STRING "ALLEREDE-INDLAEST: skifte=" DELIMITED BY SIZE
                   FUNCTION TRIM(AS-IN-SWITCH-ID) DELIMITED BY SIZE
                   " linje=" DELIMITED BY SIZE
                   AS-IN-LINE-NO DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               PERFORM VALIDATE-INBOUND-LINE
               IF line-ok = "Y"
                   MOVE INBOUND-RECORD TO SWITCH-RECORD
                   PERFORM ADD-SWITCH-LINE
                   MOVE SPACES TO INFO
                   STRING "INDLAEST: skifte=" DELIMITED BY SIZE
                       FUNCTION TRIM(AS-IN-SWITCH-ID) DELIMITED BY SIZE
                       " linje=" DELIMITED BY SIZE
                       AS-IN-LINE-NO DELIMITED BY SIZE
                       " type=" DELIMITED BY SIZE
                       AS-IN-LINE-TYPE DELIMITED BY SIZE
                       " konto=" DELIMITED BY SIZE
                       FUNCTION TRIM(AS-IN-ACCOUNT-NUMBER)
                           DELIMITED BY SIZE
                       " skiftedato=" DELIMITED BY SIZE
                       AS-IN-SWITCH-DATE DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               ELSE
                   ADD 1 TO refused-count
                   MOVE SPACES TO INFO
                   STRING "AFVIST: skifte=" DELIMITED BY SIZE
                       FUNCTION TRIM(AS-IN-SWITCH-ID) DELIMITED BY SIZE
                       " linje=" DELIMITED BY SIZE
                       AS-IN-LINE-NO DELIMITED BY SIZE
                       " konto=" DELIMITED BY SIZE
                       FUNCTION TRIM(AS-IN-ACCOUNT-NUMBER)
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(refuse-reason) DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       EXIT.

       VALIDATE-INBOUND-LINE.
           IF AS-IN-DIRECTION NOT = "I"
               MOVE "N" TO line-ok
               MOVE "ikke en tilgang" TO refuse-reason
           END-IF

           IF line-ok = "Y"
               IF AS-IN-SWITCH-DATE NOT NUMERIC
                   MOVE "N" TO line-ok
                   MOVE "ugyldig skiftedato" TO refuse-reason
               END-IF
           END-IF

           IF line-ok = "Y"
               MOVE AS-IN-ACCOUNT-NUMBER TO lookup-account
               PERFORM FIND-ACCOUNT
               IF account-slot = ZEROES
                   MOVE "N" TO line-ok
                   MOVE "ukendt konto" TO refuse-reason
               END-IF
           END-IF

           IF line-ok = "Y"
               EVALUATE AS-IN-LINE-TYPE
                   WHEN "K"
                       IF AS-IN-AMOUNT NOT NUMERIC
                           MOVE "N" TO line-ok
                           MOVE "ugyldig saldo" TO refuse-reason
                       END-IF
                   WHEN "S"
                       IF AS-IN-AMOUNT NOT NUMERIC
                           OR AS-IN-AMOUNT = ZEROES
                           MOVE "N" TO line-ok
                           MOVE "ugyldigt beloeb" TO refuse-reason
                       ELSE
                           IF AS-IN-PARTY-NAME = SPACES
                               MOVE "N" TO line-ok
                               MOVE "manglende modtager"
                                   TO refuse-reason
                           END-IF
                       END-IF
                   WHEN "M"
                       IF AS-IN-PARTY-ID = SPACES
                           MOVE "N" TO line-ok
                           MOVE "manglende kreditor-id"
                               TO refuse-reason
                       END-IF
                   WHEN "L"
                       IF AS-IN-PARTY-ID = SPACES
                           AND AS-IN-PARTY-NAME = SPACES
                           MOVE "N" TO line-ok
                           MOVE "manglende arbejdsgiver"
                               TO refuse-reason
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO line-ok
                       MOVE "ukendt linjetype" TO refuse-reason
               END-EVALUATE
           END-IF.
       EXIT.

      * SWITCH-RECORD in, appended to the register as pending.
       ADD-SWITCH-LINE.
           IF switch-count >= SWITCH-ARRAY-MAX
               DISPLAY "ACCTSWCH: SWITCH-ARRAY is full"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "P" TO AS-STATUS
           MOVE WS-TODAY TO AS-LOADED-DATE
           MOVE SPACES TO AS-DONE-DATE
           MOVE SPACES TO AS-NOTE
           ADD 1 TO switch-count
           MOVE SWITCH-RECORD TO SWITCH-ARRAY(switch-count)
           ADD 1 TO loaded-count.
       EXIT.

      * A departing customer's request: the account must be open with
      * us, the new bank and account named and the switch date not
      * in the past. A second request for an account already leaving
      * is refused. The "K" line goes on the register and straight
      * into the export, followed by the account's standing orders
      * and active mandates as they stand today.
       LOAD-LEAVING-REQUEST.
           MOVE "Y" TO line-ok
           MOVE SPACES TO refuse-reason

           MOVE AS-RQ-ACCOUNT-NUMBER TO lookup-account
           PERFORM FIND-ACCOUNT
           IF account-slot = ZEROES
               MOVE "N" TO line-ok
               MOVE "ukendt konto" TO refuse-reason
           ELSE
               IF account-status OF ACCOUNT-ARRAY(account-slot)
                       NOT = "O"
                   MOVE "N" TO line-ok
                   MOVE "konto er ikke aaben" TO refuse-reason
               END-IF
           END-IF

           IF line-ok = "Y"
               IF AS-RQ-OTHER-REG-NR = SPACES
                   OR AS-RQ-OTHER-ACCOUNT = SPACES
                   MOVE "N" TO line-ok
                   MOVE "manglende ny bank/konto" TO refuse-reason
               END-IF
           END-IF

           IF line-ok = "Y"
               IF AS-RQ-SWITCH-DATE NOT NUMERIC
                   MOVE "N" TO line-ok
                   MOVE "ugyldig skiftedato" TO refuse-reason
               ELSE
                   IF AS-RQ-SWITCH-DATE < WS-TODAY
                       MOVE "N" TO line-ok
                       MOVE "skiftedato er passeret"
                           TO refuse-reason
                   END-IF
               END-IF
           END-IF

           IF line-ok = "Y"
               PERFORM VARYING idx-sw FROM 1 BY 1
                       UNTIL idx-sw > switch-count
                   IF AS-ARR-DIRECTION(idx-sw) = "U"
                       AND AS-ARR-LINE-TYPE(idx-sw) = "K"
                       AND AS-ARR-STATUS(idx-sw) = "P"
                       AND AS-ARR-ACCOUNT-NUMBER(idx-sw)
                           = AS-RQ-ACCOUNT-NUMBER
                       MOVE "N" TO line-ok
                       MOVE "afgang allerede anmodet"
                           TO refuse-reason
                   END-IF
               END-PERFORM
           END-IF

           IF line-ok = "N"
               ADD 1 TO refused-count
               MOVE SPACES TO INFO
               STRING "AFVIST: afgang konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(AS-RQ-ACCOUNT-NUMBER)
                       DELIMITED BY SIZE
                   " bestilt-af=" DELIMITED BY SIZE
                   FUNCTION TRIM(AS-RQ-REQUESTED-BY) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(refuse-reason) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               PERFORM REGISTER-LEAVING-SWITCH
           END-IF.
       EXIT.

       REGISTER-LEAVING-SWITCH.
           MOVE AS-RQ-SWITCH-ID TO new-switch-id
           IF new-switch-id = SPACES
               PERFORM NEXT-SWITCH-ID
           END-IF

           MOVE REQUEST-RECORD TO SWITCH-RECORD
           MOVE new-switch-id TO AS-SWITCH-ID
           MOVE 1 TO AS-LINE-NO
           MOVE "U" TO AS-DIRECTION
           MOVE "K" TO AS-LINE-TYPE
           MOVE balance OF ACCOUNT-ARRAY(account-slot) TO AS-AMOUNT
           PERFORM ADD-SWITCH-LINE
           PERFORM EXPORT-SWITCH-LINE
           MOVE 1 TO next-line-no

           MOVE SPACES TO INFO
           STRING "AFGANG: skifte=" DELIMITED BY SIZE
               FUNCTION TRIM(new-switch-id) DELIMITED BY SIZE
               " konto=" DELIMITED BY SIZE
               FUNCTION TRIM(AS-RQ-ACCOUNT-NUMBER) DELIMITED BY SIZE
               " til reg.nr. " DELIMITED BY SIZE
               AS-RQ-OTHER-REG-NR DELIMITED BY SIZE
               " konto " DELIMITED BY SIZE
               FUNCTION TRIM(AS-RQ-OTHER-ACCOUNT) DELIMITED BY SIZE
               " skiftedato=" DELIMITED BY SIZE
               AS-RQ-SWITCH-DATE DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           PERFORM VARYING idx-ord FROM 1 BY 1
                   UNTIL idx-ord > order-count
               IF SO-ARR-ACCOUNT-NUMBER OF ORDER-ARRAY(idx-ord)
                       = AS-RQ-ACCOUNT-NUMBER
                   PERFORM REGISTER-LEAVING-ORDER
               END-IF
           END-PERFORM

           PERFORM VARYING idx-man FROM 1 BY 1
                   UNTIL idx-man > mandate-count
               IF DM-ARR-DEBTOR-ACCOUNT OF MANDATE-ARRAY(idx-man)
                       = AS-RQ-ACCOUNT-NUMBER
                   AND DM-ARR-STATUS OF MANDATE-ARRAY(idx-man) = "A"
                   PERFORM REGISTER-LEAVING-MANDATE
               END-IF
           END-PERFORM.
       EXIT.

      * "U" + run date + a sequence number not yet on the register.
       NEXT-SWITCH-ID.
           MOVE "Y" TO line-ok
           PERFORM UNTIL line-ok = "N"
               ADD 1 TO switch-seq
               MOVE SPACES TO new-switch-id
               STRING "U" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   switch-seq DELIMITED BY SIZE
                   INTO new-switch-id
               MOVE "N" TO line-ok
               PERFORM VARYING idx-sw FROM 1 BY 1
                       UNTIL idx-sw > switch-count
                   IF AS-ARR-SWITCH-ID(idx-sw) = new-switch-id
                       MOVE "Y" TO line-ok
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "Y" TO line-ok.
       EXIT.

       REGISTER-LEAVING-ORDER.
           ADD 1 TO next-line-no
           MOVE SPACES TO SWITCH-RECORD
           MOVE new-switch-id TO AS-SWITCH-ID
           MOVE next-line-no TO AS-LINE-NO
           MOVE "U" TO AS-DIRECTION
           MOVE "S" TO AS-LINE-TYPE
           MOVE AS-RQ-ACCOUNT-NUMBER TO AS-ACCOUNT-NUMBER
           MOVE AS-RQ-SWITCH-DATE TO AS-SWITCH-DATE
           MOVE AS-RQ-OTHER-REG-NR TO AS-OTHER-REG-NR
           MOVE AS-RQ-OTHER-ACCOUNT TO AS-OTHER-ACCOUNT
           MOVE SO-ARR-AMOUNT OF ORDER-ARRAY(idx-ord) TO AS-AMOUNT
           MOVE SO-ARR-FREQUENCY OF ORDER-ARRAY(idx-ord)
               TO AS-FREQUENCY
           MOVE SO-ARR-NEXT-DUE-DATE OF ORDER-ARRAY(idx-ord)
               TO AS-NEXT-DUE-DATE
           MOVE SO-ARR-END-DATE OF ORDER-ARRAY(idx-ord)
               TO AS-END-DATE
           MOVE SO-ARR-BENEFICIARY OF ORDER-ARRAY(idx-ord)
               TO AS-PARTY-NAME
           MOVE SO-ARR-CP-REG-NR OF ORDER-ARRAY(idx-ord)
               TO AS-CP-REG-NR
           MOVE SO-ARR-CP-ACCOUNT OF ORDER-ARRAY(idx-ord)
               TO AS-CP-ACCOUNT
           MOVE SO-ARR-CP-SWIFT-BIC OF ORDER-ARRAY(idx-ord)
               TO AS-CP-SWIFT-BIC
           MOVE AS-RQ-REQUESTED-BY TO AS-REQUESTED-BY
           PERFORM ADD-SWITCH-LINE
           PERFORM EXPORT-SWITCH-LINE.
       EXIT.

       REGISTER-LEAVING-MANDATE.
           ADD 1 TO next-line-no
           MOVE SPACES TO SWITCH-RECORD
           MOVE new-switch-id TO AS-SWITCH-ID
           MOVE next-line-no TO AS-LINE-NO
           MOVE "U" TO AS-DIRECTION
           MOVE "M" TO AS-LINE-TYPE
           MOVE AS-RQ-ACCOUNT-NUMBER TO AS-ACCOUNT-NUMBER
           MOVE AS-RQ-SWITCH-DATE TO AS-SWITCH-DATE
           MOVE AS-RQ-OTHER-REG-NR TO AS-OTHER-REG-NR
           MOVE AS-RQ-OTHER-ACCOUNT TO AS-OTHER-ACCOUNT
           MOVE ZEROES TO AS-AMOUNT
           MOVE DM-ARR-CREDITOR-ID OF MANDATE-ARRAY(idx-man)
               TO AS-PARTY-ID
           MOVE DM-ARR-SIGNED-DATE OF MANDATE-ARRAY(idx-man)
               TO AS-SIGNED-DATE
           MOVE AS-RQ-REQUESTED-BY TO AS-REQUESTED-BY
           PERFORM ADD-SWITCH-LINE
           PERFORM EXPORT-SWITCH-LINE.
       EXIT.

      * The line just registered goes to the new bank without the
      * register's own fields.
       EXPORT-SWITCH-LINE.
           IF export-open = "N"
               OPEN EXTEND OUTPUT-EXPORT
               IF WS-EXPORT-STATUS = "35"
                   OPEN OUTPUT OUTPUT-EXPORT
               END-IF
               IF WS-EXPORT-STATUS NOT = "00"
                   DISPLAY "ACCTSWCH: cannot open " WS-EXPORT-FILENAME
                       ", file status " WS-EXPORT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO export-open
           END-IF
           MOVE SWITCH-RECORD TO EXPORT-RECORD
           MOVE SPACES TO AS-EX-STATUS
           MOVE SPACES TO AS-EX-LOADED-DATE
           MOVE SPACES TO AS-EX-DONE-DATE
           MOVE SPACES TO AS-EX-NOTE
           WRITE EXPORT-RECORD
           ADD 1 TO exported-count.
       EXIT.

      * Switch date reached. Every line needs the account still
      * open with us; a line that cannot be carried out is marked
      * refused with the reason and stays on the register.
       CARRY-OUT-SWITCH-LINE.
           MOVE "Y" TO line-ok
           MOVE SPACES TO refuse-reason
           MOVE AS-ARR-ACCOUNT-NUMBER(idx-sw) TO lookup-account
           PERFORM FIND-ACCOUNT
           IF account-slot = ZEROES
               MOVE "N" TO line-ok
               MOVE "ukendt konto" TO refuse-reason
           ELSE
               IF account-status OF ACCOUNT-ARRAY(account-slot)
                       NOT = "O"
                   MOVE "N" TO line-ok
                   MOVE "konto er ikke aaben" TO refuse-reason
               END-IF
           END-IF

           IF line-ok = "Y"
               MOVE home-reg-nr OF ACCOUNT-ARRAY(account-slot)
                   TO our-reg-nr
               IF our-reg-nr = SPACES
                   MOVE AS-ARR-ACCOUNT-NUMBER(idx-sw)(1:4)
                       TO our-reg-nr
               END-IF
               IF AS-ARR-DIRECTION(idx-sw) = "I"
                   PERFORM CARRY-OUT-ARRIVING-LINE
               ELSE
                   PERFORM CARRY-OUT-LEAVING-LINE
               END-IF
           END-IF

           IF line-ok = "Y"
               MOVE "G" TO AS-ARR-STATUS(idx-sw)
               MOVE WS-TODAY TO AS-ARR-DONE-DATE(idx-sw)
               ADD 1 TO done-count
               MOVE SPACES TO INFO
               STRING "GENNEMFOERT: skifte=" DELIMITED BY SIZE
                   FUNCTION TRIM(AS-ARR-SWITCH-ID(idx-sw))
                       DELIMITED BY SIZE
                   " linje=" DELIMITED BY SIZE
                   AS-ARR-LINE-NO(idx-sw) DELIMITED BY SIZE
                   " retning=" DELIMITED BY SIZE
                   AS-ARR-DIRECTION(idx-sw) DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   AS-ARR-LINE-TYPE(idx-sw) DELIMITED BY SIZE
                   " konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(AS-ARR-ACCOUNT-NUMBER(idx-sw))
                       DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               MOVE "A" TO AS-ARR-STATUS(idx-sw)
               MOVE WS-TODAY TO AS-ARR-DONE-DATE(idx-sw)
               MOVE refuse-reason TO AS-ARR-NOTE(idx-sw)
               ADD 1 TO refused-count
               MOVE SPACES TO INFO
               STRING "AFVIST: skifte=" DELIMITED BY SIZE
                   FUNCTION TRIM(AS-ARR-SWITCH-ID(idx-sw))
                       DELIMITED BY SIZE
                   " linje=" DELIMITED BY SIZE
                   AS-ARR-LINE-NO(idx-sw) DELIMITED BY SIZE
                   " konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(AS-ARR-ACCOUNT-NUMBER(idx-sw))
                       DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(refuse-reason) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF.
       EXIT.

      * Arriving: the old bank's closing balance is credited and the
      * customer gets their letter on the "K" line; orders and
      * mandates become SOMAINT/DDMAND requests; creditors and the
      * employer are told the new account.
       CARRY-OUT-ARRIVING-LINE.
           EVALUATE AS-ARR-LINE-TYPE(idx-sw)
               WHEN "K"
                   PERFORM CREDIT-CLOSING-BALANCE
                   MOVE SPACES TO EVENT-RECORD
                   MOVE "KONTOSKIFTE-IND" TO EV-EVENT-CODE
                   MOVE client-id OF ACCOUNT-ARRAY(account-slot)
                       TO EV-CLIENT-ID
                   MOVE WS-TODAY TO EV-EVENT-DATE
      *>           &1 = the new account, &2 = balance brought over.
                   STRING "reg.nr. " DELIMITED BY SIZE
                       our-reg-nr DELIMITED BY SIZE
                       " konto " DELIMITED BY SIZE
                       FUNCTION TRIM(AS-ARR-ACCOUNT-NUMBER(idx-sw))
                           DELIMITED BY SIZE
                       INTO EV-VAR1
                   MOVE AS-ARR-AMOUNT(idx-sw) TO amount-display
                   MOVE FUNCTION TRIM(amount-display) TO EV-VAR2
                   WRITE EVENT-RECORD
               WHEN "S"
                   MOVE SPACES TO SO-REQUEST-RECORD
                   MOVE "A" TO sor-action
                   PERFORM FILL-SO-REQUEST
                   WRITE SO-REQUEST-RECORD
                   ADD 1 TO so-request-count
               WHEN "M"
                   MOVE SPACES TO DD-REQUEST-RECORD
                   MOVE "S" TO ddr-action
                   MOVE AS-ARR-PARTY-ID(idx-sw) TO ddr-creditor-id
                   MOVE AS-ARR-ACCOUNT-NUMBER(idx-sw)
                       TO ddr-debtor-account
                   MOVE AS-ARR-SIGNED-DATE(idx-sw) TO ddr-signed-date
                   IF ddr-signed-date = SPACES
                       MOVE AS-ARR-SWITCH-DATE(idx-sw)
                           TO ddr-signed-date
                   END-IF
                   WRITE DD-REQUEST-RECORD
                   ADD 1 TO dd-request-count
                   PERFORM WRITE-PARTY-NOTICE
               WHEN "L"
                   PERFORM WRITE-PARTY-NOTICE
           END-EVALUATE.
       EXIT.

      * The old bank pays the closing balance through the clearing on
      * the switch date; it lands on the new account as a credit
      * carrying the old bank and account.
       CREDIT-CLOSING-BALANCE.
           IF AS-ARR-AMOUNT(idx-sw) > ZEROES
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE client-id OF ACCOUNT-ARRAY(account-slot)
                   TO CLIENT-ID OF TRANSACTION-RECORD
               MOVE AS-ARR-ACCOUNT-NUMBER(idx-sw)
                   TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
               MOVE AS-ARR-OTHER-REG-NR(idx-sw)
                   TO REG-NR OF TRANSACTION-RECORD
               MOVE "KONTOSKIFTE SALDO" TO OWNER OF TRANSACTION-RECORD
               MOVE WS-TODAY TO TRANSACTION-DATE OF TRANSACTION-RECORD
               MOVE "C" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
               MOVE AS-ARR-AMOUNT(idx-sw)
                   TO AMOUNT OF TRANSACTION-RECORD
               MOVE AS-ARR-OTHER-ACCOUNT(idx-sw)
                   TO COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
               WRITE TRANSACTION-RECORD
               ADD AS-ARR-AMOUNT(idx-sw) TO credited-total
           END-IF.
       EXIT.

       FILL-SO-REQUEST.
           MOVE "ACCTSWCH" TO sor-requested-by
           MOVE client-id OF ACCOUNT-ARRAY(account-slot)
               TO SO-REQ-CLIENT-ID
           MOVE AS-ARR-ACCOUNT-NUMBER(idx-sw) TO SO-REQ-ACCOUNT-NUMBER
           MOVE AS-ARR-AMOUNT(idx-sw) TO SO-REQ-AMOUNT
           MOVE AS-ARR-FREQUENCY(idx-sw) TO SO-REQ-FREQUENCY
           MOVE AS-ARR-NEXT-DUE-DATE(idx-sw) TO SO-REQ-NEXT-DUE-DATE
           MOVE AS-ARR-END-DATE(idx-sw) TO SO-REQ-END-DATE
           MOVE AS-ARR-PARTY-NAME(idx-sw) TO SO-REQ-BENEFICIARY
           MOVE AS-ARR-CP-REG-NR(idx-sw) TO SO-REQ-CP-REG-NR
           MOVE AS-ARR-CP-ACCOUNT(idx-sw) TO SO-REQ-CP-ACCOUNT
           MOVE AS-ARR-CP-SWIFT-BIC(idx-sw) TO SO-REQ-CP-SWIFT-BIC.
       EXIT.

       WRITE-PARTY-NOTICE.
           MOVE SPACES TO NOTICE-RECORD
           MOVE AS-ARR-LINE-TYPE(idx-sw) TO SN-PARTY-TYPE
           MOVE AS-ARR-PARTY-ID(idx-sw) TO SN-PARTY-ID
           MOVE AS-ARR-PARTY-NAME(idx-sw) TO SN-PARTY-NAME
           MOVE client-id OF ACCOUNT-ARRAY(account-slot)
               TO SN-CLIENT-ID
           MOVE AS-ARR-OTHER-REG-NR(idx-sw) TO SN-OLD-REG-NR
           MOVE AS-ARR-OTHER-ACCOUNT(idx-sw) TO SN-OLD-ACCOUNT
           MOVE our-reg-nr TO SN-NEW-REG-NR
           MOVE AS-ARR-ACCOUNT-NUMBER(idx-sw) TO SN-NEW-ACCOUNT
           MOVE AS-ARR-SWITCH-DATE(idx-sw) TO SN-EFFECTIVE-DATE
           WRITE NOTICE-RECORD
           ADD 1 TO notice-count.
       EXIT.

      * Leaving: the exported "S"/"M" lines need nothing more. The
      * "K" line cancels every standing order and active mandate on
      * the account as they stand today - also any added since the
      * export - and hands the account to ACCTCLOSE with the
      * residual going to the new bank. The nightly chain runs
      * SOMAINT and DDMAND ahead of ACCTCLOSE, so the orders no
      * longer block the close.
       CARRY-OUT-LEAVING-LINE.
           IF AS-ARR-LINE-TYPE(idx-sw) = "K"
               PERFORM VARYING idx-ord FROM 1 BY 1
                       UNTIL idx-ord > order-count
                   IF SO-ARR-ACCOUNT-NUMBER OF ORDER-ARRAY(idx-ord)
                           = AS-ARR-ACCOUNT-NUMBER(idx-sw)
                       MOVE SPACES TO SO-REQUEST-RECORD
                       MOVE "D" TO sor-action
                       MOVE "ACCTSWCH" TO sor-requested-by
                       MOVE ORDER-ARRAY(idx-ord) TO sor-order
                       WRITE SO-REQUEST-RECORD
                       ADD 1 TO so-request-count
                   END-IF
               END-PERFORM

               PERFORM VARYING idx-man FROM 1 BY 1
                       UNTIL idx-man > mandate-count
                   IF DM-ARR-DEBTOR-ACCOUNT OF MANDATE-ARRAY(idx-man)
                           = AS-ARR-ACCOUNT-NUMBER(idx-sw)
                       AND DM-ARR-STATUS OF MANDATE-ARRAY(idx-man)
                           = "A"
                       MOVE SPACES TO DD-REQUEST-RECORD
                       MOVE "C" TO ddr-action
                       MOVE DM-ARR-CREDITOR-ID OF MANDATE-ARRAY(idx-man)
                           TO ddr-creditor-id
                       MOVE AS-ARR-ACCOUNT-NUMBER(idx-sw)
                           TO ddr-debtor-account
                       MOVE WS-TODAY TO ddr-signed-date
                       WRITE DD-REQUEST-RECORD
                       ADD 1 TO dd-request-count
                   END-IF
               END-PERFORM

               MOVE SPACES TO CLOSE-REQUEST-RECORD
               MOVE AS-ARR-ACCOUNT-NUMBER(idx-sw)
                   TO clr-account-number
               MOVE AS-ARR-OTHER-ACCOUNT(idx-sw)
                   TO clr-receiving-account
               MOVE AS-ARR-REQUESTED-BY(idx-sw) TO clr-requested-by
               IF clr-requested-by = SPACES
                   MOVE "ACCTSWCH" TO clr-requested-by
               END-IF
               MOVE AS-ARR-OTHER-REG-NR(idx-sw) TO clr-cp-reg-nr
               WRITE CLOSE-REQUEST-RECORD
               ADD 1 TO close-request-count

               MOVE SPACES TO EVENT-RECORD
               MOVE "KONTOSKIFTE-UD" TO EV-EVENT-CODE
               MOVE client-id OF ACCOUNT-ARRAY(account-slot)
                   TO EV-CLIENT-ID
               MOVE WS-TODAY TO EV-EVENT-DATE
      *>       &1 = the account closed, &2 = where the balance went.
               MOVE AS-ARR-ACCOUNT-NUMBER(idx-sw) TO EV-VAR1
               STRING "reg.nr. " DELIMITED BY SIZE
                   AS-ARR-OTHER-REG-NR(idx-sw) DELIMITED BY SIZE
                   " konto " DELIMITED BY SIZE
                   FUNCTION TRIM(AS-ARR-OTHER-ACCOUNT(idx-sw))
                       DELIMITED BY SIZE
                   INTO EV-VAR2
               WRITE EVENT-RECORD
           END-IF.
       EXIT.

      * Once the register holds the lines, the input file is moved
      * aside so tomorrow night does not load it a second time.
       RETIRE-INPUT-FILE.
           MOVE SPACES TO WS-RETIRE-DONE-FILENAME
           STRING FUNCTION TRIM(WS-RETIRE-FILENAME) DELIMITED BY SIZE
               ".applied" DELIMITED BY SIZE
               INTO WS-RETIRE-DONE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-RETIRE-DONE-FILENAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-RETIRE-FILENAME WS-RETIRE-DONE-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "ACCTSWCH: cannot move "
                   FUNCTION TRIM(WS-RETIRE-FILENAME) " aside as "
                   FUNCTION TRIM(WS-RETIRE-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

       REWRITE-SWITCH-REGISTER.
           MOVE WS-SWITCHES-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-SWITCHES-FILENAME

           OPEN OUTPUT OUTPUT-SWITCHES
           IF WS-SWITCHES-STATUS NOT = "00"
               DISPLAY "ACCTSWCH: cannot open " WS-SWITCHES-FILENAME
                   " for rewrite, file status " WS-SWITCHES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-sw FROM 1 BY 1
                   UNTIL idx-sw > switch-count
               MOVE SWITCH-ARRAY(idx-sw) TO OUTPUT-SWITCH-RECORD
               WRITE OUTPUT-SWITCH-RECORD
           END-PERFORM
           CLOSE OUTPUT-SWITCHES

           PERFORM VERIFY-NEW-SWITCHES-FILE
           MOVE swap-master-name TO WS-SWITCHES-FILENAME
           PERFORM SWAP-OR-PLACE-SWITCHES.
       EXIT.

       VERIFY-NEW-SWITCHES-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT SWITCHES-FILE
           IF WS-SWITCHES-STATUS NOT = "00"
               DISPLAY "ACCTSWCH: cannot re-open new register for "
                   "verification, file status " WS-SWITCHES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ SWITCHES-FILE INTO SWITCH-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE SWITCHES-FILE
           IF verify-count NOT = switch-count
               DISPLAY "ACCTSWCH: new register FAILED verification ("
                   verify-count "/" switch-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * The first switch ever has no register to move aside; the new
      * file is simply renamed into place.
       SWAP-OR-PLACE-SWITCHES.
           MOVE "N" TO swap-failed
           IF switches-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "ACCTSWCH: cannot move "
                       FUNCTION TRIM(swap-new-name)
                       " into place as "
                       FUNCTION TRIM(swap-master-name)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

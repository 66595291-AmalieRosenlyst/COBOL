      * Formål: Aarlig opkraevning af bankbokslejen. For hver udlejet
      *    boks i safe-deposit-boxes.txt hvis lejeforfald er naaet,
      *    slaas aarslejen op i fee-tariff.txt efter boksens
      *    stoerrelse (BOX-S/BOX-M/BOX-L) og traekkes paa lejernes
      *    valgte konto som "D" i transactions.txt - daekningen
      *    bedoemmes som i PAYRETRY: nattens bogfoerte saldo
      *    (balance-carry-forward.txt) minus aktive reservationer maa
      *    ned til minus kontoens bevilgede traek. Betalt leje rykker
      *    forfaldet et aar frem. Udaekket leje forsoeges igen hver
      *    nat og rykkes efter DUNNING's trappe: rykker 1, rykker 2
      *    og sidste paakrav efter BOX_DUNNING_STAGE1/2/3_DAYS dage
      *    over forfald (standard 14/28/42), sendt til foerste lejer
      *    via correspondence-events.txt (BOKSLEJE-RYKKER1,
      *    BOKSLEJE-RYKKER2, BOKSLEJE-SIDSTE); efter sidste paakrav
      *    overgaar boksen til manuel behandling (boksaabning).
      *    safe-deposit-report.txt viser nattens opkraevninger og
      *    rykkere og markerer udlejede bokse hvis lejer er afgaaet
      *    ved doeden (deceased-flag), slettet efter GDPR, ukendt i
      *    kundekartoteket eller ikke har nogen aaben konto tilbage -
      *    bokse der ellers bliver staaende "udlejet" gratis.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOXRENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BOXES-FILE ASSIGN TO DYNAMIC WS-BOXES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BOXES-STATUS.
       SELECT OUTPUT-BOXES ASSIGN TO DYNAMIC WS-BOXES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BOXES-STATUS.
       SELECT INPUT-TARIFF ASSIGN TO DYNAMIC WS-TARIFF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TARIFF-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-OWNERS ASSIGN TO DYNAMIC WS-OWNERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OWNERS-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT BALANCE-CARRY-FILE
       ASSIGN TO DYNAMIC WS-BALANCE-CARRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCE-CARRY-STATUS.
       SELECT AUTH-HOLDS-FILE ASSIGN TO DYNAMIC WS-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLDS-STATUS.
       SELECT LEGAL-HOLDS-FILE
       ASSIGN TO DYNAMIC WS-LEGAL-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEGAL-HOLDS-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
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
       FD BOXES-FILE.
       01 BOX-RECORD.
           COPY "safe-deposit-boxes.cpy".
       FD OUTPUT-BOXES.
       01 OUTPUT-BOX-RECORD.
           COPY "safe-deposit-boxes.cpy"
               REPLACING LEADING ==SB-== BY ==SB-OUT-==.
       FD INPUT-TARIFF.
       01 TARIFF-RECORD.
           02 TARIFF-KEY               PIC X(16).
           02 TARIFF-VALUE             PIC 9(7)V99.
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-OWNERS.
       01 OWNER-RECORD.
           COPY "account-owners.cpy".
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD BALANCE-CARRY-FILE.
       01 BALANCE-CARRY-RECORD.
           02 BC-ACCOUNT-NUMBER        PIC X(20).
           02 BC-BALANCE               PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
       FD AUTH-HOLDS-FILE.
       01 AUTH-HOLD-RECORD.
           COPY "auth-holds.cpy".
       FD LEGAL-HOLDS-FILE.
       01 LEGAL-HOLD-RECORD.
           COPY "legal-holds.cpy".
       FD OUTPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
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
       01 EOF-BOXES                     PIC X VALUE "N".
       01 EOF-TARIFF                    PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-OWNERS                    PIC X VALUE "N".
       01 EOF-CUSTOMERS                 PIC X VALUE "N".
       01 EOF-BALANCE-CARRY             PIC X VALUE "N".
       01 WS-BOXES-STATUS               PIC XX VALUE "00".
       01 WS-TARIFF-STATUS              PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-OWNERS-STATUS              PIC XX VALUE "00".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-BALANCE-CARRY-STATUS       PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-EVENTS-STATUS              PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 BOX-ARRAY-MAX                 PIC 9(4) VALUE 2000.
       01 BOX-ARRAY                     OCCURS 2000 TIMES
                                        INDEXED BY idx-box.
           COPY "safe-deposit-boxes.cpy"
               REPLACING LEADING ==SB-== BY ==SB-ARR-==.
       01 box-count                     PIC 9(4) VALUE ZEROES.

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

      * Every renter of a rented box, once, with what the customer
      * file and the account master say about the renter: RN-STATE
      * blank = not in the customer file, "L" = living customer,
      * "D" = deceased, "S" = erased (GDPRERA's tombstone).
      * RN-OPEN-ACCOUNT is "Y" while the renter owns or co-owns an
      * open account.
       01 RENTER-ARRAY-MAX              PIC 9(4) VALUE 4000.
       01 RENTER-ARRAY                  OCCURS 4000 TIMES
                                        INDEXED BY idx-rnt.
           02 RN-CLIENT-ID              PIC X(10) VALUE SPACES.
           02 RN-STATE                  PIC X(1) VALUE SPACES.
           02 RN-OPEN-ACCOUNT           PIC X(1) VALUE "N".
       01 renter-count                  PIC 9(4) VALUE ZEROES.
       01 renter-slot                   PIC 9(4) VALUE ZEROES.
       01 renter-nr                     PIC 9(1) VALUE ZEROES.
       01 lookup-client-id              PIC X(10) VALUE SPACES.
       01 flag-text                     PIC X(20) VALUE SPACES.
       01 box-flagged                   PIC X VALUE "N".

      * Yearly rent per box size from fee-tariff.txt; a size with no
      * tariff row is not billed and the report says so.
       01 box-fee-small                 PIC 9(7)V99 VALUE ZEROES.
       01 box-fee-medium                PIC 9(7)V99 VALUE ZEROES.
       01 box-fee-large                 PIC 9(7)V99 VALUE ZEROES.
       01 box-fee                       PIC 9(7)V99 VALUE ZEROES.

      * Coverage is judged the way PAYRETRY judges a waiting item:
      * the posted balance less active holds may go down to minus
      * the authorized overdraft limit, but not below. Rent drawn
      * this run comes off the in-memory balance, so two boxes on
      * the same account are only both paid if both fit.
           COPY "hold-check-fields.cpy".
       01 prospective-balance
           PIC S9(7)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 effective-limit               PIC 9(7)V99 VALUE ZEROES.
       01 fee-acct-slot                 PIC 9(4) VALUE ZEROES.
       01 rent-covered                  PIC X VALUE "N".

      * Reminder ladder, days past the rent's due date, overridden
      * via BOX_DUNNING_STAGE1_DAYS / _STAGE2_ / _STAGE3_.
       01 WS-STAGE1-DAYS-TEXT           PIC X(3) VALUE SPACES.
       01 stage1-days                   PIC 9(3) VALUE 14.
       01 WS-STAGE2-DAYS-TEXT           PIC X(3) VALUE SPACES.
       01 stage2-days                   PIC 9(3) VALUE 28.
       01 WS-STAGE3-DAYS-TEXT           PIC X(3) VALUE SPACES.
       01 stage3-days                   PIC 9(3) VALUE 42.
       01 today-integer                 PIC 9(8) VALUE ZEROES.
       01 due-integer                   PIC 9(8) VALUE ZEROES.
       01 days-over                     PIC S9(8) VALUE ZEROES.
       01 next-due-year                 PIC 9(4) VALUE ZEROES.
       01 box-label                     PIC X(12) VALUE SPACES.
       01 amount-display                PIC Z(6)9.99.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-BOXES-FILENAME
           PIC X(100) VALUE "safe-deposit-boxes.txt".
       01 WS-TARIFF-FILENAME
           PIC X(100) VALUE "fee-tariff.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-OWNERS-FILENAME
           PIC X(100) VALUE "account-owners.txt".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-BALANCE-CARRY-FILENAME
           PIC X(100) VALUE "balance-carry-forward.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-EVENTS-FILENAME
           PIC X(100) VALUE "correspondence-events.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "safe-deposit-report.txt".

      * Safe rewrite-and-swap of the box register, same pattern as
      * BOXMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 billed-count                  PIC 9(6) VALUE ZEROES.
       01 billed-total                  PIC 9(9)V99 VALUE ZEROES.
       01 unpaid-count                  PIC 9(6) VALUE ZEROES.
       01 letter1-count                 PIC 9(6) VALUE ZEROES.
       01 letter2-count                 PIC 9(6) VALUE ZEROES.
       01 final-count                   PIC 9(6) VALUE ZEROES.
       01 no-tariff-count               PIC 9(6) VALUE ZEROES.
       01 flagged-count                 PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-BOXES-FILENAME FROM ENVIRONMENT "SAFE_DEPOSIT_FILE"
       IF WS-BOXES-FILENAME = SPACES
           MOVE "safe-deposit-boxes.txt" TO WS-BOXES-FILENAME
       END-IF

       ACCEPT WS-TARIFF-FILENAME FROM ENVIRONMENT "FEE_TARIFF_FILE"
       IF WS-TARIFF-FILENAME = SPACES
           MOVE "fee-tariff.txt" TO WS-TARIFF-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-OWNERS-FILENAME FROM ENVIRONMENT "ACCOUNT_OWNERS_FILE"
       IF WS-OWNERS-FILENAME = SPACES
           MOVE "account-owners.txt" TO WS-OWNERS-FILENAME
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-BALANCE-CARRY-FILENAME
           FROM ENVIRONMENT "BALANCE_CARRY_FORWARD_FILE"
       IF WS-BALANCE-CARRY-FILENAME = SPACES
           MOVE "balance-carry-forward.txt"
               TO WS-BALANCE-CARRY-FILENAME
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

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "SAFE_DEPOSIT_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "safe-deposit-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-STAGE1-DAYS-TEXT
           FROM ENVIRONMENT "BOX_DUNNING_STAGE1_DAYS"
       IF WS-STAGE1-DAYS-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-STAGE1-DAYS-TEXT) > 0
           COMPUTE stage1-days = FUNCTION NUMVAL(WS-STAGE1-DAYS-TEXT)
       END-IF
       ACCEPT WS-STAGE2-DAYS-TEXT
           FROM ENVIRONMENT "BOX_DUNNING_STAGE2_DAYS"
       IF WS-STAGE2-DAYS-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-STAGE2-DAYS-TEXT) > 0
           COMPUTE stage2-days = FUNCTION NUMVAL(WS-STAGE2-DAYS-TEXT)
       END-IF
       ACCEPT WS-STAGE3-DAYS-TEXT
           FROM ENVIRONMENT "BOX_DUNNING_STAGE3_DAYS"
       IF WS-STAGE3-DAYS-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-STAGE3-DAYS-TEXT) > 0
           COMPUTE stage3-days = FUNCTION NUMVAL(WS-STAGE3-DAYS-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       COMPUTE today-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

       MOVE "BOXRENT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No register yet is the normal state until the first box is
      * let through BOXMAINT.
       OPEN INPUT BOXES-FILE
       IF WS-BOXES-STATUS = "35"
           DISPLAY "BOXRENT: no " FUNCTION TRIM(WS-BOXES-FILENAME)
               " on file, nothing to do"
           PERFORM RELEASE-RUN-LOCK
           STOP RUN
       END-IF
       IF WS-BOXES-STATUS NOT = "00"
           DISPLAY "BOXRENT: cannot open " WS-BOXES-FILENAME ", "
               "file status " WS-BOXES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF-BOXES = "Y"
           READ BOXES-FILE INTO BOX-RECORD
               AT END
                   MOVE "Y" TO EOF-BOXES
               NOT AT END
                   IF box-count >= BOX-ARRAY-MAX
                       DISPLAY "BOXRENT: BOX-ARRAY is full ("
                           BOX-ARRAY-MAX "), cannot load all of "
                           WS-BOXES-FILENAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO box-count
                   MOVE BOX-RECORD TO BOX-ARRAY(box-count)
           END-READ
       END-PERFORM.
       CLOSE BOXES-FILE.

       OPEN INPUT INPUT-TARIFF
       IF WS-TARIFF-STATUS NOT = "00"
           DISPLAY "BOXRENT: cannot open " WS-TARIFF-FILENAME ", "
               "file status " WS-TARIFF-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-TARIFF.
       CLOSE INPUT-TARIFF.

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "BOXRENT: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.
       PERFORM LOAD-OWNERS.

      * The renters' standing in the customer file is read before
      * anything is written, so a customer file that cannot be read
      * stops the run with nothing half done.
       PERFORM COLLECT-RENTERS.
       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "BOXRENT: cannot open " WS-CUSTOMERS-FILENAME ", "
               "file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF-CUSTOMERS = "Y"
           READ INPUT-CUSTOMERS INTO CUSTOMER-RECORD
               AT END
                   MOVE "Y" TO EOF-CUSTOMERS
               NOT AT END
                   PERFORM MARK-RENTER-CUSTOMER
           END-READ
           IF WS-CUSTOMERS-STATUS NOT = "00"
                   AND WS-CUSTOMERS-STATUS NOT = "10"
               DISPLAY "BOXRENT: error reading " WS-CUSTOMERS-FILENAME
                   ", file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-PERFORM.
       CLOSE INPUT-CUSTOMERS.
       PERFORM MARK-RENTER-ACCOUNTS.

       PERFORM APPLY-BALANCE-CARRY-FORWARD.
       PERFORM LOAD-ACTIVE-HOLDS.
       PERFORM LOAD-LEGAL-HOLDS.

       OPEN EXTEND OUTPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS = "35"
           OPEN OUTPUT OUTPUT-TRANSACTIONS
       END-IF
       IF WS-TRANSACTIONS-STATUS NOT = "00"
           DISPLAY "BOXRENT: cannot open " WS-TRANSACTIONS-FILENAME
               ", file status " WS-TRANSACTIONS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND EVENTS-FILE
       IF WS-EVENTS-STATUS = "35"
           OPEN OUTPUT EVENTS-FILE
       END-IF
       IF WS-EVENTS-STATUS NOT = "00"
           DISPLAY "BOXRENT: cannot open " WS-EVENTS-FILENAME
               ", file status " WS-EVENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "BOXRENT: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       STRING "Bankbokse - lejeopkraevning og kontrol "
               DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       PERFORM VARYING idx-box FROM 1 BY 1
               UNTIL idx-box > box-count
           IF SB-ARR-STATUS OF BOX-ARRAY(idx-box) = "A"
               PERFORM BUILD-BOX-LABEL
               IF SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)
                       NOT = SPACES
                   AND SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)
                       <= WS-TODAY
                   PERFORM BILL-ONE-BOX
               END-IF
               PERFORM FLAG-ONE-BOX
           END-IF
       END-PERFORM

       MOVE SPACES TO INFO
       STRING "TRAILER: billed=" DELIMITED BY SIZE
           billed-count DELIMITED BY SIZE
           " billed-total=" DELIMITED BY SIZE
           billed-total DELIMITED BY SIZE
           " unpaid=" DELIMITED BY SIZE
           unpaid-count DELIMITED BY SIZE
           " letter1=" DELIMITED BY SIZE
           letter1-count DELIMITED BY SIZE
           " letter2=" DELIMITED BY SIZE
           letter2-count DELIMITED BY SIZE
           " final=" DELIMITED BY SIZE
           final-count DELIMITED BY SIZE
           " no-tariff=" DELIMITED BY SIZE
           no-tariff-count DELIMITED BY SIZE
           " flagged=" DELIMITED BY SIZE
           flagged-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.
       CLOSE EVENTS-FILE.
       CLOSE OUTPUT-TRANSACTIONS.

       PERFORM REWRITE-BOX-REGISTER

       DISPLAY "BOXRENT: " billed-count " box(es) billed, "
           unpaid-count " unpaid, " letter1-count "/" letter2-count
           "/" final-count " reminder(s), " flagged-count
           " box(es) flagged."

       IF final-count > 0 OR flagged-count > 0
           OR no-tariff-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-TARIFF.
           PERFORM UNTIL EOF-TARIFF = "Y"
           READ INPUT-TARIFF INTO TARIFF-RECORD
               AT END
                   MOVE "Y" TO EOF-TARIFF
               NOT AT END
                   EVALUATE FUNCTION TRIM(TARIFF-KEY)
                       WHEN "BOX-S"
                           MOVE TARIFF-VALUE TO box-fee-small
                       WHEN "BOX-M"
                           MOVE TARIFF-VALUE TO box-fee-medium
                       WHEN "BOX-L"
                           MOVE TARIFF-VALUE TO box-fee-large
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           END-PERFORM.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "BOXRENT: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "BOXRENT: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
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

      * Last night's posted balances laid over the account master,
      * as in PAYRETRY. A missing file leaves the master's balances.
       APPLY-BALANCE-CARRY-FORWARD.
           OPEN INPUT BALANCE-CARRY-FILE
           IF WS-BALANCE-CARRY-STATUS = "00"
               PERFORM UNTIL EOF-BALANCE-CARRY = "Y"
                   READ BALANCE-CARRY-FILE INTO BALANCE-CARRY-RECORD
                       AT END
                           MOVE "Y" TO EOF-BALANCE-CARRY
                       NOT AT END
                           SET idx-acct TO 1
                           SEARCH ACCOUNT-ARRAY
                               AT END
                                   CONTINUE
                               WHEN account-number
                                       OF ACCOUNT-ARRAY(idx-acct)
                                       = BC-ACCOUNT-NUMBER
                                   MOVE BC-BALANCE TO
                                     balance OF ACCOUNT-ARRAY(idx-acct)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE BALANCE-CARRY-FILE
           END-IF.
       EXIT.

      * Every renter of a rented box once in RENTER-ARRAY.
       COLLECT-RENTERS.
           PERFORM VARYING idx-box FROM 1 BY 1
                   UNTIL idx-box > box-count
               IF SB-ARR-STATUS OF BOX-ARRAY(idx-box) = "A"
                   PERFORM VARYING renter-nr FROM 1 BY 1
                           UNTIL renter-nr > 2
                       MOVE SB-ARR-RENTER-CLIENT-ID
                           OF BOX-ARRAY(idx-box, renter-nr)
                           TO lookup-client-id
                       IF lookup-client-id NOT = SPACES
                           PERFORM FIND-RENTER
                           IF renter-slot = ZEROES
                               AND renter-count < RENTER-ARRAY-MAX
                               ADD 1 TO renter-count
                               MOVE lookup-client-id
                                   TO RN-CLIENT-ID(renter-count)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       EXIT.

       FIND-RENTER.
           MOVE ZEROES TO renter-slot
           SET idx-rnt TO 1
           SEARCH RENTER-ARRAY
               AT END
                   CONTINUE
               WHEN idx-rnt > renter-count
                   CONTINUE
               WHEN RN-CLIENT-ID(idx-rnt) = lookup-client-id
                   SET renter-slot TO idx-rnt
           END-SEARCH.
       EXIT.

      * A GDPR-erased customer is GDPRERA's tombstone: the row is
      * kept, first name "SLETTET".
       MARK-RENTER-CUSTOMER.
           MOVE client-id OF CUSTOMER-RECORD TO lookup-client-id
           PERFORM FIND-RENTER
           IF renter-slot NOT = ZEROES
               IF deceased-flag OF CUSTOMER-RECORD = "Y"
                   MOVE "D" TO RN-STATE(renter-slot)
               ELSE
               IF first-name OF CUSTOMER-RECORD = "SLETTET"
                   MOVE "S" TO RN-STATE(renter-slot)
               ELSE
                   MOVE "L" TO RN-STATE(renter-slot)
               END-IF
               END-IF
           END-IF.
       EXIT.

      * An open account the renter owns, or co-owns through
      * account-owners.txt, keeps the renter a customer.
       MARK-RENTER-ACCOUNTS.
           PERFORM VARYING idx-acct FROM 1 BY 1
                   UNTIL idx-acct > account-count
               IF account-status OF ACCOUNT-ARRAY(idx-acct) = "O"
                   MOVE client-id OF ACCOUNT-ARRAY(idx-acct)
                       TO lookup-client-id
                   PERFORM FIND-RENTER
                   IF renter-slot NOT = ZEROES
                       MOVE "Y" TO RN-OPEN-ACCOUNT(renter-slot)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING idx-own FROM 1 BY 1
                   UNTIL idx-own > owner-count
               MOVE AO-ARR-CLIENT-ID OF OWNER-ARRAY(idx-own)
                   TO lookup-client-id
               PERFORM FIND-RENTER
               IF renter-slot NOT = ZEROES
                   SET idx-acct TO 1
                   SEARCH ACCOUNT-ARRAY
                       AT END
                           CONTINUE
                       WHEN idx-acct > account-count
                           CONTINUE
                       WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                               = AO-ARR-ACCOUNT-NUMBER
                                   OF OWNER-ARRAY(idx-own)
                           IF account-status OF ACCOUNT-ARRAY(idx-acct)
                                   = "O"
                               MOVE "Y" TO RN-OPEN-ACCOUNT(renter-slot)
                           END-IF
                   END-SEARCH
               END-IF
           END-PERFORM.
       EXIT.

       BUILD-BOX-LABEL.
           MOVE SPACES TO box-label
           STRING SB-ARR-REG-NR OF BOX-ARRAY(idx-box) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(SB-ARR-BOX-NUMBER OF BOX-ARRAY(idx-box))
                   DELIMITED BY SIZE
               INTO box-label.
       EXIT.

      * The year's rent is fixed the first night it is due and
      * carried in SB-RENT-DUE until paid, so the reminders name the
      * amount that fell due even if the tariff changes meanwhile.
       BILL-ONE-BOX.
           IF SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box) = ZEROES
               EVALUATE SB-ARR-SIZE OF BOX-ARRAY(idx-box)
                   WHEN "S"
                       MOVE box-fee-small TO box-fee
                   WHEN "M"
                       MOVE box-fee-medium TO box-fee
                   WHEN "L"
                       MOVE box-fee-large TO box-fee
                   WHEN OTHER
                       MOVE ZEROES TO box-fee
               END-EVALUATE
               IF box-fee = ZEROES
                   ADD 1 TO no-tariff-count
                   MOVE SPACES TO INFO
                   STRING "INGEN TARIF: boks " DELIMITED BY SIZE
                       FUNCTION TRIM(box-label) DELIMITED BY SIZE
                       " stoerrelse '" DELIMITED BY SIZE
                       SB-ARR-SIZE OF BOX-ARRAY(idx-box)
                           DELIMITED BY SIZE
                       "' - ikke opkraevet" DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               ELSE
                   MOVE box-fee TO SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box)
               END-IF
           END-IF

           IF SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box) > ZEROES
               PERFORM CHECK-RENT-COVERAGE
               IF rent-covered = "Y"
                   PERFORM DRAW-RENT
               ELSE
                   PERFORM REMIND-UNPAID-RENT
               END-IF
           END-IF.
       EXIT.

       CHECK-RENT-COVERAGE.
           MOVE "N" TO rent-covered
           MOVE ZEROES TO fee-acct-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN idx-acct > account-count
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = SB-ARR-FEE-ACCOUNT OF BOX-ARRAY(idx-box)
                   IF account-status OF ACCOUNT-ARRAY(idx-acct) = "O"
                       SET fee-acct-slot TO idx-acct
                   END-IF
           END-SEARCH
           IF fee-acct-slot NOT = ZEROES
               MOVE ZEROES TO effective-limit
               IF overdraft-limit OF ACCOUNT-ARRAY(fee-acct-slot)
                       IS NUMERIC
                   MOVE overdraft-limit OF ACCOUNT-ARRAY(fee-acct-slot)
                       TO effective-limit
               END-IF
               MOVE SB-ARR-FEE-ACCOUNT OF BOX-ARRAY(idx-box)
                   TO hold-sum-account
               PERFORM SUM-ACCOUNT-HOLDS
               COMPUTE prospective-balance =
                   balance OF ACCOUNT-ARRAY(fee-acct-slot)
                   - account-holds-sum
                   - SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box)
               IF prospective-balance NOT < (0 - effective-limit)
                   MOVE "Y" TO rent-covered
               END-IF
           END-IF.
       EXIT.

      * The rent books as a system fee on the renters' account, and
      * the due date moves on a year from the date it fell due - a
      * late payment does not shift the anniversary.
       DRAW-RENT.
           SUBTRACT SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box)
               FROM balance OF ACCOUNT-ARRAY(fee-acct-slot)

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE client-id OF ACCOUNT-ARRAY(fee-acct-slot)
               TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE SB-ARR-FEE-ACCOUNT OF BOX-ARRAY(idx-box)
               TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           STRING "System - gebyr: Boksleje " DELIMITED BY SIZE
               FUNCTION TRIM(box-label) DELIMITED BY SIZE
               INTO OWNER OF TRANSACTION-RECORD
           MOVE WS-TODAY TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "D" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box)
               TO AMOUNT OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD

           ADD 1 TO billed-count
           ADD SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box) TO billed-total
           MOVE SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box) TO amount-display
           MOVE SPACES TO INFO
           STRING "BETALT: boks " DELIMITED BY SIZE
               FUNCTION TRIM(box-label) DELIMITED BY SIZE
               " konto=" DELIMITED BY SIZE
               FUNCTION TRIM(SB-ARR-FEE-ACCOUNT OF BOX-ARRAY(idx-box))
                   DELIMITED BY SIZE
               " leje=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " forfald=" DELIMITED BY SIZE
               SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)
                   DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           MOVE SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)(1:4)
               TO next-due-year
           ADD 1 TO next-due-year
           MOVE next-due-year
               TO SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)(1:4)
           IF SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)(5:4) = "0229"
               MOVE "0228"
                   TO SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)(5:4)
           END-IF
           MOVE ZEROES TO SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box)
           MOVE SPACES TO SB-ARR-DUNNING-STAGE OF BOX-ARRAY(idx-box)
           MOVE SPACES TO SB-ARR-DUNNING-DATE OF BOX-ARRAY(idx-box).
       EXIT.

      * Unpaid rent walks DUNNING's ladder by days past the due
      * date; each step sends once, and after the final demand the
      * box is left for manual handling.
       REMIND-UNPAID-RENT.
           ADD 1 TO unpaid-count
           COMPUTE due-integer = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(
                   SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)))
           COMPUTE days-over = today-integer - due-integer

           IF days-over >= stage3-days
               AND SB-ARR-DUNNING-STAGE OF BOX-ARRAY(idx-box) = "2"
               MOVE "BOKSLEJE-SIDSTE" TO EV-EVENT-CODE
               PERFORM SEND-RENT-REMINDER
               MOVE "3" TO SB-ARR-DUNNING-STAGE OF BOX-ARRAY(idx-box)
               MOVE WS-TODAY
                   TO SB-ARR-DUNNING-DATE OF BOX-ARRAY(idx-box)
               ADD 1 TO final-count
           ELSE
           IF days-over >= stage2-days
               AND SB-ARR-DUNNING-STAGE OF BOX-ARRAY(idx-box) = "1"
               MOVE "BOKSLEJE-RYKKER2" TO EV-EVENT-CODE
               PERFORM SEND-RENT-REMINDER
               MOVE "2" TO SB-ARR-DUNNING-STAGE OF BOX-ARRAY(idx-box)
               MOVE WS-TODAY
                   TO SB-ARR-DUNNING-DATE OF BOX-ARRAY(idx-box)
               ADD 1 TO letter2-count
           ELSE
           IF days-over >= stage1-days
               AND SB-ARR-DUNNING-STAGE OF BOX-ARRAY(idx-box) = SPACES
               MOVE "BOKSLEJE-RYKKER1" TO EV-EVENT-CODE
               PERFORM SEND-RENT-REMINDER
               MOVE "1" TO SB-ARR-DUNNING-STAGE OF BOX-ARRAY(idx-box)
               MOVE WS-TODAY
                   TO SB-ARR-DUNNING-DATE OF BOX-ARRAY(idx-box)
               ADD 1 TO letter1-count
           END-IF
           END-IF
           END-IF

           MOVE SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box) TO amount-display
           MOVE SPACES TO INFO
           IF SB-ARR-DUNNING-STAGE OF BOX-ARRAY(idx-box) = "3"
               STRING "MANUEL BEHANDLING: boks " DELIMITED BY SIZE
                   FUNCTION TRIM(box-label) DELIMITED BY SIZE
                   " leje=" DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   " forfald=" DELIMITED BY SIZE
                   SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)
                       DELIMITED BY SIZE
                   " sidste paakrav=" DELIMITED BY SIZE
                   SB-ARR-DUNNING-DATE OF BOX-ARRAY(idx-box)
                       DELIMITED BY SIZE
                   INTO INFO
           ELSE
               STRING "UBETALT: boks " DELIMITED BY SIZE
                   FUNCTION TRIM(box-label) DELIMITED BY SIZE
                   " konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(SB-ARR-FEE-ACCOUNT
                       OF BOX-ARRAY(idx-box)) DELIMITED BY SIZE
                   " leje=" DELIMITED BY SIZE
                   FUNCTION TRIM(amount-display) DELIMITED BY SIZE
                   " forfald=" DELIMITED BY SIZE
                   SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)
                       DELIMITED BY SIZE
                   " rykker=" DELIMITED BY SIZE
                   SB-ARR-DUNNING-STAGE OF BOX-ARRAY(idx-box)
                       DELIMITED BY SIZE
                   INTO INFO
           END-IF
           WRITE REPORT-LINE.
       EXIT.

      * The letter goes to the first renter; the event code is set
      * by the caller.
       SEND-RENT-REMINDER.
           MOVE SB-ARR-RENTER-CLIENT-ID OF BOX-ARRAY(idx-box, 1)
               TO EV-CLIENT-ID
           MOVE WS-TODAY TO EV-EVENT-DATE
      *    &1 = the box, &2 = rent owed and its due date.
           MOVE SPACES TO EV-VAR1
           STRING "boks " DELIMITED BY SIZE
               FUNCTION TRIM(box-label) DELIMITED BY SIZE
               INTO EV-VAR1
           MOVE SB-ARR-RENT-DUE OF BOX-ARRAY(idx-box) TO amount-display
           MOVE SPACES TO EV-VAR2
           STRING FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " forfald " DELIMITED BY SIZE
               SB-ARR-NEXT-DUE-DATE OF BOX-ARRAY(idx-box)
                   DELIMITED BY SIZE
               INTO EV-VAR2
           WRITE EVENT-RECORD.
       EXIT.

      * One line per renter who should no longer be holding a box;
      * the box counts once however many of its renters are flagged.
       FLAG-ONE-BOX.
           MOVE "N" TO box-flagged
           PERFORM VARYING renter-nr FROM 1 BY 1 UNTIL renter-nr > 2
               MOVE SB-ARR-RENTER-CLIENT-ID
                   OF BOX-ARRAY(idx-box, renter-nr) TO lookup-client-id
               IF lookup-client-id NOT = SPACES
                   PERFORM FIND-RENTER
                   MOVE SPACES TO flag-text
                   IF renter-slot NOT = ZEROES
                       EVALUATE TRUE
                           WHEN RN-STATE(renter-slot) = "D"
                               MOVE "AFDOED" TO flag-text
                           WHEN RN-STATE(renter-slot) = "S"
                               MOVE "GDPR-SLETTET" TO flag-text
                           WHEN RN-STATE(renter-slot) = SPACES
                               MOVE "UKENDT KUNDE" TO flag-text
                           WHEN RN-OPEN-ACCOUNT(renter-slot) = "N"
                               MOVE "INGEN AABNE KONTI" TO flag-text
                       END-EVALUATE
                   END-IF
                   IF flag-text NOT = SPACES
                       MOVE "Y" TO box-flagged
                       MOVE SPACES TO INFO
                       STRING "KONTROL: boks " DELIMITED BY SIZE
                           FUNCTION TRIM(box-label) DELIMITED BY SIZE
                           " lejer=" DELIMITED BY SIZE
                           FUNCTION TRIM(lookup-client-id)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(flag-text) DELIMITED BY SIZE
                           " udlejet siden " DELIMITED BY SIZE
                           SB-ARR-START-DATE OF BOX-ARRAY(idx-box)
                               DELIMITED BY SIZE
                           INTO INFO
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF box-flagged = "Y"
               ADD 1 TO flagged-count
           END-IF.
       EXIT.

       REWRITE-BOX-REGISTER.
           MOVE WS-BOXES-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-BOXES-FILENAME

           OPEN OUTPUT OUTPUT-BOXES
           IF WS-BOXES-STATUS NOT = "00"
               DISPLAY "BOXRENT: cannot open " WS-BOXES-FILENAME
                   " for rewrite, file status " WS-BOXES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-box FROM 1 BY 1
                   UNTIL idx-box > box-count
               MOVE BOX-ARRAY(idx-box) TO OUTPUT-BOX-RECORD
               WRITE OUTPUT-BOX-RECORD
           END-PERFORM
           CLOSE OUTPUT-BOXES

           PERFORM VERIFY-NEW-BOXES-FILE
           MOVE swap-master-name TO WS-BOXES-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

       VERIFY-NEW-BOXES-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT BOXES-FILE
           IF WS-BOXES-STATUS NOT = "00"
               DISPLAY "BOXRENT: cannot re-open new register for "
                   "verification, file status " WS-BOXES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ BOXES-FILE INTO BOX-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE BOXES-FILE
           IF verify-count NOT = box-count
               DISPLAY "BOXRENT: new register FAILED verification ("
                   verify-count "/" box-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "hold-check.cpy".

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

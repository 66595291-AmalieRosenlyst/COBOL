      * Formål: Chargeback af bestridte kortkoeb. DISPUTE registrerer
      *    tvistsagen og krediterer kunden provisorisk, men hidtil
      *    har vi aldrig kraevet pengene tilbage fra forretningen
      *    gennem kortordningen - banken har selv baaret tabet.
      *    Programmet gennemgaar dispute-register.txt: en aaben sag
      *    paa en kortpostering (type "D" fra CARDFEED, kortet fundet
      *    via posteringens kortnummer eller card-master.txt) som
      *    endnu ikke er rejst, skrives til chargeback-filen til
      *    kortprocessoren (chargeback-submissions.txt) med
      *    ordningens aarsagskode fra sagen og noteres i
      *    chargebacks.txt (chargebacks.cpy). Er koebet aeldre end
      *    ordningens frist paa 120 dage, sendes sagen ikke.
      *    Processorens svar (chargeback-responses.txt) matches paa
      *    sagsreferencen: en chargeback-kreditering (C) bekraefter
      *    kundens provisoriske kreditering og lukker sagen med
      *    medhold; et representment (R) - forretningen har
      *    dokumenteret koebet - tilbagefoerer krediteringen og
      *    lukker sagen som afvist, som DISPUTE selv goer det.
      *    chargeback-report.txt viser de aabne chargebacks mod
      *    fristen for forretningens svar.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REGISTER-IN-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.
       SELECT REGISTER-OUT-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.
       SELECT CHARGEBACK-IN-FILE
       ASSIGN TO DYNAMIC WS-CHARGEBACK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHARGEBACK-STATUS.
       SELECT CHARGEBACK-OUT-FILE
       ASSIGN TO DYNAMIC WS-CHARGEBACK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHARGEBACK-STATUS.
       SELECT INPUT-CARD-MASTER
       ASSIGN TO DYNAMIC WS-CARD-MASTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARD-MASTER-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-LOOKUP-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOOKUP-STATUS.
       SELECT TXN-REF-INDEX-FILE
       ASSIGN TO DYNAMIC WS-REF-INDEX-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REF-INDEX-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT INPUT-RESPONSES ASSIGN TO DYNAMIC WS-RESPONSES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RESPONSES-STATUS.
       SELECT OUTPUT-SUBMISSIONS
       ASSIGN TO DYNAMIC WS-SUBMISSIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SUBMISSIONS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * The dispute register as DISPUTE keeps it.
       FD REGISTER-IN-FILE.
       01 REGISTER-IN.
           02 RI-REF                   PIC X(12).
           02 RI-CLIENT-ID             PIC X(10).
           02 RI-ACCOUNT-NUMBER        PIC X(20).
           02 RI-AMOUNT                PIC 9(7)V99.
           02 RI-STATUS                PIC X(1).
           02 RI-OPENED-DATE           PIC X(8).
           02 RI-CLOSED-DATE           PIC X(8).
           02 RI-REASON-CODE           PIC X(4).
       FD REGISTER-OUT-FILE.
       01 REGISTER-OUT.
           02 RO-REF                   PIC X(12).
           02 RO-CLIENT-ID             PIC X(10).
           02 RO-ACCOUNT-NUMBER        PIC X(20).
           02 RO-AMOUNT                PIC 9(7)V99.
           02 RO-STATUS                PIC X(1).
           02 RO-OPENED-DATE           PIC X(8).
           02 RO-CLOSED-DATE           PIC X(8).
           02 RO-REASON-CODE           PIC X(4).
       FD CHARGEBACK-IN-FILE.
       01 CHARGEBACK-IN-RECORD.
           COPY "chargebacks.cpy".
       FD CHARGEBACK-OUT-FILE.
       01 CHARGEBACK-OUT-RECORD.
           COPY "chargebacks.cpy"
               REPLACING LEADING ==CB-== BY ==CBO-==.
       FD INPUT-CARD-MASTER.
       01 CARD-MASTER-RECORD.
           COPY "card-master.cpy".
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD TXN-REF-INDEX-FILE.
       01 TXN-REF-INDEX-RECORD.
           COPY "txn-ref-index.cpy".
       FD OUTPUT-TRANSACTIONS.
       01 OUT-TRANSACTION-RECORD.
           COPY "transactions.cpy".
      * Processor's answer to a chargeback we raised: C = the
      * chargeback was credited to us, R = the merchant represented.
       FD INPUT-RESPONSES.
       01 RESPONSE-RECORD.
           02 CR-CASE-REF              PIC X(12).
           02 CR-RESPONSE-TYPE         PIC X(1).
           02 CR-RESPONSE-DATE         PIC X(8).
           02 CR-AMOUNT                PIC 9(7)V99.
           02 CR-PROCESSOR-REF         PIC X(12).
      * One "D" row per chargeback raised tonight, then the TRAILER.
       FD OUTPUT-SUBMISSIONS.
       01 SUBMISSION-RECORD.
           02 CS-RECORD-TYPE           PIC X(1).
           02 CS-CASE-REF              PIC X(12).
           02 CS-CARD-NUMBER           PIC X(16).
           02 CS-TRANSACTION-DATE      PIC X(8).
           02 CS-AMOUNT                PIC 9(7)V99.
           02 CS-MERCHANT-NAME         PIC X(40).
           02 CS-REASON-CODE           PIC X(4).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(132).
       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Faelles koersels-laas (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Referenceindekset (ref-index.cpy).
           COPY "ref-index-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-REGISTER                  PIC X VALUE "N".
       01 EOF-CHARGEBACKS               PIC X VALUE "N".
       01 EOF-CARD-MASTER               PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 END-OF-RESPONSES              PIC X VALUE "N".
       01 WS-REGISTER-STATUS            PIC XX VALUE "00".
       01 WS-CHARGEBACK-STATUS          PIC XX VALUE "00".
       01 WS-CARD-MASTER-STATUS         PIC XX VALUE "00".
       01 WS-LOOKUP-STATUS              PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-RESPONSES-STATUS           PIC XX VALUE "00".
       01 WS-SUBMISSIONS-STATUS         PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

      * The dispute cases, loaded whole and rewritten whole with the
      * closures tonight's responses bring.
       01 CASE-ARRAY-MAX                PIC 9(4) VALUE 500.
       01 CASE-ARRAY                    OCCURS 500 TIMES
                                        INDEXED BY idx-case.
           02 CSE-REF                   PIC X(12) VALUE SPACES.
           02 CSE-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 CSE-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 CSE-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 CSE-STATUS                PIC X(1) VALUE SPACES.
           02 CSE-OPENED-DATE           PIC X(8) VALUE SPACES.
           02 CSE-CLOSED-DATE           PIC X(8) VALUE SPACES.
           02 CSE-REASON-CODE           PIC X(4) VALUE SPACES.
       01 case-count                    PIC 9(4) VALUE ZEROES.
       01 case-slot                     PIC 9(4) VALUE ZEROES.

       01 CHARGEBACK-ARRAY-MAX          PIC 9(4) VALUE 500.
       01 CHARGEBACK-ARRAY              OCCURS 500 TIMES
                                        INDEXED BY idx-cb.
           COPY "chargebacks.cpy"
               REPLACING LEADING ==CB-== BY ==CBA-==.
       01 chargeback-count              PIC 9(4) VALUE ZEROES.
       01 chargeback-slot               PIC 9(4) VALUE ZEROES.

       01 CARD-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 CARD-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-card.
           02 CARD-NUMBER               PIC X(16) VALUE SPACES.
           02 CARD-CLIENT-ID            PIC X(10) VALUE SPACES.
           02 CARD-ACCOUNT-NUMBER       PIC X(20) VALUE SPACES.
       01 card-count                    PIC 9(4) VALUE ZEROES.

      * The disputed posting, found by its reference.
       01 found-txn                     PIC X VALUE "N".
       01 txn-card-number               PIC X(16) VALUE SPACES.
       01 txn-merchant-name             PIC X(40) VALUE SPACES.
       01 txn-transaction-date          PIC X(8) VALUE SPACES.
       01 txn-is-card                   PIC X VALUE "N".

      * Scheme deadlines: a chargeback must be raised within 120
      * days of the purchase, and the merchant has 45 days from
      * submission to represent. A case without a reason code goes
      * as the scheme's general cardholder dispute.
       01 SUBMISSION-DAYS               PIC 9(3) VALUE 120.
       01 RESPONSE-DAYS                 PIC 9(3) VALUE 45.
       01 DEFAULT-REASON-CODE           PIC X(4) VALUE "4853".
       01 today-integer                 PIC 9(8) VALUE ZEROES.
       01 purchase-integer              PIC 9(8) VALUE ZEROES.
       01 due-integer                   PIC 9(8) VALUE ZEROES.
       01 due-date-num                  PIC 9(8) VALUE ZEROES.
       01 days-to-due                   PIC S9(5) VALUE ZEROES.
       01 days-to-due-out               PIC -(5)9.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 transactions-open             PIC X VALUE "N".
       01 SUBMISSION-TRAILER-TEXT       PIC X(90) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at a test copy without
      * recompiling.
       01 WS-REGISTER-FILENAME
           PIC X(100) VALUE "dispute-register.txt".
       01 WS-CHARGEBACK-FILENAME
           PIC X(100) VALUE "chargebacks.txt".
       01 WS-CARD-MASTER-FILENAME
           PIC X(100) VALUE "card-master.txt".
       01 WS-VALIDATED-FILENAME
           PIC X(100) VALUE "transactions-validated.txt".
       01 WS-LOOKUP-FILENAME            PIC X(100) VALUE SPACES.
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-RESPONSES-FILENAME
           PIC X(100) VALUE "chargeback-responses.txt".
       01 WS-RESPONSES-DONE-FILENAME    PIC X(100) VALUE SPACES.
       01 WS-SUBMISSIONS-FILENAME
           PIC X(100) VALUE "chargeback-submissions.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "chargeback-report.txt".

      * Batch control totals
       01 submitted-count               PIC 9(6) VALUE ZEROES.
       01 submitted-total               PIC 9(9)V99 VALUE ZEROES.
       01 time-barred-count             PIC 9(6) VALUE ZEROES.
       01 no-card-count                 PIC 9(6) VALUE ZEROES.
       01 response-count                PIC 9(6) VALUE ZEROES.
       01 credited-count                PIC 9(6) VALUE ZEROES.
       01 represented-count             PIC 9(6) VALUE ZEROES.
       01 unmatched-count               PIC 9(6) VALUE ZEROES.
       01 open-count                    PIC 9(6) VALUE ZEROES.
       01 overdue-count                 PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-REGISTER-FILENAME
           FROM ENVIRONMENT "DISPUTE_REGISTER_FILE"
       IF WS-REGISTER-FILENAME = SPACES
           MOVE "dispute-register.txt" TO WS-REGISTER-FILENAME
       END-IF

       ACCEPT WS-CHARGEBACK-FILENAME FROM ENVIRONMENT "CHARGEBACKS_FILE"
       IF WS-CHARGEBACK-FILENAME = SPACES
           MOVE "chargebacks.txt" TO WS-CHARGEBACK-FILENAME
       END-IF

       ACCEPT WS-CARD-MASTER-FILENAME
           FROM ENVIRONMENT "CARD_MASTER_FILE"
       IF WS-CARD-MASTER-FILENAME = SPACES
           MOVE "card-master.txt" TO WS-CARD-MASTER-FILENAME
       END-IF

       ACCEPT WS-VALIDATED-FILENAME
           FROM ENVIRONMENT "VALIDATED_TRANSACTIONS_FILE"
       IF WS-VALIDATED-FILENAME = SPACES
           MOVE "transactions-validated.txt" TO WS-VALIDATED-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-RESPONSES-FILENAME
           FROM ENVIRONMENT "CHARGEBACK_RESPONSES_FILE"
       IF WS-RESPONSES-FILENAME = SPACES
           MOVE "chargeback-responses.txt" TO WS-RESPONSES-FILENAME
       END-IF

       ACCEPT WS-SUBMISSIONS-FILENAME
           FROM ENVIRONMENT "CHARGEBACK_SUBMISSIONS_FILE"
       IF WS-SUBMISSIONS-FILENAME = SPACES
           MOVE "chargeback-submissions.txt"
               TO WS-SUBMISSIONS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "CHARGEBACK_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "chargeback-report.txt" TO WS-REPORT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       COMPUTE today-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

       MOVE "CHARGEBK" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-DISPUTE-CASES
       PERFORM LOAD-CHARGEBACKS
       PERFORM LOAD-CARD-MASTER

       OPEN OUTPUT OUTPUT-SUBMISSIONS
       IF WS-SUBMISSIONS-STATUS NOT = "00"
           DISPLAY "CHARGEBK: cannot open " WS-SUBMISSIONS-FILENAME
               ", file status " WS-SUBMISSIONS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CHARGEBK: cannot open " WS-REPORT-FILENAME
               ", file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "Chargebacks - koersel " TO INFO
       MOVE WS-TODAY TO INFO(23:8)
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------"
           TO INFO
       WRITE REPORT-LINE

      * Tonight's answers first, so a case the processor has already
      * settled is not counted among the open ones below.
       OPEN INPUT INPUT-RESPONSES
       IF WS-RESPONSES-STATUS = "00"
           PERFORM UNTIL END-OF-RESPONSES = "Y"
               READ INPUT-RESPONSES INTO RESPONSE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-RESPONSES
                   NOT AT END
                       ADD 1 TO response-count
                       PERFORM APPLY-RESPONSE
               END-READ
           END-PERFORM
           CLOSE INPUT-RESPONSES
           PERFORM RETIRE-RESPONSES-FILE
       ELSE
           IF WS-RESPONSES-STATUS NOT = "35"
               DISPLAY "CHARGEBK: cannot open "
                   WS-RESPONSES-FILENAME ", file status "
                   WS-RESPONSES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       PERFORM VARYING idx-case FROM 1 BY 1
               UNTIL idx-case > case-count
           IF CSE-STATUS(idx-case) = "O"
               PERFORM RAISE-CHARGEBACK
           END-IF
       END-PERFORM

       MOVE SPACES TO SUBMISSION-RECORD
       MOVE SPACES TO SUBMISSION-TRAILER-TEXT
       STRING "TRAILER: count=" DELIMITED BY SIZE
           submitted-count DELIMITED BY SIZE
           " amount-total=" DELIMITED BY SIZE
           submitted-total DELIMITED BY SIZE
           " run-date=" DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO SUBMISSION-TRAILER-TEXT
       MOVE SUBMISSION-TRAILER-TEXT TO SUBMISSION-RECORD
       WRITE SUBMISSION-RECORD
       CLOSE OUTPUT-SUBMISSIONS

       IF transactions-open = "Y"
           CLOSE OUTPUT-TRANSACTIONS
       END-IF

       PERFORM WRITE-OPEN-CHARGEBACKS
       CLOSE OUTPUT-REPORT

       PERFORM REWRITE-CHARGEBACKS
       PERFORM REWRITE-DISPUTE-REGISTER

       DISPLAY "CHARGEBK: " submitted-count " raised, "
           credited-count " credited, " represented-count
           " represented, " open-count " open (" overdue-count
           " past the response deadline), " time-barred-count
           " time-barred, " no-card-count " without card, "
           unmatched-count " unmatched response(s)."

       IF time-barred-count > 0 OR no-card-count > 0
               OR unmatched-count > 0 OR overdue-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-DISPUTE-CASES.
           OPEN INPUT REGISTER-IN-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL EOF-REGISTER = "Y"
                   READ REGISTER-IN-FILE INTO REGISTER-IN
                       AT END
                           MOVE "Y" TO EOF-REGISTER
                       NOT AT END
                           IF case-count < CASE-ARRAY-MAX
                               ADD 1 TO case-count
                               MOVE RI-REF TO CSE-REF(case-count)
                               MOVE RI-CLIENT-ID
                                   TO CSE-CLIENT-ID(case-count)
                               MOVE RI-ACCOUNT-NUMBER
                                   TO CSE-ACCOUNT-NUMBER(case-count)
                               MOVE RI-AMOUNT
                                   TO CSE-AMOUNT(case-count)
                               MOVE RI-STATUS
                                   TO CSE-STATUS(case-count)
                               MOVE RI-OPENED-DATE
                                   TO CSE-OPENED-DATE(case-count)
                               MOVE RI-CLOSED-DATE
                                   TO CSE-CLOSED-DATE(case-count)
                               MOVE RI-REASON-CODE
                                   TO CSE-REASON-CODE(case-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-IN-FILE
           ELSE
               IF WS-REGISTER-STATUS NOT = "35"
                   DISPLAY "CHARGEBK: cannot open "
                       WS-REGISTER-FILENAME ", file status "
                       WS-REGISTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

       LOAD-CHARGEBACKS.
           OPEN INPUT CHARGEBACK-IN-FILE
           IF WS-CHARGEBACK-STATUS = "00"
               PERFORM UNTIL EOF-CHARGEBACKS = "Y"
                   READ CHARGEBACK-IN-FILE INTO CHARGEBACK-IN-RECORD
                       AT END
                           MOVE "Y" TO EOF-CHARGEBACKS
                       NOT AT END
                           IF chargeback-count >= CHARGEBACK-ARRAY-MAX
                               DISPLAY "CHARGEBK: CHARGEBACK-ARRAY "
                                   "is full, cannot load more of "
                                   WS-CHARGEBACK-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO chargeback-count
                           MOVE CHARGEBACK-IN-RECORD
                               TO CHARGEBACK-ARRAY(chargeback-count)
                   END-READ
               END-PERFORM
               CLOSE CHARGEBACK-IN-FILE
           ELSE
               IF WS-CHARGEBACK-STATUS NOT = "35"
                   DISPLAY "CHARGEBK: cannot open "
                       WS-CHARGEBACK-FILENAME ", file status "
                       WS-CHARGEBACK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

      * Only needed for card postings booked before CARDFEED stamped
      * the card number on them; a missing master leaves those
      * postings without a card.
       LOAD-CARD-MASTER.
           OPEN INPUT INPUT-CARD-MASTER
           IF WS-CARD-MASTER-STATUS = "00"
               PERFORM UNTIL EOF-CARD-MASTER = "Y"
                   READ INPUT-CARD-MASTER INTO CARD-MASTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-CARD-MASTER
                       NOT AT END
                           IF card-count < CARD-ARRAY-MAX
                               ADD 1 TO card-count
                               MOVE CM-CARD-NUMBER
                                   TO CARD-NUMBER(card-count)
                               MOVE CM-CLIENT-ID
                                   TO CARD-CLIENT-ID(card-count)
                               MOVE CM-ACCOUNT-NUMBER
                                   TO CARD-ACCOUNT-NUMBER(card-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-CARD-MASTER
           END-IF.
       EXIT.

       FIND-CHARGEBACK-BY-REF.
           MOVE ZEROES TO chargeback-slot
           SET idx-cb TO 1
           SEARCH CHARGEBACK-ARRAY
               AT END
                   CONTINUE
               WHEN idx-cb > chargeback-count
                   CONTINUE
               WHEN CBA-CASE-REF(idx-cb) = ref-lookup-key
                   SET chargeback-slot TO idx-cb
           END-SEARCH.
       EXIT.

       FIND-CASE-BY-REF.
           MOVE ZEROES TO case-slot
           SET idx-case TO 1
           SEARCH CASE-ARRAY
               AT END
                   CONTINUE
               WHEN idx-case > case-count
                   CONTINUE
               WHEN CSE-REF(idx-case) = ref-lookup-key
                   SET case-slot TO idx-case
           END-SEARCH.
       EXIT.

      * The posting behind the case, looked up the way DISPUTE does:
      * the index names the file the reference lives in, a miss falls
      * back to the cumulative validated file. A debit with a card
      * number, or categorised "KORT" by CARDFEED, is a card purchase.
       FIND-DISPUTED-POSTING.
           MOVE WS-VALIDATED-FILENAME TO WS-LOOKUP-FILENAME
           PERFORM LOOKUP-REF-IN-INDEX
           IF ref-index-hit = "Y"
               MOVE ref-holding-file TO WS-LOOKUP-FILENAME
           END-IF
           MOVE "N" TO found-txn
           MOVE "N" TO txn-is-card
           MOVE SPACES TO txn-card-number
           MOVE "N" TO EOF-TRANSACTIONS
           OPEN INPUT INPUT-TRANSACTIONS
           IF WS-LOOKUP-STATUS = "00"
               PERFORM UNTIL EOF-TRANSACTIONS = "Y"
                   READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
                       AT END
                           MOVE "Y" TO EOF-TRANSACTIONS
                       NOT AT END
                           IF TRANSACTION-REF OF TRANSACTION-RECORD
                                   = ref-lookup-key
                               MOVE "Y" TO found-txn
                               MOVE "Y" TO EOF-TRANSACTIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANSACTIONS
           END-IF
           IF found-txn = "Y"
               IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
                   AND (PAYMENT-CARD-NUMBER OF TRANSACTION-RECORD
                           NOT = SPACES
                       OR PURPOSE-CATEGORY OF TRANSACTION-RECORD
                           = "KORT")
                   MOVE "Y" TO txn-is-card
                   MOVE PAYMENT-CARD-NUMBER OF TRANSACTION-RECORD
                       TO txn-card-number
                   MOVE OWNER OF TRANSACTION-RECORD
                       TO txn-merchant-name
                   MOVE TRANSACTION-DATE OF TRANSACTION-RECORD
                       TO txn-transaction-date
               END-IF
           END-IF.
       EXIT.

      * An older card posting carries no card number: take the card
      * card-master.txt holds for the client on that account.
       FIND-CARD-FOR-ACCOUNT.
           SET idx-card TO 1
           SEARCH CARD-ARRAY
               AT END
                   CONTINUE
               WHEN idx-card > card-count
                   CONTINUE
               WHEN CARD-ACCOUNT-NUMBER(idx-card)
                       = CSE-ACCOUNT-NUMBER(idx-case)
                   AND CARD-CLIENT-ID(idx-card)
                       = CSE-CLIENT-ID(idx-case)
                   MOVE CARD-NUMBER(idx-card) TO txn-card-number
           END-SEARCH.
       EXIT.

       RAISE-CHARGEBACK.
           MOVE CSE-REF(idx-case) TO ref-lookup-key
           PERFORM FIND-CHARGEBACK-BY-REF
           IF chargeback-slot = ZEROES
               PERFORM FIND-DISPUTED-POSTING
               IF txn-is-card = "Y"
                   IF txn-card-number = SPACES
                       PERFORM FIND-CARD-FOR-ACCOUNT
                   END-IF
                   IF txn-card-number = SPACES
                       ADD 1 TO no-card-count
                       MOVE SPACES TO INFO
                       STRING "UDEN KORT: ref=" DELIMITED BY SIZE
                           CSE-REF(idx-case) DELIMITED BY SIZE
                           " client-id=" DELIMITED BY SIZE
                           CSE-CLIENT-ID(idx-case) DELIMITED BY SIZE
                           " konto=" DELIMITED BY SIZE
                           CSE-ACCOUNT-NUMBER(idx-case)
                               DELIMITED BY SIZE
                           " - kortet findes ikke i card-master"
                               DELIMITED BY SIZE
                           INTO INFO
                       WRITE REPORT-LINE
                   ELSE
                       PERFORM ADD-CHARGEBACK
                   END-IF
               END-IF
           END-IF.
       EXIT.

       ADD-CHARGEBACK.
           IF chargeback-count >= CHARGEBACK-ARRAY-MAX
               DISPLAY "CHARGEBK: CHARGEBACK-ARRAY is full, ref "
                   CSE-REF(idx-case) " not raised"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO chargeback-count
           SET idx-cb TO chargeback-count
           MOVE SPACES TO CHARGEBACK-ARRAY(idx-cb)
           MOVE CSE-REF(idx-case) TO CBA-CASE-REF(idx-cb)
           MOVE CSE-CLIENT-ID(idx-case) TO CBA-CLIENT-ID(idx-cb)
           MOVE CSE-ACCOUNT-NUMBER(idx-case)
               TO CBA-ACCOUNT-NUMBER(idx-cb)
           MOVE txn-card-number TO CBA-CARD-NUMBER(idx-cb)
           MOVE txn-merchant-name TO CBA-MERCHANT-NAME(idx-cb)
           MOVE txn-transaction-date TO CBA-TRANSACTION-DATE(idx-cb)
           MOVE CSE-AMOUNT(idx-case) TO CBA-AMOUNT(idx-cb)
           IF CSE-REASON-CODE(idx-case) = SPACES
               MOVE DEFAULT-REASON-CODE TO CBA-REASON-CODE(idx-cb)
           ELSE
               MOVE CSE-REASON-CODE(idx-case)
                   TO CBA-REASON-CODE(idx-cb)
           END-IF
           MOVE ZEROES TO CBA-RESPONSE-AMOUNT(idx-cb)
           MOVE WS-TODAY TO CBA-STATUS-DATE(idx-cb)

           COMPUTE purchase-integer =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(txn-transaction-date))
           IF today-integer > purchase-integer + SUBMISSION-DAYS
      *>       Past the scheme's window: recorded so it is reported
      *>       once and not looked at again; the provisional credit
      *>       is left to the dispute handler to close.
               MOVE "F" TO CBA-STATUS(idx-cb)
               ADD 1 TO time-barred-count
               MOVE SPACES TO INFO
               STRING "FOR GAMMEL: ref=" DELIMITED BY SIZE
                   CBA-CASE-REF(idx-cb) DELIMITED BY SIZE
                   " koebsdato=" DELIMITED BY SIZE
                   CBA-TRANSACTION-DATE(idx-cb) DELIMITED BY SIZE
                   " amount=" DELIMITED BY SIZE
                   CBA-AMOUNT(idx-cb) DELIMITED BY SIZE
                   " - over 120 dage, ikke sendt" DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               MOVE "S" TO CBA-STATUS(idx-cb)
               MOVE WS-TODAY TO CBA-SUBMITTED-DATE(idx-cb)
               COMPUTE due-integer = today-integer + RESPONSE-DAYS
               COMPUTE due-date-num =
                   FUNCTION DATE-OF-INTEGER(due-integer)
               MOVE due-date-num TO CBA-RESPONSE-DUE(idx-cb)
               MOVE SPACES TO SUBMISSION-RECORD
               MOVE "D" TO CS-RECORD-TYPE
               MOVE CBA-CASE-REF(idx-cb) TO CS-CASE-REF
               MOVE CBA-CARD-NUMBER(idx-cb) TO CS-CARD-NUMBER
               MOVE CBA-TRANSACTION-DATE(idx-cb)
                   TO CS-TRANSACTION-DATE
               MOVE CBA-AMOUNT(idx-cb) TO CS-AMOUNT
               MOVE CBA-MERCHANT-NAME(idx-cb) TO CS-MERCHANT-NAME
               MOVE CBA-REASON-CODE(idx-cb) TO CS-REASON-CODE
               WRITE SUBMISSION-RECORD
               ADD 1 TO submitted-count
               ADD CBA-AMOUNT(idx-cb) TO submitted-total
           END-IF.
       EXIT.

       APPLY-RESPONSE.
           MOVE CR-CASE-REF TO ref-lookup-key
           PERFORM FIND-CHARGEBACK-BY-REF
           IF chargeback-slot = ZEROES
               ADD 1 TO unmatched-count
               MOVE SPACES TO INFO
               STRING "UKENDT SVAR: ref=" DELIMITED BY SIZE
                   CR-CASE-REF DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   CR-RESPONSE-TYPE DELIMITED BY SIZE
                   " processor-ref=" DELIMITED BY SIZE
                   CR-PROCESSOR-REF DELIMITED BY SIZE
                   " - ingen chargeback paa referencen"
                       DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
           IF CBA-STATUS(chargeback-slot) NOT = "S"
               ADD 1 TO unmatched-count
               MOVE SPACES TO INFO
               STRING "UKENDT SVAR: ref=" DELIMITED BY SIZE
                   CR-CASE-REF DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   CR-RESPONSE-TYPE DELIMITED BY SIZE
                   " - chargeback har allerede status "
                       DELIMITED BY SIZE
                   CBA-STATUS(chargeback-slot) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
           IF CR-RESPONSE-TYPE NOT = "C" AND CR-RESPONSE-TYPE NOT = "R"
               ADD 1 TO unmatched-count
               MOVE SPACES TO INFO
               STRING "UKENDT SVAR: ref=" DELIMITED BY SIZE
                   CR-CASE-REF DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   CR-RESPONSE-TYPE DELIMITED BY SIZE
                   " - ukendt svartype" DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               SET idx-cb TO chargeback-slot
               IF CR-RESPONSE-TYPE = "C"
                   MOVE "K" TO CBA-STATUS(idx-cb)
               ELSE
                   MOVE "R" TO CBA-STATUS(idx-cb)
               END-IF
               MOVE WS-TODAY TO CBA-STATUS-DATE(idx-cb)
               MOVE CR-AMOUNT TO CBA-RESPONSE-AMOUNT(idx-cb)
               MOVE CR-PROCESSOR-REF TO CBA-PROCESSOR-REF(idx-cb)
               PERFORM SETTLE-DISPUTE-CASE
           END-IF
           END-IF
           END-IF.
       EXIT.

      * The chargeback's outcome closes the dispute: credited means
      * the customer keeps the provisional credit (DISPUTE's "M"),
      * a representment reverses it (DISPUTE's "A"). A case someone
      * already closed by hand is left alone and reported.
       SETTLE-DISPUTE-CASE.
           PERFORM FIND-CASE-BY-REF
           MOVE SPACES TO INFO
           IF case-slot = ZEROES
               STRING "SVAR: ref=" DELIMITED BY SIZE
                   CBA-CASE-REF(idx-cb) DELIMITED BY SIZE
                   " status=" DELIMITED BY SIZE
                   CBA-STATUS(idx-cb) DELIMITED BY SIZE
                   " - tvistsagen findes ikke, intet bogfoert"
                       DELIMITED BY SIZE
                   INTO INFO
           ELSE
           IF CSE-STATUS(case-slot) NOT = "O"
               STRING "SVAR: ref=" DELIMITED BY SIZE
                   CBA-CASE-REF(idx-cb) DELIMITED BY SIZE
                   " status=" DELIMITED BY SIZE
                   CBA-STATUS(idx-cb) DELIMITED BY SIZE
                   " - tvistsagen er allerede lukket ("
                       DELIMITED BY SIZE
                   CSE-STATUS(case-slot) DELIMITED BY SIZE
                   "), intet bogfoert" DELIMITED BY SIZE
                   INTO INFO
           ELSE
           IF CBA-STATUS(idx-cb) = "K"
               MOVE "M" TO CSE-STATUS(case-slot)
               MOVE WS-TODAY TO CSE-CLOSED-DATE(case-slot)
               ADD 1 TO credited-count
               STRING "KREDITERET: ref=" DELIMITED BY SIZE
                   CBA-CASE-REF(idx-cb) DELIMITED BY SIZE
                   " amount=" DELIMITED BY SIZE
                   CBA-RESPONSE-AMOUNT(idx-cb) DELIMITED BY SIZE
                   " - provisorisk kreditering bekraeftet"
                       DELIMITED BY SIZE
                   INTO INFO
           ELSE
               MOVE "A" TO CSE-STATUS(case-slot)
               MOVE WS-TODAY TO CSE-CLOSED-DATE(case-slot)
               ADD 1 TO represented-count
               PERFORM POST-CREDIT-REVERSAL
               STRING "REPRESENTMENT: ref=" DELIMITED BY SIZE
                   CBA-CASE-REF(idx-cb) DELIMITED BY SIZE
                   " amount=" DELIMITED BY SIZE
                   CSE-AMOUNT(case-slot) DELIMITED BY SIZE
                   " - provisorisk kreditering tilbagefoert"
                       DELIMITED BY SIZE
                   INTO INFO
           END-IF
           END-IF
           END-IF
           WRITE REPORT-LINE.
       EXIT.

       POST-CREDIT-REVERSAL.
           IF transactions-open = "N"
               OPEN EXTEND OUTPUT-TRANSACTIONS
               IF WS-TRANSACTIONS-STATUS = "35"
                   OPEN OUTPUT OUTPUT-TRANSACTIONS
               END-IF
               IF WS-TRANSACTIONS-STATUS NOT = "00"
                   DISPLAY "CHARGEBK: cannot open "
                       WS-TRANSACTIONS-FILENAME ", file status "
                       WS-TRANSACTIONS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO transactions-open
           END-IF
           MOVE SPACES TO OUT-TRANSACTION-RECORD
           MOVE CSE-CLIENT-ID(case-slot)
               TO CLIENT-ID OF OUT-TRANSACTION-RECORD
           MOVE CSE-ACCOUNT-NUMBER(case-slot)
               TO ACCOUNT-NUMBER OF OUT-TRANSACTION-RECORD
           MOVE "System - tilbagefoersel provisorisk"
               TO OWNER OF OUT-TRANSACTION-RECORD
           MOVE WS-TODAY
               TO TRANSACTION-DATE OF OUT-TRANSACTION-RECORD
           MOVE "D" TO TRANSACTION-TYPE OF OUT-TRANSACTION-RECORD
           MOVE CSE-AMOUNT(case-slot)
               TO AMOUNT OF OUT-TRANSACTION-RECORD
           WRITE OUT-TRANSACTION-RECORD.
       EXIT.

      * Every chargeback still waiting on the scheme, against the
      * merchant's response deadline.
       WRITE-OPEN-CHARGEBACKS.
           MOVE SPACES TO INFO
           WRITE REPORT-LINE
           MOVE "Aabne chargebacks mod svarfristen" TO INFO
           WRITE REPORT-LINE
           PERFORM VARYING idx-cb FROM 1 BY 1
                   UNTIL idx-cb > chargeback-count
               IF CBA-STATUS(idx-cb) = "S"
                   ADD 1 TO open-count
                   COMPUTE due-integer =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(CBA-RESPONSE-DUE(idx-cb)))
                   COMPUTE days-to-due = due-integer - today-integer
                   MOVE days-to-due TO days-to-due-out
                   MOVE SPACES TO INFO
                   STRING "AABEN: ref=" DELIMITED BY SIZE
                       CBA-CASE-REF(idx-cb) DELIMITED BY SIZE
                       " kort=" DELIMITED BY SIZE
                       CBA-CARD-NUMBER(idx-cb) DELIMITED BY SIZE
                       " kode=" DELIMITED BY SIZE
                       CBA-REASON-CODE(idx-cb) DELIMITED BY SIZE
                       " amount=" DELIMITED BY SIZE
                       CBA-AMOUNT(idx-cb) DELIMITED BY SIZE
                       " sendt=" DELIMITED BY SIZE
                       CBA-SUBMITTED-DATE(idx-cb) DELIMITED BY SIZE
                       " frist=" DELIMITED BY SIZE
                       CBA-RESPONSE-DUE(idx-cb) DELIMITED BY SIZE
                       " dage=" DELIMITED BY SIZE
                       days-to-due-out DELIMITED BY SIZE
                       INTO INFO
                   IF days-to-due < 0
                       ADD 1 TO overdue-count
                       MOVE "OVERSKREDET" TO INFO(121:11)
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO INFO
           STRING "TRAILER: raised=" DELIMITED BY SIZE
               submitted-count DELIMITED BY SIZE
               " credited=" DELIMITED BY SIZE
               credited-count DELIMITED BY SIZE
               " represented=" DELIMITED BY SIZE
               represented-count DELIMITED BY SIZE
               " open=" DELIMITED BY SIZE
               open-count DELIMITED BY SIZE
               " overdue=" DELIMITED BY SIZE
               overdue-count DELIMITED BY SIZE
               " time-barred=" DELIMITED BY SIZE
               time-barred-count DELIMITED BY SIZE
               " unmatched=" DELIMITED BY SIZE
               unmatched-count DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       REWRITE-CHARGEBACKS.
           OPEN OUTPUT CHARGEBACK-OUT-FILE
           IF WS-CHARGEBACK-STATUS NOT = "00"
               DISPLAY "CHARGEBK: cannot open " WS-CHARGEBACK-FILENAME
                   " for rewrite, file status " WS-CHARGEBACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-cb FROM 1 BY 1
                   UNTIL idx-cb > chargeback-count
               MOVE CHARGEBACK-ARRAY(idx-cb) TO CHARGEBACK-OUT-RECORD
               WRITE CHARGEBACK-OUT-RECORD
           END-PERFORM
           CLOSE CHARGEBACK-OUT-FILE.
       EXIT.

      * Rewritten whole in DISPUTE's layout, as DISPUTE does.
       REWRITE-DISPUTE-REGISTER.
           IF case-count > 0
               OPEN OUTPUT REGISTER-OUT-FILE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "CHARGEBK: cannot open "
                       WS-REGISTER-FILENAME " for rewrite, "
                       "file status " WS-REGISTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING idx-case FROM 1 BY 1
                       UNTIL idx-case > case-count
                   MOVE CSE-REF(idx-case) TO RO-REF
                   MOVE CSE-CLIENT-ID(idx-case) TO RO-CLIENT-ID
                   MOVE CSE-ACCOUNT-NUMBER(idx-case)
                       TO RO-ACCOUNT-NUMBER
                   MOVE CSE-AMOUNT(idx-case) TO RO-AMOUNT
                   MOVE CSE-STATUS(idx-case) TO RO-STATUS
                   MOVE CSE-OPENED-DATE(idx-case) TO RO-OPENED-DATE
                   MOVE CSE-CLOSED-DATE(idx-case) TO RO-CLOSED-DATE
                   MOVE CSE-REASON-CODE(idx-case) TO RO-REASON-CODE
                   WRITE REGISTER-OUT
               END-PERFORM
               CLOSE REGISTER-OUT-FILE
           END-IF.
       EXIT.

      * The processor's answers are applied once: the file is moved
      * aside so tomorrow's run does not reverse the same credit twice.
       RETIRE-RESPONSES-FILE.
           MOVE SPACES TO WS-RESPONSES-DONE-FILENAME
           STRING FUNCTION TRIM(WS-RESPONSES-FILENAME)
                   DELIMITED BY SIZE
               ".applied" DELIMITED BY SIZE
               INTO WS-RESPONSES-DONE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-RESPONSES-DONE-FILENAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-RESPONSES-FILENAME WS-RESPONSES-DONE-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "CHARGEBK: cannot move "
                   FUNCTION TRIM(WS-RESPONSES-FILENAME) " aside as "
                   FUNCTION TRIM(WS-RESPONSES-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "ref-index.cpy".

           COPY "run-lock.cpy".

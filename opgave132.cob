      * Formål: Compliance-skaerm for tilbageholdte udgaaende
      *    betalinger. EXTXFER screener hver overfoersel mod
      *    watchlist.txt paa modtagernavn og SWIFT/BIC-land, og et
      *    hit skrives i held-payments.txt i stedet for i
      *    clearing-eksporten; kundens konto er allerede debiteret.
      *    Her gennemgaar compliance posterne interaktivt: en
      *    frigivet betaling laegges i eksporten for naeste bankdag
      *    med sin egen TRAILER-linje (kun det frigivne taelles), og
      *    en afvist betaling faar debiteringen tilbagefoert med en
      *    "R"-modpostering bygget af originalens egne felter som i
      *    REVGEN. Afvisning kraever at debiteringen er bogfoert
      *    (staar i den validerede transaktionsfil); ellers venter
      *    posten til efter natkoerslen. Den der tastede betalingen
      *    kan ikke selv afgoere den.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-HELD ASSIGN TO DYNAMIC WS-HELD-PAYMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HELD-PAYMENTS-STATUS.
       SELECT OUTPUT-HELD ASSIGN TO DYNAMIC WS-HELD-PAYMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HELD-PAYMENTS-STATUS.
       SELECT OUTPUT-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXPORT-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-VALIDATED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-VALIDATED-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
       SELECT HOLIDAY-CALENDAR-FILE
       ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-HELD.
       01 HELD-PAYMENT-RECORD.
           COPY "held-payments.cpy".
       FD OUTPUT-HELD.
       01 OUTPUT-HELD-RECORD.
           COPY "held-payments.cpy"
               REPLACING LEADING ==HP-== BY ==HP-OUT-==.
       FD OUTPUT-EXPORT.
       01 EXPORT-RECORD.
           COPY "clearing-export.cpy".
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD OUTPUT-TRANSACTIONS.
       01 OUTPUT-TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD AUDIT-FILE.
       01 AUDIT-LINE.
           02 AUD-INFO                 PIC X(150).
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).

       WORKING-STORAGE SECTION.
      * Bankdags-kalenderen (business-day.cpy).
           COPY "business-day-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 WS-HELD-PAYMENTS-STATUS       PIC XX VALUE "00".
       01 WS-EXPORT-STATUS              PIC XX VALUE "00".
       01 WS-VALIDATED-STATUS           PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-AUDIT-STATUS               PIC XX VALUE "00".

       01 HELD-ARRAY-MAX                PIC 9(4) VALUE 500.
       01 HELD-ARRAY                    OCCURS 500 TIMES
                                        INDEXED BY idx-held.
           COPY "held-payments.cpy"
               REPLACING LEADING ==HP-== BY ==HP-ARR-==.
       01 held-count                    PIC 9(4) VALUE ZEROES.

       01 WS-CHECKER-ID                 PIC X(8) VALUE SPACES.
       01 review-answer                 PIC X(1) VALUE SPACES.
       01 audit-decision                PIC X(40) VALUE SPACES.
       01 amount-display                PIC Z(6)9.99.

      * The customer debit behind a rejected payment: the "D" leg
      * EXTXFER wrote with the payment's TRANSFER-REF, as stamped
      * and posted by the front door.
       01 ORIGINAL-RECORD.
           COPY "transactions.cpy".
       01 original-found                PIC X VALUE "N".
       01 already-reversed              PIC X VALUE "N".

      * Released payments go into the export of the first business
      * day after today, opened on the first release of the session.
       01 release-settlement-date       PIC X(8) VALUE SPACES.
       01 settle-integer                PIC 9(8) VALUE ZEROES.
       01 settle-date-num               PIC 9(8) VALUE ZEROES.
       01 export-open                   PIC X VALUE "N".
       01 transactions-open             PIC X VALUE "N".
       01 EXPORT-TRAILER-TEXT           PIC X(79) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling. The export name is derived from the settlement
      * day unless overridden outright, as in EXTXFER.
       01 WS-HELD-PAYMENTS-FILENAME
           PIC X(100) VALUE "held-payments.txt".
       01 WS-EXPORT-FILENAME            PIC X(100) VALUE SPACES.
       01 WS-VALIDATED-FILENAME
           PIC X(100) VALUE "transactions-validated.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-AUDIT-FILENAME
           PIC X(100) VALUE "held-payments-audit.txt".

      * Safe rewrite-and-swap of the held file, same pattern as the
      * other rewriters.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 released-count                PIC 9(6) VALUE ZEROES.
       01 released-total                PIC 9(9)V99 VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.
       01 skipped-count                 PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-HELD-PAYMENTS-FILENAME
           FROM ENVIRONMENT "HELD_PAYMENTS_FILE"
       IF WS-HELD-PAYMENTS-FILENAME = SPACES
           MOVE "held-payments.txt" TO WS-HELD-PAYMENTS-FILENAME
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

       ACCEPT WS-AUDIT-FILENAME
           FROM ENVIRONMENT "HELD_PAYMENTS_AUDIT_FILE"
       IF WS-AUDIT-FILENAME = SPACES
           MOVE "held-payments-audit.txt" TO WS-AUDIT-FILENAME
       END-IF

       ACCEPT WS-CALENDAR-FILENAME
           FROM ENVIRONMENT "HOLIDAY_CALENDAR_FILE"
       IF WS-CALENDAR-FILENAME = SPACES
           MOVE "holiday-calendar.txt" TO WS-CALENDAR-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

       OPEN INPUT INPUT-HELD
       IF WS-HELD-PAYMENTS-STATUS = "35"
           DISPLAY "HOLDREL: no "
               FUNCTION TRIM(WS-HELD-PAYMENTS-FILENAME)
               " on file, nothing to review"
           STOP RUN
       END-IF
       IF WS-HELD-PAYMENTS-STATUS NOT = "00"
           DISPLAY "HOLDREL: cannot open " WS-HELD-PAYMENTS-FILENAME
               ", file status " WS-HELD-PAYMENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-HELD INTO HELD-PAYMENT-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF held-count >= HELD-ARRAY-MAX
                       DISPLAY "HOLDREL: HELD-ARRAY is full, "
                           "cannot load more of "
                           WS-HELD-PAYMENTS-FILENAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO held-count
                       MOVE HELD-PAYMENT-RECORD
                           TO HELD-ARRAY(held-count)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE INPUT-HELD.

      * The release settlement day: roll tomorrow to the first
      * business day, the same rule EXTXFER uses for its sessions.
       PERFORM LOAD-HOLIDAY-CALENDAR.
       COMPUTE settle-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)) + 1
       COMPUTE settle-date-num =
           FUNCTION DATE-OF-INTEGER(settle-integer)
       MOVE settle-date-num TO roll-in-date
       PERFORM ROLL-TO-BUSINESS-DAY
       MOVE roll-out-date TO release-settlement-date

       ACCEPT WS-EXPORT-FILENAME FROM ENVIRONMENT "CLEARING_EXPORT_FILE"
       IF WS-EXPORT-FILENAME = SPACES
           STRING "clearing-export-" DELIMITED BY SIZE
               release-settlement-date DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
       END-IF

       DISPLAY "HOLDREL: compliance-id?"
       ACCEPT WS-CHECKER-ID
       IF WS-CHECKER-ID = SPACES
           DISPLAY "HOLDREL: compliance-id er paakraevet"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND AUDIT-FILE
       IF WS-AUDIT-STATUS = "35"
           OPEN OUTPUT AUDIT-FILE
       END-IF
       IF WS-AUDIT-STATUS NOT = "00"
           DISPLAY "HOLDREL: cannot open " WS-AUDIT-FILENAME ", "
               "file status " WS-AUDIT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "HOLDREL: frigivne betalinger afvikles "
           release-settlement-date

       PERFORM VARYING idx-held FROM 1 BY 1
               UNTIL idx-held > held-count
           IF HP-ARR-STATUS OF HELD-ARRAY(idx-held) = "H"
               PERFORM REVIEW-ONE-PAYMENT
           END-IF
       END-PERFORM.

      * The session's own TRAILER: only what was released here, so
      * the export's control lines add up to what actually leaves.
       IF export-open = "Y"
           MOVE SPACES TO EXPORT-RECORD
           MOVE SPACES TO EXPORT-TRAILER-TEXT
           STRING "TRAILER: count=" DELIMITED BY SIZE
               released-count DELIMITED BY SIZE
               " amount-total=" DELIMITED BY SIZE
               released-total DELIMITED BY SIZE
               " settlement-date=" DELIMITED BY SIZE
               release-settlement-date DELIMITED BY SIZE
               INTO EXPORT-TRAILER-TEXT
           MOVE EXPORT-TRAILER-TEXT TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           CLOSE OUTPUT-EXPORT
       END-IF
       IF transactions-open = "Y"
           CLOSE OUTPUT-TRANSACTIONS
       END-IF

       CLOSE AUDIT-FILE.

       PERFORM REWRITE-HELD-FILE.

       DISPLAY "HOLDREL: " released-count " released, "
           rejected-count " rejected, " skipped-count " skipped."

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       REVIEW-ONE-PAYMENT.
           MOVE HP-ARR-AMOUNT OF HELD-ARRAY(idx-held) TO amount-display
           DISPLAY "----------------------------------------"
           DISPLAY "Ref:       " HP-ARR-TRANSFER-REF
               OF HELD-ARRAY(idx-held) "  tastet "
               HP-ARR-HELD-DATE OF HELD-ARRAY(idx-held) " af "
               HP-ARR-OPERATOR-ID OF HELD-ARRAY(idx-held)
           DISPLAY "Konto:     " HP-ARR-DEBIT-ACCOUNT
               OF HELD-ARRAY(idx-held) " kunde "
               HP-ARR-DEBIT-CLIENT-ID OF HELD-ARRAY(idx-held)
           DISPLAY "Modtager:  " HP-ARR-BENEFICIARY
               OF HELD-ARRAY(idx-held)
           DISPLAY "Modkonto:  "
               HP-ARR-CP-REG-NR OF HELD-ARRAY(idx-held)
               " " HP-ARR-CP-ACCOUNT OF HELD-ARRAY(idx-held) " "
               HP-ARR-CP-SWIFT-BIC OF HELD-ARRAY(idx-held)
           DISPLAY "Beloeb:    " amount-display
           DISPLAY "Hit:       " HP-ARR-HIT-KIND OF HELD-ARRAY(idx-held)
               " " HP-ARR-HIT-ENTRY OF HELD-ARRAY(idx-held)
           DISPLAY "F = frigiv, A = afvis, andet = spring over?"
           ACCEPT review-answer

           EVALUATE review-answer
               WHEN "F"
                   IF HP-ARR-OPERATOR-ID OF HELD-ARRAY(idx-held)
                           = WS-CHECKER-ID
                       DISPLAY "HOLDREL: du kan ikke afgoere en "
                           "betaling du selv har tastet - sprunget over"
                       ADD 1 TO skipped-count
                   ELSE
                       PERFORM RELEASE-PAYMENT
                   END-IF
               WHEN "A"
                   IF HP-ARR-OPERATOR-ID OF HELD-ARRAY(idx-held)
                           = WS-CHECKER-ID
                       DISPLAY "HOLDREL: du kan ikke afgoere en "
                           "betaling du selv har tastet - sprunget over"
                       ADD 1 TO skipped-count
                   ELSE
                       PERFORM REJECT-PAYMENT
                   END-IF
               WHEN OTHER
                   ADD 1 TO skipped-count
           END-EVALUATE.
       EXIT.

      * The held row goes into the export unchanged but for its
      * settlement day, which is the release session's.
       RELEASE-PAYMENT.
           IF export-open = "N"
               PERFORM OPEN-EXPORT-FILE
           END-IF
           MOVE HP-ARR-EXPORT-ROW OF HELD-ARRAY(idx-held)
               TO EXPORT-RECORD
           MOVE release-settlement-date TO CE-SETTLEMENT-DATE
           WRITE EXPORT-RECORD

           MOVE "F" TO HP-ARR-STATUS OF HELD-ARRAY(idx-held)
           MOVE WS-CHECKER-ID
               TO HP-ARR-DECIDED-BY OF HELD-ARRAY(idx-held)
           MOVE WS-RUN-TIMESTAMP
               TO HP-ARR-DECIDED-AT OF HELD-ARRAY(idx-held)
           ADD 1 TO released-count
           ADD HP-ARR-AMOUNT OF HELD-ARRAY(idx-held) TO released-total
           MOVE SPACES TO audit-decision
           STRING "FRIGIVET afvikling=" DELIMITED BY SIZE
               release-settlement-date DELIMITED BY SIZE
               INTO audit-decision
           PERFORM WRITE-AUDIT-LINE
           DISPLAY "HOLDREL: frigivet til "
               FUNCTION TRIM(WS-EXPORT-FILENAME).
       EXIT.

      * The debit is undone the way REVGEN undoes a posting: an "R"
      * built from the original record alone, so the amount can
      * never differ. A debit the front door has not posted yet has
      * no reference to reverse, and one already reversed (by
      * REVGEN or an earlier run) needs no second contra.
       REJECT-PAYMENT.
           PERFORM FIND-DEBIT-LEG
           IF original-found = "N"
               DISPLAY "HOLDREL: debiteringen er endnu ikke bogfoert "
                   "- afvis igen efter natkoerslen"
               ADD 1 TO skipped-count
           ELSE
               IF already-reversed = "Y"
                   MOVE "AFVIST allerede tilbagefoert"
                       TO audit-decision
               ELSE
                   IF transactions-open = "N"
                       PERFORM OPEN-TRANSACTIONS-FILE
                   END-IF
                   PERFORM EMIT-CONTRA-ENTRY
                   MOVE SPACES TO audit-decision
                   STRING "AFVIST modpostering af " DELIMITED BY SIZE
                       TRANSACTION-REF OF ORIGINAL-RECORD
                           DELIMITED BY SIZE
                       INTO audit-decision
               END-IF
               MOVE "A" TO HP-ARR-STATUS OF HELD-ARRAY(idx-held)
               MOVE WS-CHECKER-ID
                   TO HP-ARR-DECIDED-BY OF HELD-ARRAY(idx-held)
               MOVE WS-RUN-TIMESTAMP
                   TO HP-ARR-DECIDED-AT OF HELD-ARRAY(idx-held)
               ADD 1 TO rejected-count
               PERFORM WRITE-AUDIT-LINE
               DISPLAY "HOLDREL: " FUNCTION TRIM(audit-decision)
           END-IF.
       EXIT.

      * The "D" leg with the payment's TRANSFER-REF on the debited
      * account; a later "R" naming its reference means it is
      * already reversed.
       FIND-DEBIT-LEG.
           MOVE "N" TO original-found
           MOVE "N" TO already-reversed
           MOVE "N" TO EOF-TRANSACTIONS
           OPEN INPUT INPUT-TRANSACTIONS
           IF WS-VALIDATED-STATUS NOT = "00"
               DISPLAY "HOLDREL: cannot open " WS-VALIDATED-FILENAME
                   ", file status " WS-VALIDATED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-TRANSACTIONS = "Y"
               READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
                   AT END
                       MOVE "Y" TO EOF-TRANSACTIONS
                   NOT AT END
                       IF original-found = "N"
                           AND TRANSACTION-TYPE OF TRANSACTION-RECORD
                               = "D"
                           AND TRANSFER-REF OF TRANSACTION-RECORD
                               = HP-ARR-TRANSFER-REF
                                   OF HELD-ARRAY(idx-held)
                           AND ACCOUNT-NUMBER OF TRANSACTION-RECORD
                               = HP-ARR-DEBIT-ACCOUNT
                                   OF HELD-ARRAY(idx-held)
                           MOVE "Y" TO original-found
                           MOVE TRANSACTION-RECORD TO ORIGINAL-RECORD
                       ELSE
                           IF original-found = "Y"
                               AND REVERSAL-OF-REF
                                   OF TRANSACTION-RECORD
                                   = TRANSACTION-REF OF ORIGINAL-RECORD
                               MOVE "Y" TO already-reversed
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-TRANSACTIONS.
       EXIT.

       EMIT-CONTRA-ENTRY.
           MOVE SPACES TO OUTPUT-TRANSACTION-RECORD
           MOVE CLIENT-ID OF ORIGINAL-RECORD
               TO CLIENT-ID OF OUTPUT-TRANSACTION-RECORD
           MOVE ACCOUNT-NUMBER OF ORIGINAL-RECORD
               TO ACCOUNT-NUMBER OF OUTPUT-TRANSACTION-RECORD
           MOVE REG-NR OF ORIGINAL-RECORD
               TO REG-NR OF OUTPUT-TRANSACTION-RECORD
           MOVE SPACES TO OWNER OF OUTPUT-TRANSACTION-RECORD
           STRING "REVERSAL OF " DELIMITED BY SIZE
               FUNCTION TRIM(TRANSACTION-REF OF ORIGINAL-RECORD)
                   DELIMITED BY SIZE
               INTO OWNER OF OUTPUT-TRANSACTION-RECORD
           MOVE WS-TODAY
               TO TRANSACTION-DATE OF OUTPUT-TRANSACTION-RECORD
           MOVE "R" TO TRANSACTION-TYPE OF OUTPUT-TRANSACTION-RECORD
           MOVE AMOUNT OF ORIGINAL-RECORD
               TO AMOUNT OF OUTPUT-TRANSACTION-RECORD
           MOVE WS-CHECKER-ID
               TO OPERATOR-ID OF OUTPUT-TRANSACTION-RECORD
           MOVE TRANSACTION-CURRENCY OF ORIGINAL-RECORD
               TO TRANSACTION-CURRENCY OF OUTPUT-TRANSACTION-RECORD
           MOVE TRANSACTION-REF OF ORIGINAL-RECORD
               TO REVERSAL-OF-REF OF OUTPUT-TRANSACTION-RECORD
           MOVE TRANSACTION-TYPE OF ORIGINAL-RECORD
               TO REVERSAL-OF-TYPE OF OUTPUT-TRANSACTION-RECORD
           MOVE PURPOSE-CATEGORY OF ORIGINAL-RECORD
               TO PURPOSE-CATEGORY OF OUTPUT-TRANSACTION-RECORD
           WRITE OUTPUT-TRANSACTION-RECORD.
       EXIT.

      * The export and transactions.txt are opened on the first
      * decision that needs them, so a session without releases
      * leaves no empty TRAILER behind.
       OPEN-EXPORT-FILE.
           OPEN EXTEND OUTPUT-EXPORT
           IF WS-EXPORT-STATUS = "35"
               OPEN OUTPUT OUTPUT-EXPORT
           END-IF
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "HOLDREL: cannot open " WS-EXPORT-FILENAME ", "
                   "file status " WS-EXPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO export-open.
       EXIT.

       OPEN-TRANSACTIONS-FILE.
           OPEN EXTEND OUTPUT-TRANSACTIONS
           IF WS-TRANSACTIONS-STATUS = "35"
               OPEN OUTPUT OUTPUT-TRANSACTIONS
           END-IF
           IF WS-TRANSACTIONS-STATUS NOT = "00"
               DISPLAY "HOLDREL: cannot open " WS-TRANSACTIONS-FILENAME
                   ", file status " WS-TRANSACTIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO transactions-open.
       EXIT.

       WRITE-AUDIT-LINE.
           MOVE HP-ARR-AMOUNT OF HELD-ARRAY(idx-held) TO amount-display
           MOVE SPACES TO AUD-INFO
           STRING "run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " ref=" DELIMITED BY SIZE
               HP-ARR-TRANSFER-REF OF HELD-ARRAY(idx-held)
                   DELIMITED BY SIZE
               " account=" DELIMITED BY SIZE
               FUNCTION TRIM(HP-ARR-DEBIT-ACCOUNT
                   OF HELD-ARRAY(idx-held)) DELIMITED BY SIZE
               " amount=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " maker=" DELIMITED BY SIZE
               FUNCTION TRIM(HP-ARR-OPERATOR-ID
                   OF HELD-ARRAY(idx-held)) DELIMITED BY SIZE
               " checker=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CHECKER-ID) DELIMITED BY SIZE
               " decision=" DELIMITED BY SIZE
               FUNCTION TRIM(audit-decision) DELIMITED BY SIZE
               INTO AUD-INFO
           WRITE AUDIT-LINE.
       EXIT.

      * Every row is kept with its decision - the held file is the
      * compliance trail - and the rewrite is proven before the swap.
       REWRITE-HELD-FILE.
           MOVE WS-HELD-PAYMENTS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-HELD-PAYMENTS-FILENAME
           OPEN OUTPUT OUTPUT-HELD
           IF WS-HELD-PAYMENTS-STATUS NOT = "00"
               DISPLAY "HOLDREL: cannot open "
                   WS-HELD-PAYMENTS-FILENAME
                   " for rewrite, file status " WS-HELD-PAYMENTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-held FROM 1 BY 1
                   UNTIL idx-held > held-count
               MOVE HELD-ARRAY(idx-held) TO OUTPUT-HELD-RECORD
               WRITE OUTPUT-HELD-RECORD
           END-PERFORM
           CLOSE OUTPUT-HELD
           PERFORM VERIFY-NEW-HELD-FILE
           MOVE swap-master-name TO WS-HELD-PAYMENTS-FILENAME
           PERFORM SWAP-IN-NEW-MASTER.
       EXIT.

       VERIFY-NEW-HELD-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-HELD
           IF WS-HELD-PAYMENTS-STATUS NOT = "00"
               DISPLAY "HOLDREL: cannot re-open new held file for "
                   "verification, file status " WS-HELD-PAYMENTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-HELD INTO HELD-PAYMENT-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-HELD
           IF verify-count NOT = held-count
               DISPLAY "HOLDREL: new held file FAILED verification ("
                   verify-count "/" held-count
                   ") - live file untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "business-day.cpy".

           COPY "safe-swap.cpy".

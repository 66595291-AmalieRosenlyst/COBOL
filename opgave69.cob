      *    bankdag efter i dag, rullet med bankdags-kalenderen - med
      *    antal og beloebssum i en TRAILER-linje som vores andre
      *    afleveringer.
      *    Tegningsregler i signing-rules.txt haandhaeves som i
      *    TELLCAP, men en overfoersel uden de kraevede underskrifter
      *    afvises i stedet for at blive parkeret: den skal med i
      *    dagens clearing-eksport eller slet ikke.
      *    Kassereren kan vaelge en af kundens gemte modtagere
      *    (payees.txt, vedligeholdt af PAYEEMAINT) ved kaldenavn i
      *    stedet for at taste modparten; den foerste betaling til en
      *    ny eller rettet modtager skal bekraeftes ekstra og
      *    logges i payee-first-payments.txt.
      *    Hver godkendt betaling screenes mod watchlist.txt paa
      *    modtagernavn og SWIFT/BIC-land foer den kommer i
      *    eksporten; et hit skrives i held-payments.txt til
      *    compliance (HOLDREL) i stedet, og TRAILER-linjen taeller
      *    kun det der faktisk er eksporteret.
      *    Med INSTANT_PAYMENT_MODE = "J" koerer sessionen som
      *    straksbetalinger (ogsaa aftener og weekender): kun til
      *    danske banker og op til INSTANT_PAYMENT_LIMIT, med
      *    disponibel saldo mod reservationsfilen som den ser ud i
      *    oejeblikket. Kontoen debiteres med valoer i dag, og
      *    betalingen skrives straks i instant-outbound.txt ("IP"-
      *    reference) i stedet for clearing-eksporten. Efter hver
      *    betaling laeses kvitteringerne i instant-ack.txt; en
      *    afvist betaling tilbagefoeres med en "C"-postering med
      *    samme reference i samme session. Et screeningshit gaar
      *    som hidtil til held-payments.txt med "EX"-reference.
      *    Modpartens land (SWIFT/BIC-landet, IBAN'ens landekode
      *    eller den danske banks land i banks.txt) slaas op i
      *    landekartoteket (country-master.txt); et land under
      *    sanktioner eller paa FATF's liste over hoejrisikolande
      *    tilbageholdes til compliance paa samme maade som et
      *    watchlist-hit.
      *    En elev (rolle "E" i operator-master.txt) koerer hele
      *    dialogen og alle kontroller mod oevelseskopierne af konto-,
      *    kunde- og reservationsfilerne, og betalingerne gaar til
      *    oevelsesfilerne (training-mode.cpy) i stedet for
      *    transactions.txt, clearing-eksporten og straksfilen.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTXFER.

       ASSIGN TO DYNAMIC WS-LEGAL-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEGAL-HOLDS-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT SIGNING-RULES-FILE ASSIGN TO DYNAMIC WS-SIGNING-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SIGNING-STATUS.
       SELECT PAYEES-FILE ASSIGN TO DYNAMIC WS-PAYEES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAYEES-STATUS.
       SELECT FIRST-PAYMENTS-FILE
       ASSIGN TO DYNAMIC WS-FIRST-PAYMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FIRST-PAYMENTS-STATUS.
       SELECT WATCHLIST-FILE ASSIGN TO DYNAMIC WS-WATCHLIST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WATCHLIST-STATUS.
       SELECT HELD-PAYMENTS-FILE
       ASSIGN TO DYNAMIC WS-HELD-PAYMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HELD-PAYMENTS-STATUS.
       SELECT INSTANT-OUTBOUND-FILE
       ASSIGN TO DYNAMIC WS-INSTANT-OUT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INSTANT-OUT-STATUS.
       SELECT INSTANT-ACK-FILE
       ASSIGN TO DYNAMIC WS-INSTANT-ACK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INSTANT-ACK-STATUS.
       SELECT COUNTRY-MASTER-FILE
       ASSIGN TO DYNAMIC WS-COUNTRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COUNTRY-STATUS.
       SELECT INPUT-OPERATORS ASSIGN TO DYNAMIC WS-OPERATORS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATORS-STATUS.

       DATA DIVISION.

           COPY "clearing-export.cpy".
       FD CAPTURE-LOG-FILE.
       01 CAPTURE-LOG-LINE.
           02 CL-INFO                  PIC X(200).
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).
       FD LEGAL-HOLDS-FILE.
       01 LEGAL-HOLD-RECORD.
           COPY "legal-holds.cpy".
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD SIGNING-RULES-FILE.
       01 SIGNING-RULE-RECORD.
           COPY "signing-rules.cpy".
       FD PAYEES-FILE.
       01 PAYEE-RECORD.
           COPY "payees.cpy".
       FD FIRST-PAYMENTS-FILE.
       01 FIRST-PAYMENT-RECORD.
           COPY "payee-first-payments.cpy".
       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           COPY "watchlist.cpy".
       FD HELD-PAYMENTS-FILE.
       01 HELD-PAYMENT-RECORD.
           COPY "held-payments.cpy".
       FD COUNTRY-MASTER-FILE.
       01 COUNTRY-MASTER-RECORD.
           COPY "country-master.cpy".
       FD INSTANT-OUTBOUND-FILE.
       01 INSTANT-PAYMENT-RECORD.
           COPY "instant-payments.cpy".
       FD INSTANT-ACK-FILE.
       01 INSTANT-ACK-RECORD.
           COPY "instant-ack.cpy".
       FD INPUT-OPERATORS.
       01 OPERATOR-RECORD.
           COPY "operator-master.cpy".

       WORKING-STORAGE SECTION.
      * Bankdags-kalenderen (business-day.cpy).
      * IBAN mod-97-valideres paa stedet, saa fede fingre ikke
      * foerst opdages som en retur dage senere.
           COPY "iban-fields.cpy".
      * Mindreaarige kontohavere (minor-check.cpy): en overfoersel
      * over minor-withdrawal-limit (env MINOR_WITHDRAWAL_LIMIT)
      * fra en mindreaarigs konto skal foretages af en af kundens
      * registrerede vaerger, samme regel som TELLCAP.
           COPY "minor-check-fields.cpy".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-PARAMETER-TEXT             PIC X(20) VALUE SPACES.
       01 minor-withdrawal-limit        PIC 9(7)V99 VALUE 500.00.
       01 entry-acting-party            PIC X(10) VALUE SPACES.
       01 holder-found                  PIC X VALUE "N".
       01 acting-is-guardian            PIC X VALUE "N".
       01 idx-guardian                  PIC 9 VALUE ZEROES.

      * Tegningsregler (signing-check.cpy), samme regel som TELLCAP.
           COPY "signing-check-fields.cpy".
       01 entry-second-signatory        PIC X(10) VALUE SPACES.
       01 first-signatory               PIC X(10) VALUE SPACES.
       01 needs-second-signature        PIC X VALUE "N".
       01 signed-by                     PIC X(21) VALUE SPACES.

      * Gemte modtagere (payee-check.cpy): et kaldenavn henter
      * modpartens REG-NR/SWIFT, konto, IBAN og navn. En modtager
      * uden foerste betaling siden den blev oprettet eller rettet
      * kraever et ekstra "J" fra kassereren.
           COPY "payee-check-fields.cpy".
       01 entry-nickname                PIC X(16) VALUE SPACES.
       01 entry-payee-slot              PIC 9(4) VALUE ZEROES.
       01 first-payment-to-payee        PIC X VALUE "N".
       01 confirm-answer                PIC X(1) VALUE SPACES.

      * Screening af modtageren foer eksporten (watchlist-check.cpy);
      * et hit gaar til held-payments.txt i stedet for eksporten.
           COPY "watchlist-check-fields.cpy".
           COPY "clean-spaces-fields.cpy".
      * Modpartens land mod landekartoteket (country-check.cpy);
      * sanktioner og FATF-hoejrisiko tilbageholdes som et hit.
           COPY "country-check-fields.cpy".
       01 counterparty-country          PIC X(2) VALUE SPACES.
       01 WS-HELD-PAYMENTS-FILENAME
           PIC X(100) VALUE "held-payments.txt".
       01 WS-HELD-PAYMENTS-STATUS       PIC XX VALUE "00".
       01 capture-status                PIC X(12) VALUE SPACES.

      * Straksbetalinger: sessionens betalinger holdes her til
      * kvitteringen er laest; INS-STATUS "S" = sendt, "A" =
      * gennemfoert, "R" = afvist og tilbagefoert.
       01 instant-mode                  PIC X VALUE "N".
       01 instant-payment-limit         PIC 9(7)V99 VALUE 500000.00.
       01 WS-INSTANT-OUT-FILENAME
           PIC X(100) VALUE "instant-outbound.txt".
       01 WS-INSTANT-OUT-STATUS         PIC XX VALUE "00".
       01 WS-INSTANT-ACK-FILENAME
           PIC X(100) VALUE "instant-ack.txt".
       01 WS-INSTANT-ACK-STATUS         PIC XX VALUE "00".
       01 EOF-INSTANT-ACK               PIC X VALUE "N".
       01 INSTANT-ARRAY-MAX             PIC 9(4) VALUE 500.
       01 INSTANT-ARRAY                 OCCURS 500 TIMES
                                        INDEXED BY idx-inst.
           02 INS-TRANSFER-REF          PIC X(10) VALUE SPACES.
           02 INS-ACCT-SLOT             PIC 9(4) VALUE ZEROES.
           02 INS-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 INS-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 INS-CP-REG-NR             PIC X(4) VALUE SPACES.
           02 INS-CP-ACCOUNT            PIC X(20) VALUE SPACES.
           02 INS-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 INS-STATUS                PIC X VALUE SPACE.
       01 instant-count                 PIC 9(4) VALUE ZEROES.
       01 instant-accepted-count        PIC 9(6) VALUE ZEROES.
       01 instant-reversed-count        PIC 9(6) VALUE ZEROES.
       01 instant-pending-count         PIC 9(6) VALUE ZEROES.
       01 instant-reversed-total        PIC 9(9)V99 VALUE ZEROES.
       01 instant-limit-display         PIC Z(6)9.99.
       01 entry-ref-prefix              PIC X(2) VALUE "EX".
       01 entry-value-date              PIC X(8) VALUE SPACES.
      * Variables used as condition in while loops
       01 EOF-BANKS                     PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
      * Operator identification keyed once at session start; stamped
      * on every accepted debit and on each capture-log line.
       01 WS-OPERATOR-ID                PIC X(8) VALUE SPACES.
      * operator-master.txt laeses kun for rollen: en elev ("E")
      * koerer i oevelsestilstand (training-mode.cpy), afgjort foer
      * en eneste fil er aabnet.
       01 EOF-OPERATORS                 PIC X VALUE "N".
       01 WS-OPERATORS-STATUS           PIC XX VALUE "00".
       01 WS-OPERATORS-FILENAME
           PIC X(100) VALUE "operator-master.txt".
       01 OPERATOR-ARRAY-MAX            PIC 9(3) VALUE 100.
       01 OPERATOR-ARRAY                OCCURS 100 TIMES
                                        INDEXED BY idx-op.
           COPY "operator-master.cpy"
               REPLACING LEADING ==OP-== BY ==OP-ARR-==.
       01 operator-count                PIC 9(3) VALUE ZEROES.
           COPY "training-mode-fields.cpy".

      * Raw keyed entry fields, same free-text amount convention as
      * TELLCAP.
       01 accepted-count                PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.
       01 accepted-total                PIC 9(9)V99 VALUE ZEROES.
      * Of the accepted: what went into the export (the TRAILER's
      * count and total) and what was held for screening.
       01 exported-count                PIC 9(6) VALUE ZEROES.
       01 exported-total                PIC 9(9)V99 VALUE ZEROES.
       01 held-count                    PIC 9(6) VALUE ZEROES.
       01 EXPORT-TRAILER-TEXT           PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE "holiday-calendar.txt" TO WS-CALENDAR-FILENAME
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-SIGNING-FILENAME FROM ENVIRONMENT "SIGNING_RULES_FILE"
       IF WS-SIGNING-FILENAME = SPACES
           MOVE "signing-rules.txt" TO WS-SIGNING-FILENAME
       END-IF

       ACCEPT WS-PAYEES-FILENAME FROM ENVIRONMENT "PAYEES_FILE"
       IF WS-PAYEES-FILENAME = SPACES
           MOVE "payees.txt" TO WS-PAYEES-FILENAME
       END-IF

       ACCEPT WS-FIRST-PAYMENTS-FILENAME
           FROM ENVIRONMENT "PAYEE_FIRST_PAYMENTS_FILE"
       IF WS-FIRST-PAYMENTS-FILENAME = SPACES
           MOVE "payee-first-payments.txt"
               TO WS-FIRST-PAYMENTS-FILENAME
       END-IF

       ACCEPT WS-WATCHLIST-FILENAME FROM ENVIRONMENT "WATCHLIST_FILE"
       IF WS-WATCHLIST-FILENAME = SPACES
           MOVE "watchlist.txt" TO WS-WATCHLIST-FILENAME
       END-IF

       ACCEPT WS-HELD-PAYMENTS-FILENAME
           FROM ENVIRONMENT "HELD_PAYMENTS_FILE"
       IF WS-HELD-PAYMENTS-FILENAME = SPACES
           MOVE "held-payments.txt" TO WS-HELD-PAYMENTS-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT
           FROM ENVIRONMENT "MINOR_WITHDRAWAL_LIMIT"
       IF WS-PARAMETER-TEXT NOT = SPACES
           COMPUTE minor-withdrawal-limit =
               FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT
           FROM ENVIRONMENT "INSTANT_PAYMENT_MODE"
       IF WS-PARAMETER-TEXT = "J"
           MOVE "Y" TO instant-mode
       END-IF

       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT
           FROM ENVIRONMENT "INSTANT_PAYMENT_LIMIT"
       IF WS-PARAMETER-TEXT NOT = SPACES
           COMPUTE instant-payment-limit =
               FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       ACCEPT WS-INSTANT-OUT-FILENAME
           FROM ENVIRONMENT "INSTANT_OUTBOUND_FILE"
       IF WS-INSTANT-OUT-FILENAME = SPACES
           MOVE "instant-outbound.txt" TO WS-INSTANT-OUT-FILENAME
       END-IF

       ACCEPT WS-INSTANT-ACK-FILENAME
           FROM ENVIRONMENT "INSTANT_ACK_FILE"
       IF WS-INSTANT-ACK-FILENAME = SPACES
           MOVE "instant-ack.txt" TO WS-INSTANT-ACK-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP

      * Operatoeren tastes foer filerne aabnes: en elev skal koere
      * mod oevelsesfilerne fra allerfoerste laesning.
       PERFORM LOAD-OPERATORS

       DISPLAY "EXTXFER: operatoer-id?"
       ACCEPT WS-OPERATOR-ID
       IF WS-OPERATOR-ID = SPACES
           DISPLAY "EXTXFER: operatoer-id er paakraevet"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM CHECK-TRAINING-OPERATOR
       IF training-mode = "Y"
           PERFORM USE-TRAINING-FILES
       END-IF

       OPEN INPUT INPUT-BANKS
       IF WS-BANKS-STATUS NOT = "00"
           DISPLAY "EXTXFER: cannot open " WS-BANKS-FILENAME ", "
           STOP RUN
       END-IF

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "EXTXFER: cannot open " WS-CUSTOMERS-FILENAME ", "
               "file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOAD-BANKS.
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-BANKS.
       PERFORM LOAD-HOLIDAY-CALENDAR.
       PERFORM LOAD-ACTIVE-HOLDS.
       PERFORM LOAD-LEGAL-HOLDS.
       PERFORM LOAD-SIGNING-RULES.
      * Today's earlier first payments count as well, so a payee
      * paid this morning is not "new" again this afternoon.
       PERFORM LOAD-SAVED-PAYEES.
       PERFORM FOLD-FIRST-PAYMENTS.
      * No list, no payments: an unscreened item must not reach the
      * clearing export.
       PERFORM LOAD-WATCHLIST.
       IF watchlist-loaded = "N"
           DISPLAY "EXTXFER: cannot open " WS-WATCHLIST-FILENAME ", "
               "file status " WS-WATCHLIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-COUNTRY-MASTER.
       IF country-loaded = "N"
           DISPLAY "EXTXFER: no " FUNCTION TRIM(WS-COUNTRY-FILENAME)
               " on file, counterparty countries not screened"
       END-IF

      * The settlement day: roll tomorrow to the first business day.
       COMPUTE settle-integer =
               ".txt" DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
       END-IF
       IF training-mode = "Y"
           MOVE TRN-EXPORT-FILENAME TO WS-EXPORT-FILENAME
       END-IF

       OPEN EXTEND OUTPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS = "35"
           STOP RUN
       END-IF

      * An instant session writes nothing to the clearing export;
      * its payments go out one by one in the instant file.
       IF instant-mode = "N"
           OPEN EXTEND OUTPUT-EXPORT
           IF WS-EXPORT-STATUS = "35"
               OPEN OUTPUT OUTPUT-EXPORT
           END-IF
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "EXTXFER: cannot open " WS-EXPORT-FILENAME ", "
                   "file status " WS-EXPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       OPEN EXTEND CAPTURE-LOG-FILE
           STOP RUN
       END-IF

       OPEN EXTEND FIRST-PAYMENTS-FILE
       IF WS-FIRST-PAYMENTS-STATUS = "35"
           OPEN OUTPUT FIRST-PAYMENTS-FILE
       END-IF
       IF WS-FIRST-PAYMENTS-STATUS NOT = "00"
           DISPLAY "EXTXFER: cannot open " WS-FIRST-PAYMENTS-FILENAME
               ", file status " WS-FIRST-PAYMENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND HELD-PAYMENTS-FILE
       IF WS-HELD-PAYMENTS-STATUS = "35"
           OPEN OUTPUT HELD-PAYMENTS-FILE
       END-IF
       IF WS-HELD-PAYMENTS-STATUS NOT = "00"
           DISPLAY "EXTXFER: cannot open " WS-HELD-PAYMENTS-FILENAME
               ", file status " WS-HELD-PAYMENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       IF training-mode = "Y"
           DISPLAY "EXTXFER: OEVELSE - operatoer "
               FUNCTION TRIM(WS-OPERATOR-ID)
               " er elev, intet bogfoeres eller eksporteres (filer "
               FUNCTION TRIM(WS-TRAINING-PREFIX) "*)"
       END-IF

       IF instant-mode = "Y"
           MOVE instant-payment-limit TO instant-limit-display
           DISPLAY "EXTXFER: straksbetalinger, graense "
               FUNCTION TRIM(instant-limit-display)
               ", indtast overfoersler, blank client-id afslutter."
       ELSE
           DISPLAY "EXTXFER: afviklingsdag " settlement-date
               ", indtast overfoersler, blank client-id afslutter."
       END-IF

       PERFORM UNTIL session-done = "Y"
           DISPLAY "client-id?"

      * The session's TRAILER with counts and totals, appended to
      * the dated export like our other handoffs' control lines.
      * Held items are not in the export and not in its totals.
       IF instant-mode = "N"
           MOVE SPACES TO EXPORT-RECORD
           MOVE SPACES TO EXPORT-TRAILER-TEXT
           STRING "TRAILER: count=" DELIMITED BY SIZE
               exported-count DELIMITED BY SIZE
               " amount-total=" DELIMITED BY SIZE
               exported-total DELIMITED BY SIZE
               " settlement-date=" DELIMITED BY SIZE
               settlement-date DELIMITED BY SIZE
               INTO EXPORT-TRAILER-TEXT
           MOVE EXPORT-TRAILER-TEXT TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           CLOSE OUTPUT-EXPORT
       END-IF

      * Last look at the acknowledgements before the session closes;
      * what is still unanswered is left debited and named so the
      * payments desk can follow it up with the clearing.
       IF instant-mode = "Y"
           PERFORM POLL-INSTANT-ACKS
           PERFORM VARYING idx-inst FROM 1 BY 1
                   UNTIL idx-inst > instant-count
               IF INS-STATUS(idx-inst) = "S"
                   ADD 1 TO instant-pending-count
                   DISPLAY "EXTXFER: straksbetaling "
                       INS-TRANSFER-REF(idx-inst)
                       " afventer stadig kvittering"
               END-IF
           END-PERFORM
       END-IF

       CLOSE OUTPUT-TRANSACTIONS.
       CLOSE CAPTURE-LOG-FILE.
       CLOSE FIRST-PAYMENTS-FILE.
       CLOSE HELD-PAYMENTS-FILE.
       CLOSE INPUT-CUSTOMERS.

       IF instant-mode = "Y"
           DISPLAY "EXTXFER: " accepted-count " accepted, "
               rejected-count " rejected, " held-count
               " held for screening; instant "
               instant-accepted-count " completed, "
               instant-reversed-count " reversed, "
               instant-pending-count " awaiting acknowledgement"
           IF instant-pending-count > 0
               MOVE 8 TO RETURN-CODE
           END-IF
       ELSE
           DISPLAY "EXTXFER: " accepted-count " accepted, "
               rejected-count " rejected, " held-count
               " held for screening, export in "
               FUNCTION TRIM(WS-EXPORT-FILENAME)
       END-IF

       STOP RUN.

       CAPTURE-ONE-TRANSFER.
           DISPLAY "konto der debiteres?"
           ACCEPT entry-account-number
           DISPLAY "handlende part (client-id, blank = kontohaver)?"
           ACCEPT entry-acting-party
           DISPLAY "gemt modtager (kaldenavn, blank = indtast)?"
           ACCEPT entry-nickname
           MOVE ZEROES TO entry-payee-slot
           MOVE "N" TO first-payment-to-payee
           IF entry-nickname = SPACES
               DISPLAY "modpartens REG-NR (blank for udenlandsk bank)?"
               ACCEPT entry-cp-reg-nr
               DISPLAY "modpartens kontonummer?"
               ACCEPT entry-cp-account
               DISPLAY "SWIFT/BIC (blank for dansk bank)?"
               ACCEPT entry-cp-swift
               DISPLAY "modtagers IBAN (blank hvis ukendt)?"
               ACCEPT entry-cp-iban
               DISPLAY "modtagers navn?"
               ACCEPT entry-beneficiary
           ELSE
               PERFORM USE-SAVED-PAYEE
           END-IF
           DISPLAY "beloeb?"
           ACCEPT entry-amount-text
           COMPUTE entry-amount-signed =
               FUNCTION NUMVAL(entry-amount-text)
           MOVE entry-amount-signed TO entry-amount
           MOVE SPACES TO entry-second-signatory
           MOVE entry-account-number TO lookup-sign-account
           PERFORM FIND-SIGNING-RULE
           IF sign-rule-found = "Y"
               AND SR-ARR-RULE OF SIGNING-ARRAY(sign-rule-slot)
                   NOT = "1"
               DISPLAY "anden underskriver (client-id)?"
               ACCEPT entry-second-signatory
           END-IF

           PERFORM VALIDATE-TRANSFER

           IF entry-valid = "Y" AND first-payment-to-payee = "Y"
               PERFORM CONFIRM-FIRST-PAYMENT
           END-IF

           IF entry-valid = "Y"
      *        An instant payment settles today under an "IP" ref; a
      *        screening hit goes the ordinary held route instead.
               MOVE entry-beneficiary TO screen-beneficiary
               MOVE entry-cp-swift TO screen-swift-bic
               PERFORM SCREEN-OUTBOUND-PAYMENT
               IF screen-hit = "N" AND country-loaded = "Y"
                   PERFORM SCREEN-COUNTERPARTY-COUNTRY
               END-IF
               MOVE "EX" TO entry-ref-prefix
               MOVE settlement-date TO entry-value-date
               IF instant-mode = "Y" AND screen-hit = "N"
                   MOVE "IP" TO entry-ref-prefix
                   MOVE WS-TODAY TO entry-value-date
               END-IF
               ADD 1 TO transfer-seq
               MOVE SPACES TO entry-transfer-ref
               STRING entry-ref-prefix DELIMITED BY SIZE
                   WS-TODAY(5:4) DELIMITED BY SIZE
                   transfer-seq DELIMITED BY SIZE
                   INTO entry-transfer-ref
               PERFORM APPEND-DEBIT-LEG
               IF screen-hit = "Y"
                   PERFORM APPEND-HELD-PAYMENT
                   ADD 1 TO held-count
                   MOVE "TILBAGEHOLDT" TO capture-status
               ELSE
               IF instant-mode = "Y"
                   PERFORM SEND-INSTANT-PAYMENT
                   MOVE "STRAKS" TO capture-status
               ELSE
                   PERFORM APPEND-EXPORT-ROW
                   ADD 1 TO exported-count
                   ADD entry-amount TO exported-total
                   MOVE "GODKENDT" TO capture-status
               END-IF
               END-IF
               IF first-payment-to-payee = "Y"
                   PERFORM LOG-FIRST-PAYMENT
               END-IF
               SUBTRACT entry-amount FROM
                   balance OF ACCOUNT-ARRAY(entry-acct-slot)
               ADD 1 TO accepted-count
               ADD entry-amount TO accepted-total
               IF screen-hit = "Y"
                   DISPLAY "EXTXFER: godkendt, ref " entry-transfer-ref
                       " - tilbageholdt til compliance-screening"
               ELSE
               IF instant-mode = "Y"
                   DISPLAY "EXTXFER: godkendt, ref " entry-transfer-ref
                       " - sendt som straksbetaling"
               ELSE
                   DISPLAY "EXTXFER: godkendt, ref " entry-transfer-ref
               END-IF
               END-IF
           ELSE
               ADD 1 TO rejected-count
               DISPLAY "EXTXFER: AFVIST - "
                   FUNCTION TRIM(reject-reason)
           END-IF
           PERFORM WRITE-CAPTURE-LOG-LINE
           IF instant-mode = "Y"
               PERFORM POLL-INSTANT-ACKS
           END-IF.
       EXIT.

       VALIDATE-TRANSFER.
           MOVE "Y" TO entry-valid
           MOVE SPACES TO reject-reason
           MOVE entry-acting-party TO signed-by
           IF signed-by = SPACES
               MOVE entry-client-id TO signed-by
           END-IF

           MOVE "N" TO account-open
           MOVE ZEROES TO entry-acct-slot
                   TO reject-reason
           END-IF

           IF entry-valid = "Y" AND entry-nickname NOT = SPACES
               AND entry-payee-slot = ZEROES
               MOVE "N" TO entry-valid
               MOVE "UKENDT GEMT MODTAGER" TO reject-reason
           END-IF

           IF entry-valid = "Y" AND entry-amount-signed <= 0
               MOVE "N" TO entry-valid
               MOVE "UGYLDIGT BELOEB" TO reject-reason
               END-IF
           END-IF

      *    The instant clearing reaches Danish banks only, and only
      *    up to the instant amount limit.
           IF entry-valid = "Y" AND instant-mode = "Y"
               IF entry-cp-reg-nr = SPACES
                   MOVE "N" TO entry-valid
                   MOVE "STRAKSBETALING KUN TIL DANSK BANK"
                       TO reject-reason
               ELSE
               IF entry-amount > instant-payment-limit
                   MOVE "N" TO entry-valid
                   MOVE "OVER GRAENSE FOR STRAKSBETALING"
                       TO reject-reason
               END-IF
               END-IF
           END-IF

      *    A keyed counterparty IBAN must pass the mod-97 check
      *    digits on the spot - a mistyped foreign transfer must
      *    not bounce days later.
                       OF ACCOUNT-ARRAY(entry-acct-slot)
                       TO effective-limit
               END-IF
      *        An instant payment leaves at once, so the holds are
      *        read again as they stand right now.
               IF instant-mode = "Y"
                   PERFORM REFRESH-ACTIVE-HOLDS
               END-IF
               MOVE entry-account-number TO hold-sum-account
               PERFORM SUM-ACCOUNT-HOLDS
               COMPUTE prospective-balance =
                   MOVE "N" TO entry-valid
                   MOVE "OVER BEVILGET TRAEKGRAENSE" TO reject-reason
               END-IF
           END-IF

      *    A minor's transfer above the threshold must be made by
      *    one of the minor's registered guardians.
           IF entry-valid = "Y"
               PERFORM CHECK-MINOR-HOLDER
               IF customer-is-minor = "Y"
                   AND entry-amount > minor-withdrawal-limit
                   AND acting-is-guardian = "N"
                   MOVE "N" TO entry-valid
                   MOVE "MINDREAARIG - VAERGE SKAL HANDLE"
                       TO reject-reason
               END-IF
           END-IF

      *    The account's signing rule: one named signatory, or two
      *    different ones when the rule asks for two. There is no
      *    parking here - a transfer missing its second signature
      *    is refused and keyed again when both can sign.
           IF entry-valid = "Y"
               PERFORM CHECK-SIGNING-RULE
           END-IF.
       EXIT.

      * The acting party (the holder when blank) signs first. Rule
      * "2" always wants a second signatory, rule "B" only above the
      * rule's amount.
       CHECK-SIGNING-RULE.
           MOVE entry-account-number TO lookup-sign-account
           PERFORM FIND-SIGNING-RULE
           IF sign-rule-found = "Y"
               MOVE entry-acting-party TO first-signatory
               IF first-signatory = SPACES
                   MOVE entry-client-id TO first-signatory
               END-IF
               MOVE "N" TO needs-second-signature
               IF SR-ARR-RULE OF SIGNING-ARRAY(sign-rule-slot) = "2"
                   MOVE "Y" TO needs-second-signature
               END-IF
               IF SR-ARR-RULE OF SIGNING-ARRAY(sign-rule-slot) = "B"
                   AND entry-amount
                       > SR-ARR-AMOUNT OF SIGNING-ARRAY(sign-rule-slot)
                   MOVE "Y" TO needs-second-signature
               END-IF
               MOVE first-signatory TO lookup-signatory
               PERFORM CHECK-SIGNATORY
               IF signatory-named = "N"
                   MOVE "N" TO entry-valid
                   MOVE "IKKE TEGNINGSBERETTIGET" TO reject-reason
               ELSE
               IF needs-second-signature = "N"
                   CONTINUE
               ELSE
               IF entry-second-signatory = SPACES
                   MOVE "N" TO entry-valid
                   MOVE "MANGLER ANDEN UNDERSKRIFT" TO reject-reason
               ELSE
                   MOVE entry-second-signatory TO lookup-signatory
                   PERFORM CHECK-SIGNATORY
                   IF signatory-named = "N"
                       MOVE "N" TO entry-valid
                       MOVE "2. UNDERSKRIVER IKKE TEGNINGSBERETTIGET"
                           TO reject-reason
                   ELSE
                   IF entry-second-signatory = first-signatory
                       MOVE "N" TO entry-valid
                       MOVE "SAMME UNDERSKRIVER TO GANGE"
                           TO reject-reason
                   ELSE
                       STRING FUNCTION TRIM(first-signatory)
                               DELIMITED BY SIZE
                           "+" DELIMITED BY SIZE
                           FUNCTION TRIM(entry-second-signatory)
                               DELIMITED BY SIZE
                           INTO signed-by
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
       EXIT.

      * Reads the account holder's customer row; for a minor holder
      * the keyed acting party is matched against the registered
      * guardians. A holder missing from the customer file is
      * treated as an adult.
       CHECK-MINOR-HOLDER.
           MOVE "N" TO holder-found
           MOVE "N" TO customer-is-minor
           MOVE "N" TO acting-is-guardian
           MOVE client-id OF ACCOUNT-ARRAY(entry-acct-slot)
               TO client-id OF CUSTOMER-RECORD
           READ INPUT-CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO holder-found
           END-READ
           IF holder-found = "Y"
               MOVE date-of-birth OF CUSTOMER-RECORD TO age-birth-date
               MOVE WS-TODAY TO age-as-of-date
               PERFORM COMPUTE-CUSTOMER-AGE
               IF customer-is-minor = "Y"
                   AND entry-acting-party NOT = SPACES
                   PERFORM VARYING idx-guardian FROM 1 BY 1
                           UNTIL idx-guardian > 2
                       IF guardian-client-id
                               OF CUSTOMER-RECORD(idx-guardian)
                               = entry-acting-party
                           MOVE "Y" TO acting-is-guardian
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       EXIT.

      * A saved payee is the keyed customer's own, under the nickname;
      * its fields stand in for the counterparty prompts. One never
      * paid since it was added or changed is a first payment.
       USE-SAVED-PAYEE.
           MOVE "N" TO first-payment-to-payee
           MOVE entry-client-id TO lookup-payee-client
           MOVE entry-nickname TO lookup-payee-nickname
           PERFORM FIND-SAVED-PAYEE
           IF payee-found = "N"
               MOVE SPACES TO entry-cp-reg-nr
               MOVE SPACES TO entry-cp-account
               MOVE SPACES TO entry-cp-swift
               MOVE SPACES TO entry-cp-iban
               MOVE SPACES TO entry-beneficiary
           ELSE
               MOVE payee-slot TO entry-payee-slot
               MOVE PY-ARR-REG-NR OF PAYEE-ARRAY(payee-slot)
                   TO entry-cp-reg-nr
               MOVE PY-ARR-ACCOUNT OF PAYEE-ARRAY(payee-slot)
                   TO entry-cp-account
               MOVE PY-ARR-SWIFT-BIC OF PAYEE-ARRAY(payee-slot)
                   TO entry-cp-swift
               MOVE PY-ARR-IBAN OF PAYEE-ARRAY(payee-slot)
                   TO entry-cp-iban
               MOVE PY-ARR-BENEFICIARY OF PAYEE-ARRAY(payee-slot)
                   TO entry-beneficiary
               DISPLAY "modtager: " FUNCTION TRIM(entry-beneficiary)
                   " reg-nr " entry-cp-reg-nr " konto "
                   FUNCTION TRIM(entry-cp-account) " "
                   FUNCTION TRIM(entry-cp-swift)
               IF PY-ARR-FIRST-PAID-DATE OF PAYEE-ARRAY(payee-slot)
                       = SPACES
                   MOVE "Y" TO first-payment-to-payee
               END-IF
           END-IF.
       EXIT.

      * The first payment to a new payee is read back to the teller,
      * who must confirm it with the customer before it goes.
       CONFIRM-FIRST-PAYMENT.
           DISPLAY "FOERSTE BETALING TIL NY MODTAGER "
               FUNCTION TRIM(entry-nickname) " (oprettet "
               PY-ARR-ADDED-DATE OF PAYEE-ARRAY(entry-payee-slot)
               "): " FUNCTION TRIM(entry-beneficiary) " konto "
               FUNCTION TRIM(entry-cp-account) " beloeb "
               entry-amount
           DISPLAY "bekraeftet med kunden (J/N)?"
           ACCEPT confirm-answer
           IF confirm-answer NOT = "J"
               MOVE "N" TO entry-valid
               MOVE "FOERSTE BETALING IKKE BEKRAEFTET"
                   TO reject-reason
           END-IF.
       EXIT.

      * Logged for PAYEEMAINT's register and same-day report, and
      * marked in memory so the rest of the session sees the payee
      * as paid.
       LOG-FIRST-PAYMENT.
           MOVE SPACES TO FIRST-PAYMENT-RECORD
           MOVE entry-client-id TO FP-CLIENT-ID
           MOVE entry-nickname TO FP-NICKNAME
           MOVE WS-TODAY TO FP-PAID-DATE
           MOVE entry-transfer-ref TO FP-TRANSFER-REF
           MOVE WS-OPERATOR-ID TO FP-OPERATOR-ID
           WRITE FIRST-PAYMENT-RECORD
           MOVE WS-TODAY TO
               PY-ARR-FIRST-PAID-DATE OF PAYEE-ARRAY(entry-payee-slot)
           MOVE entry-transfer-ref TO
               PY-ARR-FIRST-PAID-REF OF PAYEE-ARRAY(entry-payee-slot).
       EXIT.

      * The debit leg carries the TRANSFER-REF so the export row
      * and the statement line tie together; the counterparty
      * account goes on the record the same way "T" legs carry
               TO COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
           MOVE entry-transfer-ref
               TO TRANSFER-REF OF TRANSACTION-RECORD
           MOVE entry-value-date TO VALUE-DATE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.
       EXIT.

           WRITE EXPORT-RECORD.
       EXIT.

      * The counterparty's country is the SWIFT/BIC's (positions
      * 5-6), else the IBAN's country code, else the country of the
      * Danish bank named by REG-NR. A country the master has under
      * sanctions (hit kind "S") or on FATF's high-risk list ("F")
      * is held for compliance like a watchlist hit.
       SCREEN-COUNTERPARTY-COUNTRY.
           MOVE screen-country TO counterparty-country
           IF counterparty-country = SPACES
               AND entry-cp-iban NOT = SPACES
               MOVE entry-cp-iban(1:2) TO counterparty-country
           END-IF
           IF counterparty-country = SPACES
               AND entry-cp-reg-nr NOT = SPACES
               SET idx-bank TO 1
               SEARCH BANK-ARRAY
                   AT END
                       CONTINUE
                   WHEN REG-NR OF BANK-ARRAY(idx-bank)
                           = entry-cp-reg-nr
                       MOVE BANK-COUNTRY-CODE OF BANK-ARRAY(idx-bank)
                           TO counterparty-country
               END-SEARCH
           END-IF
           IF counterparty-country NOT = SPACES
               MOVE counterparty-country TO lookup-country-code
               PERFORM LOOKUP-COUNTRY
               IF country-known = "Y"
                   IF CNM-SANCTION-FLAG
                           OF COUNTRY-MASTER-ARRAY(country-slot) = "Y"
                       MOVE "Y" TO screen-hit
                       MOVE "S" TO screen-hit-kind
                   ELSE
                   IF CNM-FATF-FLAG
                           OF COUNTRY-MASTER-ARRAY(country-slot) = "Y"
                       MOVE "Y" TO screen-hit
                       MOVE "F" TO screen-hit-kind
                   END-IF
                   END-IF
                   IF screen-hit = "Y"
                       MOVE SPACES TO screen-hit-entry
                       STRING lookup-country-code DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CNM-NAME-DA
                               OF COUNTRY-MASTER-ARRAY(country-slot)
                               DELIMITED BY SIZE
                           INTO screen-hit-entry
                   END-IF
               END-IF
           END-IF.
       EXIT.

      * A screening hit waits for compliance with the export row it
      * would have had and the list entry it hit. The debit stands
      * until HOLDREL releases or rejects the payment.
       APPEND-HELD-PAYMENT.
           MOVE SPACES TO HELD-PAYMENT-RECORD
           MOVE entry-transfer-ref TO HP-TRANSFER-REF
           MOVE entry-account-number TO HP-DEBIT-ACCOUNT
           MOVE entry-client-id TO HP-DEBIT-CLIENT-ID
           MOVE entry-cp-reg-nr TO HP-CP-REG-NR
           MOVE entry-cp-account TO HP-CP-ACCOUNT
           MOVE entry-cp-swift TO HP-CP-SWIFT-BIC
           MOVE entry-beneficiary TO HP-BENEFICIARY
           MOVE entry-amount TO HP-AMOUNT
           MOVE settlement-date TO HP-SETTLEMENT-DATE
           MOVE WS-TODAY TO HP-HELD-DATE
           MOVE WS-OPERATOR-ID TO HP-OPERATOR-ID
           MOVE screen-hit-kind TO HP-HIT-KIND
           MOVE screen-hit-entry TO HP-HIT-ENTRY
           MOVE "H" TO HP-STATUS
           WRITE HELD-PAYMENT-RECORD.
       EXIT.

      * The instant file is opened, written and closed for every
      * payment so the clearing's pickup sees it straight away. The
      * payment is remembered until its acknowledgement is read.
       SEND-INSTANT-PAYMENT.
           MOVE SPACES TO INSTANT-PAYMENT-RECORD
           MOVE entry-transfer-ref TO IP-TRANSFER-REF
           MOVE entry-account-number TO IP-DEBIT-ACCOUNT
           MOVE entry-client-id TO IP-DEBIT-CLIENT-ID
           MOVE entry-cp-reg-nr TO IP-CP-REG-NR
           MOVE entry-cp-account TO IP-CP-ACCOUNT
           MOVE entry-beneficiary TO IP-BENEFICIARY
           MOVE entry-amount TO IP-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO IP-SENT-TIMESTAMP
           OPEN EXTEND INSTANT-OUTBOUND-FILE
           IF WS-INSTANT-OUT-STATUS = "35"
               OPEN OUTPUT INSTANT-OUTBOUND-FILE
           END-IF
           IF WS-INSTANT-OUT-STATUS NOT = "00"
               DISPLAY "EXTXFER: cannot open " WS-INSTANT-OUT-FILENAME
                   ", file status " WS-INSTANT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE INSTANT-PAYMENT-RECORD
           CLOSE INSTANT-OUTBOUND-FILE

           IF instant-count < INSTANT-ARRAY-MAX
               ADD 1 TO instant-count
               MOVE entry-transfer-ref
                   TO INS-TRANSFER-REF(instant-count)
               MOVE entry-acct-slot TO INS-ACCT-SLOT(instant-count)
               MOVE entry-client-id TO INS-CLIENT-ID(instant-count)
               MOVE entry-account-number
                   TO INS-ACCOUNT-NUMBER(instant-count)
               MOVE entry-cp-reg-nr TO INS-CP-REG-NR(instant-count)
               MOVE entry-cp-account TO INS-CP-ACCOUNT(instant-count)
               MOVE entry-amount TO INS-AMOUNT(instant-count)
               MOVE "S" TO INS-STATUS(instant-count)
           ELSE
               DISPLAY "EXTXFER: INSTANT-ARRAY is full, "
                   entry-transfer-ref " will not be followed up "
                   "in this session"
           END-IF.
       EXIT.

      * The acknowledgement file grows as the receiving banks answer;
      * it is read from the top each time and only answers to this
      * session's unanswered payments (same ref and amount) count.
      * A missing file means nothing has been answered yet.
       POLL-INSTANT-ACKS.
           MOVE "N" TO EOF-INSTANT-ACK
           OPEN INPUT INSTANT-ACK-FILE
           IF WS-INSTANT-ACK-STATUS = "00"
               PERFORM UNTIL EOF-INSTANT-ACK = "Y"
                   READ INSTANT-ACK-FILE
                       AT END
                           MOVE "Y" TO EOF-INSTANT-ACK
                       NOT AT END
                           PERFORM APPLY-INSTANT-ACK
                   END-READ
               END-PERFORM
               CLOSE INSTANT-ACK-FILE
           END-IF.
       EXIT.

       APPLY-INSTANT-ACK.
           SET idx-inst TO 1
           SEARCH INSTANT-ARRAY
               AT END
                   CONTINUE
               WHEN idx-inst <= instant-count
                       AND INS-TRANSFER-REF(idx-inst) = IA-TRANSFER-REF
                       AND INS-AMOUNT(idx-inst) = IA-AMOUNT
                       AND INS-STATUS(idx-inst) = "S"
                   IF IA-STATUS = "RJCT"
                       PERFORM REVERSE-INSTANT-PAYMENT
                   ELSE
                   IF IA-STATUS = "ACCP"
                       MOVE "A" TO INS-STATUS(idx-inst)
                       ADD 1 TO instant-accepted-count
                   END-IF
                   END-IF
           END-SEARCH.
       EXIT.

      * A refused instant payment never left: the debit is reversed
      * with a "C" leg under the same ref (REG-NR kept, so SETTLE's
      * instant position nets it out) and the amount is available
      * again for the rest of the session.
       REVERSE-INSTANT-PAYMENT.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE INS-CLIENT-ID(idx-inst)
               TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE INS-ACCOUNT-NUMBER(idx-inst)
               TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE INS-CP-REG-NR(idx-inst) TO REG-NR OF TRANSACTION-RECORD
           STRING "RETUR STRAKS " DELIMITED BY SIZE
               FUNCTION TRIM(IA-REASON-CODE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IA-REASON-TEXT) DELIMITED BY SIZE
               INTO OWNER OF TRANSACTION-RECORD
           MOVE SPACES TO STREET-ADDRESS OF TRANSACTION-RECORD
           MOVE WS-TODAY TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "C" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE INS-AMOUNT(idx-inst) TO AMOUNT OF TRANSACTION-RECORD
           MOVE WS-OPERATOR-ID TO OPERATOR-ID OF TRANSACTION-RECORD
           MOVE INS-CP-ACCOUNT(idx-inst)
               TO COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
           MOVE INS-TRANSFER-REF(idx-inst)
               TO TRANSFER-REF OF TRANSACTION-RECORD
           MOVE WS-TODAY TO VALUE-DATE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD

           ADD INS-AMOUNT(idx-inst) TO
               balance OF ACCOUNT-ARRAY(INS-ACCT-SLOT(idx-inst))
           MOVE "R" TO INS-STATUS(idx-inst)
           ADD 1 TO instant-reversed-count
           ADD INS-AMOUNT(idx-inst) TO instant-reversed-total
           DISPLAY "EXTXFER: straksbetaling "
               INS-TRANSFER-REF(idx-inst)
               " AFVIST af modtagerbanken - "
               FUNCTION TRIM(IA-REASON-CODE) " "
               FUNCTION TRIM(IA-REASON-TEXT)
               ", beloebet er foert tilbage paa kontoen"

           MOVE SPACES TO CL-INFO
           STRING "EXTXFER: run-at=" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               " operator=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               INS-CLIENT-ID(idx-inst) DELIMITED BY SIZE
               " account-number=" DELIMITED BY SIZE
               FUNCTION TRIM(INS-ACCOUNT-NUMBER(idx-inst))
                   DELIMITED BY SIZE
               " amount=" DELIMITED BY SIZE
               INS-AMOUNT(idx-inst) DELIMITED BY SIZE
               " ref=" DELIMITED BY SIZE
               INS-TRANSFER-REF(idx-inst) DELIMITED BY SIZE
               " status=TILBAGEFOERT reason=" DELIMITED BY SIZE
               FUNCTION TRIM(IA-REASON-CODE) DELIMITED BY SIZE
               INTO CL-INFO
           WRITE CAPTURE-LOG-LINE.
       EXIT.

      * Operatoermasteren er obligatorisk: uden den kan en elev ikke
      * kendes, og elevens betalinger maa aldrig gaa ud.
       LOAD-OPERATORS.
           OPEN INPUT INPUT-OPERATORS
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "EXTXFER: cannot open " WS-OPERATORS-FILENAME
                   ", file status " WS-OPERATORS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-OPERATORS = "Y"
               READ INPUT-OPERATORS INTO OPERATOR-RECORD
                   AT END
                       MOVE "Y" TO EOF-OPERATORS
                   NOT AT END
                       IF operator-count < OPERATOR-ARRAY-MAX
                           ADD 1 TO operator-count
                           MOVE OPERATOR-RECORD
                               TO OPERATOR-ARRAY(operator-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-OPERATORS.
       EXIT.

       CHECK-TRAINING-OPERATOR.
           MOVE "N" TO training-mode
           SET idx-op TO 1
           SEARCH OPERATOR-ARRAY
               AT END
                   CONTINUE
               WHEN OP-ARR-OPERATOR-ID OF OPERATOR-ARRAY(idx-op)
                       = WS-OPERATOR-ID
                   IF OP-ARR-ROLE OF OPERATOR-ARRAY(idx-op)
                           = training-role
                       MOVE "Y" TO training-mode
                   END-IF
           END-SEARCH.
       EXIT.

      * Elevens session laeser oevelseskopierne af konto-, kunde- og
      * reservationsfilerne, og alt sessionen skriver gaar til
      * oevelsesfilerne - ogsaa eksporten og straksfilen, saa intet
      * naar opgave10, clearingen eller compliance (HOLDREL).
       USE-TRAINING-FILES.
           PERFORM BUILD-TRAINING-NAMES
           MOVE TRN-ACCOUNTS-FILENAME TO WS-ACCOUNTS-FILENAME
           MOVE TRN-CUSTOMERS-FILENAME TO WS-CUSTOMERS-FILENAME
           MOVE TRN-HOLDS-FILENAME TO WS-HOLDS-FILENAME
           MOVE TRN-LEGAL-HOLDS-FILENAME TO WS-LEGAL-HOLDS-FILENAME
           MOVE TRN-TRANSACTIONS-FILENAME TO WS-TRANSACTIONS-FILENAME
           MOVE TRN-CAPTURE-LOG-FILENAME TO WS-CAPTURE-LOG-FILENAME
           MOVE TRN-FIRST-PAYMENTS-FILENAME
               TO WS-FIRST-PAYMENTS-FILENAME
           MOVE TRN-HELD-PAYMENTS-FILENAME
               TO WS-HELD-PAYMENTS-FILENAME
           MOVE TRN-INSTANT-OUT-FILENAME TO WS-INSTANT-OUT-FILENAME
           MOVE TRN-INSTANT-ACK-FILENAME TO WS-INSTANT-ACK-FILENAME.
       EXIT.

           COPY "training-mode.cpy".

      * Card authorisations keep arriving during an instant session;
      * the holds are read afresh before each funds check.
       REFRESH-ACTIVE-HOLDS.
           MOVE ZEROES TO hold-count
           MOVE "N" TO EOF-HOLDS
           PERFORM LOAD-ACTIVE-HOLDS.
       EXIT.

      * One capture-log line per keyed transfer, accepted or
      * rejected, same shape as TELLCAP's log.
       WRITE-CAPTURE-LOG-LINE.
                   entry-amount DELIMITED BY SIZE
                   " ref=" DELIMITED BY SIZE
                   entry-transfer-ref DELIMITED BY SIZE
                   " status=" DELIMITED BY SIZE
                   FUNCTION TRIM(capture-status) DELIMITED BY SIZE
                   " signed=" DELIMITED BY SIZE
                   FUNCTION TRIM(signed-by) DELIMITED BY SIZE
                   INTO CL-INFO
           ELSE
               STRING "EXTXFER: run-at=" DELIMITED BY SIZE
           COPY "hold-check.cpy".

           COPY "iban-check.cpy".

           COPY "minor-check.cpy".

           COPY "signing-check.cpy".

           COPY "payee-check.cpy".

           COPY "watchlist-check.cpy".

           COPY "clean-spaces.cpy".

           COPY "country-check.cpy".

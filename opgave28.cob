      *    tilføjes transactions.txt med operatør-id, i stedet for at
      *    en tastefejl først opdages næste morgen når opgave10
      *    afviser den.
      *    Har kontoen en tegningsregel i signing-rules.txt, skal en
      *    haevning/overfoersel ud underskrives af de navngivne
      *    tegningsberettigede i den kombination reglen kraever;
      *    mangler anden underskrift, parkeres posteringen i
      *    pending-approvals.txt til APPRREV.
      *    En haevning fra en opsigelseskonto kraever et modent varsel
      *    i withdrawal-notices.txt; uden varsel afvises den, eller -
      *    naar tariffen har NOTICE-PENALTY - godkendes den med en
      *    advarsel om strafgebyret, som TXNEDIT bogfoerer.
      *    Seddelveksling (VALUTA i stedet for client-id): kunden
      *    koeber eller saelger valutasedler til bankens salgs- og
      *    koebskurs fra banknote-rates.txt, enten mod sin konto
      *    (DKK-modvaerdien bogfoeres som haevning/indsaettelse) eller
      *    kontant som kunde uden konto. Sedlerne - og ved kontant
      *    afregning DKK-modvaerdien - registreres som kontanter
      *    ind/ud i kassen pr. valuta i drawer-sessions.txt, og
      *    kvitteringen skrives til banknote-receipts.txt.
      *    En elev (rolle "E" i operator-master.txt) koerer hele
      *    dialogen og alle kontroller mod oevelseskopierne af konto-,
      *    kunde- og reservationsfilerne og skriver i egne
      *    oevelsesfiler (training-mode.cpy), saa en oevelsesfejl
      *    aldrig bliver en rigtig postering.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLCAP.

       ASSIGN TO DYNAMIC WS-REFERRED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REFERRED-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT SIGNING-RULES-FILE ASSIGN TO DYNAMIC WS-SIGNING-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SIGNING-STATUS.
       SELECT PENDING-APPROVALS-FILE
       ASSIGN TO DYNAMIC WS-PENDING-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PENDING-STATUS.
       SELECT WITHDRAWAL-NOTICES-FILE
       ASSIGN TO DYNAMIC WS-NOTICES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTICES-STATUS.
       SELECT NOTICE-TARIFF-FILE
       ASSIGN TO DYNAMIC WS-NOTICE-TARIFF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTICE-TARIFF-STATUS.
       SELECT INPUT-BANKNOTE-RATES
       ASSIGN TO DYNAMIC WS-BANKNOTE-RATES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BANKNOTE-RATES-STATUS.
       SELECT DRAWER-SESSIONS-FILE
       ASSIGN TO DYNAMIC WS-SESSIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SESSIONS-STATUS.
       SELECT BANKNOTE-RECEIPTS-FILE
       ASSIGN TO DYNAMIC WS-RECEIPTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RECEIPTS-STATUS.

       DATA DIVISION.

           COPY "transactions.cpy".
       FD CAPTURE-LOG-FILE.
       01 CAPTURE-LOG-LINE.
           02 CL-INFO                  PIC X(200).
       FD AUTH-HOLDS-FILE.
       01 AUTH-HOLD-RECORD.
           COPY "auth-holds.cpy".
       FD REFERRED-ENTRIES-FILE.
       01 REFERRED-ENTRY-LINE.
           02 REF-INFO                 PIC X(150).
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD SIGNING-RULES-FILE.
       01 SIGNING-RULE-RECORD.
           COPY "signing-rules.cpy".
       FD PENDING-APPROVALS-FILE.
       01 PENDING-APPROVAL-RECORD.
           COPY "pending-approvals.cpy".
       FD WITHDRAWAL-NOTICES-FILE.
       01 WITHDRAWAL-NOTICE-RECORD.
           COPY "withdrawal-notices.cpy".
       FD NOTICE-TARIFF-FILE.
       01 NOTICE-TARIFF-RECORD.
           02 NT-TARIFF-KEY            PIC X(16).
           02 NT-TARIFF-VALUE          PIC 9(7)V99.
       FD INPUT-BANKNOTE-RATES.
       01 BANKNOTE-RATE-RECORD.
           COPY "banknote-rates.cpy".
       FD DRAWER-SESSIONS-FILE.
       01 SESSION-RECORD.
           02 DS-DATE                  PIC X(8).
           02 DS-OPERATOR-ID           PIC X(8).
      * "I" = kontanter ind i kassen, "U" = kontanter ud af kassen.
           02 DS-RECORD-TYPE           PIC X(1).
           02 DS-AMOUNT                PIC 9(7)V99.
           02 DS-CURRENCY              PIC X(3).
       FD BANKNOTE-RECEIPTS-FILE.
       01 RECEIPT-LINE.
           02 RCP-INFO                 PIC X(80).

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 operator-count                PIC 9(3) VALUE ZEROES.
       01 operator-known                PIC X VALUE "N".
       01 operator-entry-limit          PIC 9(7)V99 VALUE ZEROES.
      * Oevelsestilstand for elever (training-mode.cpy): afgoeres ved
      * sessionstart, foer en eneste fil er aabnet.
           COPY "training-mode-fields.cpy".

      * Raw keyed entry fields; the amount is keyed as free text and
      * converted via NUMVAL so the teller can type "400", "400.50"
       01 poa-scope-found               PIC X(1) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Mindreaarige kontohavere: over minor-withdrawal-limit (env
      * MINOR_WITHDRAWAL_LIMIT) skal en haevning eller overfoersel
      * ud foretages af en af kundens registrerede vaerger, og en
      * registreret vaerge er bemyndiget for den mindreaarige uden
      * fuldmagt i poa-register.txt.
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-PARAMETER-TEXT             PIC X(20) VALUE SPACES.
       01 minor-withdrawal-limit        PIC 9(7)V99 VALUE 500.00.
       01 holder-found                  PIC X VALUE "N".
       01 acting-is-guardian            PIC X VALUE "N".
       01 idx-guardian                  PIC 9 VALUE ZEROES.
           COPY "minor-check-fields.cpy".

      * Tegningsregler (signing-check.cpy): den handlende part er
      * foerste underskriver, anden underskriver tastes naar reglen
      * kan kraeve to. signed-by viser i loggen hvem der skrev under.
           COPY "signing-check-fields.cpy".
       01 entry-second-signatory        PIC X(10) VALUE SPACES.
       01 first-signatory               PIC X(10) VALUE SPACES.
       01 needs-second-signature        PIC X VALUE "N".
       01 acting-is-signatory           PIC X VALUE "N".
       01 signed-by                     PIC X(21) VALUE SPACES.
       01 WS-PENDING-STATUS             PIC XX VALUE "00".
       01 WS-PENDING-FILENAME
           PIC X(100) VALUE "pending-approvals.txt".

      * Haevevarsler (notice-check.cpy): kassen laeser kun registret;
      * et varsel der daekker en godkendt haevning regnes som brugt
      * resten af sessionen, men markeres foerst af TXNEDIT.
           COPY "notice-check-fields.cpy".
       01 notice-warning                PIC X VALUE "N".
       01 notice-held-slot              PIC 9(4) VALUE ZEROES.

      * Seddelveksling: kursen er bankens salgskurs naar kunden
      * koeber valuta ("K") og koebskursen naar kunden saelger ("S");
      * DKK-modvaerdien afrundes til oere. exchange-settle er "A" naar
      * modvaerdien bogfoeres paa kontoen, "C" naar den betales
      * kontant over disken.
       01 EOF-BANKNOTE-RATES            PIC X VALUE "N".
       01 WS-BANKNOTE-RATES-STATUS      PIC XX VALUE "00".
       01 WS-SESSIONS-STATUS            PIC XX VALUE "00".
       01 WS-RECEIPTS-STATUS            PIC XX VALUE "00".
       01 WS-BANKNOTE-RATES-FILENAME
           PIC X(100) VALUE "banknote-rates.txt".
       01 WS-SESSIONS-FILENAME
           PIC X(100) VALUE "drawer-sessions.txt".
       01 WS-RECEIPTS-FILENAME
           PIC X(100) VALUE "banknote-receipts.txt".
       01 BANKNOTE-RATE-ARRAY-MAX       PIC 9(3) VALUE 100.
       01 BANKNOTE-RATE-ARRAY           OCCURS 100 TIMES
                                        INDEXED BY idx-bnr.
           COPY "banknote-rates.cpy"
               REPLACING LEADING ==BN-== BY ==BN-ARR-==.
       01 banknote-rate-count           PIC 9(3) VALUE ZEROES.
       01 exchange-side                 PIC X(1) VALUE SPACES.
       01 exchange-currency             PIC X(3) VALUE SPACES.
       01 exchange-settle               PIC X(1) VALUE SPACES.
       01 exchange-foreign-amount       PIC 9(7)V99 VALUE ZEROES.
       01 exchange-rate                 PIC 9(4)V9999 VALUE ZEROES.
       01 exchange-base-amount          PIC 9(7)V99 VALUE ZEROES.
       01 exchange-rate-found           PIC X VALUE "N".
       01 receipt-foreign-display       PIC Z(6)9.99.
       01 receipt-base-display          PIC Z(6)9.99.
       01 receipt-rate-display          PIC Z(3)9.9999.
       01 receipt-side-text             PIC X(20) VALUE SPACES.

      * Validation outcome per keyed entry, same flag convention as
      * BULKIMP's record-valid/reject-reason; "P" = parked for a
      * second signature.
       01 entry-valid                   PIC X VALUE "N".
       01 reject-reason                 PIC X(40) VALUE SPACES.
       01 account-open                  PIC X VALUE "N".
      * Batch control totals
       01 accepted-count                PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.
       01 parked-count                  PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

           MOVE "teller-capture-log.txt" TO WS-CAPTURE-LOG-FILENAME
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

       ACCEPT WS-PENDING-FILENAME
           FROM ENVIRONMENT "PENDING_APPROVALS_FILE"
       IF WS-PENDING-FILENAME = SPACES
           MOVE "pending-approvals.txt" TO WS-PENDING-FILENAME
       END-IF

       ACCEPT WS-PARAMETER-TEXT
           FROM ENVIRONMENT "MINOR_WITHDRAWAL_LIMIT"
       IF WS-PARAMETER-TEXT NOT = SPACES
           COMPUTE minor-withdrawal-limit =
               FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       ACCEPT WS-SESSIONS-FILENAME
           FROM ENVIRONMENT "DRAWER_SESSIONS_FILE"
       IF WS-SESSIONS-FILENAME = SPACES
           MOVE "drawer-sessions.txt" TO WS-SESSIONS-FILENAME
       END-IF

       ACCEPT WS-RECEIPTS-FILENAME
           FROM ENVIRONMENT "BANKNOTE_RECEIPTS_FILE"
       IF WS-RECEIPTS-FILENAME = SPACES
           MOVE "banknote-receipts.txt" TO WS-RECEIPTS-FILENAME
       END-IF

      * Operatoeren legitimeres foer filerne aabnes: en elev skal
      * koere mod oevelsesfilerne fra allerfoerste laesning.
       PERFORM LOAD-OPERATORS

       DISPLAY "TELLCAP: operatoer-id?"
       ACCEPT WS-OPERATOR-ID
       IF WS-OPERATOR-ID = SPACES
           DISPLAY "TELLCAP: operatoer-id er paakraevet"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM CHECK-OPERATOR
       IF training-mode = "Y"
           PERFORM USE-TRAINING-FILES
       END-IF

       OPEN INPUT INPUT-BANKS
       IF WS-BANKS-STATUS NOT = "00"
           DISPLAY "TELLCAP: cannot open " WS-BANKS-FILENAME ", "
           STOP RUN
       END-IF

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "TELLCAP: cannot open " WS-CUSTOMERS-FILENAME ", "
               "file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOAD-BANKS.
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-BANKS.
       PERFORM LOAD-LEGAL-HOLDS.
       PERFORM LOAD-OWNER-XREF.
       PERFORM LOAD-POA-REGISTER.
       PERFORM LOAD-SIGNING-RULES.
       ACCEPT WS-NOTICES-FILENAME
           FROM ENVIRONMENT "WITHDRAWAL_NOTICES_FILE"
       IF WS-NOTICES-FILENAME = SPACES
           MOVE "withdrawal-notices.txt" TO WS-NOTICES-FILENAME
       END-IF
       ACCEPT WS-NOTICE-TARIFF-FILENAME
           FROM ENVIRONMENT "FEE_TARIFF_FILE"
       IF WS-NOTICE-TARIFF-FILENAME = SPACES
           MOVE "fee-tariff.txt" TO WS-NOTICE-TARIFF-FILENAME
       END-IF
       PERFORM LOAD-WITHDRAWAL-NOTICES.
       PERFORM LOAD-NOTICE-PENALTY.
       ACCEPT WS-BANKNOTE-RATES-FILENAME
           FROM ENVIRONMENT "BANKNOTE_RATES_FILE"
       IF WS-BANKNOTE-RATES-FILENAME = SPACES
           MOVE "banknote-rates.txt" TO WS-BANKNOTE-RATES-FILENAME
       END-IF
       PERFORM LOAD-BANKNOTE-RATES.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       PERFORM LOAD-PRODUCT-CATALOG.
           STOP RUN
       END-IF

       OPEN EXTEND REFERRED-ENTRIES-FILE
       IF WS-REFERRED-STATUS = "35"
           OPEN OUTPUT REFERRED-ENTRIES-FILE
           STOP RUN
       END-IF

      * The operator must stand active in the master before a
      * single entry can be keyed; the outcome goes to the capture
      * log so the day's log shows who was allowed in.
       IF operator-known = "N"
           PERFORM WRITE-SESSION-LOG-LINE
           DISPLAY "TELLCAP: operatoer "
           STOP RUN
       END-IF
       PERFORM WRITE-SESSION-LOG-LINE
       IF training-mode = "Y"
           DISPLAY "TELLCAP: OEVELSE - operatoer "
               FUNCTION TRIM(WS-OPERATOR-ID)
               " er elev, intet bogfoeres (filer "
               FUNCTION TRIM(WS-TRAINING-PREFIX) "*)"
       END-IF

       DISPLAY "TELLCAP: indtast transaktioner, blank client-id "
           "afslutter, VALUTA = seddelveksling."

       PERFORM UNTIL session-done = "Y"
           DISPLAY "client-id?"
           ACCEPT entry-client-id
           IF entry-client-id = SPACES
               MOVE "Y" TO session-done
           ELSE
           IF entry-client-id = "VALUTA"
               PERFORM CAPTURE-BANKNOTE-EXCHANGE
           ELSE
               PERFORM CAPTURE-ONE-ENTRY
           END-IF
           END-IF
       END-PERFORM.

       CLOSE OUTPUT-TRANSACTIONS.
       CLOSE CAPTURE-LOG-FILE.
       CLOSE FRAUD-REVIEW-FILE.
       CLOSE REFERRED-ENTRIES-FILE.
       CLOSE INPUT-CUSTOMERS.

       DISPLAY "TELLCAP: " accepted-count " accepted, "
           rejected-count " rejected, " parked-count " parked."

       STOP RUN.

           COMPUTE entry-amount-signed =
               FUNCTION NUMVAL(entry-amount-text)
           MOVE entry-amount-signed TO entry-amount
           MOVE SPACES TO entry-second-signatory
           IF entry-type = "D" OR entry-type = "T"
               MOVE entry-account-number TO lookup-sign-account
               PERFORM FIND-SIGNING-RULE
               IF sign-rule-found = "Y"
                   AND SR-ARR-RULE OF SIGNING-ARRAY(sign-rule-slot)
                       NOT = "1"
                   DISPLAY "anden underskriver (client-id, "
                       "blank = parker)?"
                   ACCEPT entry-second-signatory
               END-IF
           END-IF

           PERFORM VALIDATE-ENTRY

           IF entry-valid NOT = "N" AND notice-held-slot > ZEROES
               MOVE "U" TO WN-ARR-STATUS
                   OF NOTICE-ARRAY(notice-held-slot)
           END-IF

           IF entry-valid = "Y"
               PERFORM APPEND-TRANSACTION
               IF entry-type = "D" OR entry-type = "T"
               END-IF
               ADD 1 TO accepted-count
               DISPLAY "TELLCAP: godkendt."
               IF notice-warning = "Y"
                   DISPLAY "TELLCAP: ADVARSEL - ingen modent varsel, "
                       "strafgebyr " notice-penalty
                       " opkraeves ved bogfoeringen"
               END-IF
           ELSE
           IF entry-valid = "P"
               PERFORM PARK-ENTRY
               ADD 1 TO parked-count
               DISPLAY "TELLCAP: PARKERET - "
                   FUNCTION TRIM(reject-reason)
           ELSE
               ADD 1 TO rejected-count
               DISPLAY "TELLCAP: AFVIST - "
                   FUNCTION TRIM(reject-reason)
           END-IF
           END-IF
           PERFORM WRITE-CAPTURE-LOG-LINE.
       EXIT.

      * UKENDT BANK), and the amount must be non-zero.
       VALIDATE-ENTRY.
           MOVE "Y" TO entry-valid
           MOVE "N" TO notice-warning
           MOVE ZEROES TO notice-held-slot
           MOVE SPACES TO reject-reason
           MOVE entry-acting-party TO signed-by
           IF signed-by = SPACES
               MOVE entry-client-id TO signed-by
           END-IF

           MOVE "N" TO account-open
           MOVE ZEROES TO entry-acct-slot
      *    deposits-only ("D") mandate does not cover withdrawals
      *    or transfers out.
           IF entry-valid = "Y"
               PERFORM READ-HOLDER-CUSTOMER
               PERFORM CHECK-ACTING-AUTHORITY
           END-IF

               END-IF
           END-IF

      *    A minor's withdrawal or transfer out above the threshold
      *    must be made by one of the minor's registered guardians.
           IF entry-valid = "Y"
               AND (entry-type = "D" OR entry-type = "T")
               AND customer-is-minor = "Y"
               AND converted-entry-amount > minor-withdrawal-limit
               AND acting-is-guardian = "N"
               MOVE "N" TO entry-valid
               MOVE "MINDREAARIG - VAERGE SKAL HANDLE"
                   TO reject-reason
           END-IF

      *    The overdraft-limit check for debits ("D" and transfer-out
      *    "T"), against the balance as this session has left it,
      *    less the account's active authorization holds - reserved
                           TO reject-reason
                   END-IF
               END-IF
           END-IF

      *    A withdrawal from a notice account needs a matured
      *    notice covering it, or is let through with a penalty
      *    warning when the tariff charges one.
           IF entry-valid = "Y"
               AND (entry-type = "D" OR entry-type = "T")
               PERFORM CHECK-WITHDRAWAL-NOTICE
           END-IF

      *    The account's signing rule, checked last so a parked
      *    entry has passed every other check: a withdrawal or
      *    transfer out needs one named signatory, or two different
      *    ones when the rule asks for two. A missing second
      *    signature parks the entry; a wrong one refuses it.
           IF entry-valid = "Y"
               AND (entry-type = "D" OR entry-type = "T")
               PERFORM CHECK-SIGNING-RULE
           END-IF.
       EXIT.

      * The acting party (the holder when blank) signs first. Rule
      * "2" always wants a second signatory, rule "B" only above the
      * rule's amount in the account's currency.
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
                   AND converted-entry-amount
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
                   MOVE "P" TO entry-valid
                   MOVE "AFVENTER ANDEN UNDERSKRIFT" TO reject-reason
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

      * The entry waits in the approval queue with its transaction
      * image; APPRREV takes the second signature and releases it
      * to transactions.txt. AP-RULE carries the first signatory.
       PARK-ENTRY.
           OPEN EXTEND PENDING-APPROVALS-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVALS-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "TELLCAP: cannot open "
                   WS-PENDING-FILENAME ", file status "
                   WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-TRANSACTION-RECORD
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           MOVE "TELLCAP" TO AP-SOURCE
           STRING "TEGNING 1.=" DELIMITED BY SIZE
               first-signatory DELIMITED BY SIZE
               INTO AP-RULE
           MOVE WS-OPERATOR-ID TO AP-MAKER
           MOVE "P" TO AP-STATUS
           MOVE TRANSACTION-RECORD TO AP-REQUEST-IMAGE
           WRITE PENDING-APPROVAL-RECORD
           CLOSE PENDING-APPROVALS-FILE.
       EXIT.

      * Seddelveksling ved kassen. Med konto bogfoeres modvaerdien som
      * en almindelig DKK-haevning ("K") eller -indsaettelse ("S") og
      * gennemgaar de samme kontroller som en tastet postering; uden
      * konto (eller uden kunde) betales modvaerdien kontant. Begge
      * veje faar kunden kvittering, og kassens valuta- og
      * DKK-bevaegelser noteres i drawer-sessions.txt.
       CAPTURE-BANKNOTE-EXCHANGE.
           MOVE SPACES TO entry-account-number
           MOVE SPACES TO entry-acting-party
           MOVE SPACES TO entry-reg-nr
           MOVE SPACES TO entry-counterparty
           MOVE SPACES TO entry-transfer-ref
           MOVE SPACES TO entry-category
           MOVE SPACES TO entry-second-signatory
           MOVE SPACES TO acting-authority
           DISPLAY "kunde (client-id, blank = uden konto i banken)?"
           ACCEPT entry-client-id
           IF entry-client-id NOT = SPACES
               DISPLAY "konto der afregnes (blank = kontant)?"
               ACCEPT entry-account-number
           END-IF
           IF entry-account-number NOT = SPACES
               DISPLAY "handlende part (client-id, blank = kontohaver)?"
               ACCEPT entry-acting-party
           END-IF
           DISPLAY "K = kunden koeber valuta, "
               "S = kunden saelger valuta?"
           ACCEPT exchange-side
           DISPLAY "valuta?"
           ACCEPT exchange-currency
           DISPLAY "beloeb i valuta?"
           ACCEPT entry-amount-text
           COMPUTE entry-amount-signed =
               FUNCTION NUMVAL(entry-amount-text)
           MOVE entry-amount-signed TO exchange-foreign-amount
           IF entry-account-number NOT = SPACES
               AND exchange-side = "K"
               MOVE entry-account-number TO lookup-sign-account
               PERFORM FIND-SIGNING-RULE
               IF sign-rule-found = "Y"
                   AND SR-ARR-RULE OF SIGNING-ARRAY(sign-rule-slot)
                       NOT = "1"
                   DISPLAY "anden underskriver (client-id)?"
                   ACCEPT entry-second-signatory
               END-IF
           END-IF

           PERFORM VALIDATE-EXCHANGE

      *    Sedlerne udleveres over disken, saa en veksling kan ikke
      *    parkeres til anden underskrift som en haevning kan.
           IF entry-valid = "P"
               MOVE "N" TO entry-valid
               MOVE "ANDEN UNDERSKRIFT MANGLER" TO reject-reason
           END-IF

           IF entry-valid = "Y" AND notice-held-slot > ZEROES
               MOVE "U" TO WN-ARR-STATUS
                   OF NOTICE-ARRAY(notice-held-slot)
           END-IF

           IF entry-valid = "Y"
               IF exchange-settle = "A"
                   PERFORM BUILD-TRANSACTION-RECORD
                   STRING "Seddelveksling " DELIMITED BY SIZE
                       exchange-currency DELIMITED BY SIZE
                       INTO OWNER OF TRANSACTION-RECORD
                   WRITE TRANSACTION-RECORD
                   IF entry-type = "D"
                       SUBTRACT converted-entry-amount FROM
                           balance OF ACCOUNT-ARRAY(entry-acct-slot)
                       PERFORM NOTE-ACCEPTED-DEBIT
                   ELSE
                       ADD converted-entry-amount TO
                           balance OF ACCOUNT-ARRAY(entry-acct-slot)
                   END-IF
               END-IF
               PERFORM WRITE-EXCHANGE-DRAWER-ROWS
               PERFORM PRINT-EXCHANGE-RECEIPT
               ADD 1 TO accepted-count
               DISPLAY "TELLCAP: godkendt, kvittering udskrevet."
               IF notice-warning = "Y"
                   DISPLAY "TELLCAP: ADVARSEL - ingen modent varsel, "
                       "strafgebyr " notice-penalty
                       " opkraeves ved bogfoeringen"
               END-IF
           ELSE
               ADD 1 TO rejected-count
               DISPLAY "TELLCAP: AFVIST - "
                   FUNCTION TRIM(reject-reason)
           END-IF
           PERFORM WRITE-EXCHANGE-LOG-LINE.
       EXIT.

      * Retning, valuta og beloeb kontrolleres foerst og kursen slaas
      * op; en kontoafregnet veksling gaar derefter gennem
      * VALIDATE-ENTRY som en DKK-postering dateret i dag paa
      * kontoens egen filial. En kontant veksling holdes kun mod
      * operatoerens graense.
       VALIDATE-EXCHANGE.
           MOVE "Y" TO entry-valid
           MOVE SPACES TO reject-reason
           MOVE "N" TO notice-warning
           MOVE ZEROES TO notice-held-slot
           MOVE ZEROES TO exchange-rate
           MOVE ZEROES TO exchange-base-amount
           MOVE entry-client-id TO signed-by
           MOVE "C" TO exchange-settle
           IF entry-account-number NOT = SPACES
               MOVE "A" TO exchange-settle
           END-IF
           MOVE "I" TO entry-type
           IF exchange-side = "K"
               MOVE "D" TO entry-type
           END-IF

           IF exchange-side NOT = "K" AND exchange-side NOT = "S"
               MOVE "N" TO entry-valid
               MOVE "UKENDT VEKSLINGSRETNING" TO reject-reason
           END-IF

           IF entry-valid = "Y"
               MOVE "N" TO exchange-rate-found
               IF exchange-currency NOT = SPACES
                   AND exchange-currency NOT = base-currency
                   SET idx-bnr TO 1
                   SEARCH BANKNOTE-RATE-ARRAY
                       AT END
                           CONTINUE
                       WHEN BN-ARR-VALUTA-CODE
                               OF BANKNOTE-RATE-ARRAY(idx-bnr)
                               = exchange-currency
                           MOVE "Y" TO exchange-rate-found
                           IF exchange-side = "K"
                               MOVE BN-ARR-SELL-RATE
                                   OF BANKNOTE-RATE-ARRAY(idx-bnr)
                                   TO exchange-rate
                           ELSE
                               MOVE BN-ARR-BUY-RATE
                                   OF BANKNOTE-RATE-ARRAY(idx-bnr)
                                   TO exchange-rate
                           END-IF
                   END-SEARCH
               END-IF
               IF exchange-rate-found = "N"
                   OR exchange-rate = ZEROES
                   MOVE "N" TO entry-valid
                   MOVE "INGEN SEDDELKURS FOR VALUTAEN"
                       TO reject-reason
               END-IF
           END-IF

           IF entry-valid = "Y" AND entry-amount-signed NOT > ZEROES
               MOVE "N" TO entry-valid
               MOVE "BELOEB SKAL VAERE STOERRE END NUL"
                   TO reject-reason
           END-IF

           IF entry-valid = "Y"
               COMPUTE exchange-base-amount ROUNDED =
                   exchange-foreign-amount * exchange-rate
                   ON SIZE ERROR
                       MOVE "N" TO entry-valid
                       MOVE "BELOEB FOR STORT" TO reject-reason
               END-COMPUTE
           END-IF
           MOVE exchange-base-amount TO converted-entry-amount

           IF entry-valid = "Y" AND exchange-settle = "A"
               MOVE WS-TODAY TO entry-date
               MOVE base-currency TO entry-currency
               MOVE exchange-base-amount TO entry-amount
               MOVE exchange-base-amount TO entry-amount-signed
               MOVE SPACES TO entry-reg-nr
               SET idx-acct TO 1
               SEARCH ACCOUNT-ARRAY
                   AT END
                       CONTINUE
                   WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                           = entry-account-number
                       MOVE home-reg-nr OF ACCOUNT-ARRAY(idx-acct)
                           TO entry-reg-nr
                       IF entry-reg-nr = SPACES
                           MOVE entry-account-number(1:4)
                               TO entry-reg-nr
                       END-IF
               END-SEARCH
               PERFORM VALIDATE-ENTRY
           END-IF

           IF entry-valid = "Y" AND exchange-settle = "C"
               AND operator-entry-limit > ZEROES
               AND exchange-base-amount > operator-entry-limit
               MOVE "N" TO entry-valid
               MOVE "OVER OPERATOERGRAENSE - HENVIST"
                   TO reject-reason
               MOVE SPACES TO REF-INFO
               STRING "HENVIST: operator=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   " client-id=" DELIMITED BY SIZE
                   entry-client-id DELIMITED BY SIZE
                   " konto=KONTANT" DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   entry-type DELIMITED BY SIZE
                   " valuta=" DELIMITED BY SIZE
                   exchange-currency DELIMITED BY SIZE
                   " beloeb=" DELIMITED BY SIZE
                   exchange-base-amount DELIMITED BY SIZE
                   " graense=" DELIMITED BY SIZE
                   operator-entry-limit DELIMITED BY SIZE
                   INTO REF-INFO
               WRITE REFERRED-ENTRY-LINE
           END-IF.
       EXIT.

      * Sedlerne gaar ud af kassen naar kunden koeber og ind naar
      * kunden saelger; ved kontant afregning bevaeger DKK-modvaerdien
      * sig den modsatte vej gennem samme kasse.
       WRITE-EXCHANGE-DRAWER-ROWS.
           OPEN EXTEND DRAWER-SESSIONS-FILE
           IF WS-SESSIONS-STATUS = "35"
               OPEN OUTPUT DRAWER-SESSIONS-FILE
           END-IF
           IF WS-SESSIONS-STATUS NOT = "00"
               DISPLAY "TELLCAP: cannot open "
                   WS-SESSIONS-FILENAME ", file status "
                   WS-SESSIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SESSION-RECORD
           MOVE WS-TODAY TO DS-DATE
           MOVE WS-OPERATOR-ID TO DS-OPERATOR-ID
           IF exchange-side = "K"
               MOVE "U" TO DS-RECORD-TYPE
           ELSE
               MOVE "I" TO DS-RECORD-TYPE
           END-IF
           MOVE exchange-foreign-amount TO DS-AMOUNT
           MOVE exchange-currency TO DS-CURRENCY
           WRITE SESSION-RECORD
           IF exchange-settle = "C"
               IF exchange-side = "K"
                   MOVE "I" TO DS-RECORD-TYPE
               ELSE
                   MOVE "U" TO DS-RECORD-TYPE
               END-IF
               MOVE exchange-base-amount TO DS-AMOUNT
               MOVE base-currency TO DS-CURRENCY
               WRITE SESSION-RECORD
           END-IF
           CLOSE DRAWER-SESSIONS-FILE.
       EXIT.

      * Kvitteringen vises for kassereren og gemmes i
      * banknote-receipts.txt, hvorfra den skrives ud til kunden.
       PRINT-EXCHANGE-RECEIPT.
           OPEN EXTEND BANKNOTE-RECEIPTS-FILE
           IF WS-RECEIPTS-STATUS = "35"
               OPEN OUTPUT BANKNOTE-RECEIPTS-FILE
           END-IF
           IF WS-RECEIPTS-STATUS NOT = "00"
               DISPLAY "TELLCAP: cannot open "
                   WS-RECEIPTS-FILENAME ", file status "
                   WS-RECEIPTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                   WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                   WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
                   DELIMITED BY SIZE
                   INTO WS-RUN-TIMESTAMP
           MOVE exchange-foreign-amount TO receipt-foreign-display
           MOVE exchange-base-amount TO receipt-base-display
           MOVE exchange-rate TO receipt-rate-display
           IF exchange-side = "K"
               MOVE "Kunden koeber" TO receipt-side-text
           ELSE
               MOVE "Kunden saelger" TO receipt-side-text
           END-IF

           MOVE SPACES TO RCP-INFO
           STRING "SEDDELVEKSLING  " DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               "  kasse " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO RCP-INFO
           PERFORM WRITE-RECEIPT-LINE
           MOVE SPACES TO RCP-INFO
           IF entry-client-id = SPACES
               MOVE "Kunde: uden konto i banken" TO RCP-INFO
           ELSE
               STRING "Kunde: " DELIMITED BY SIZE
                   FUNCTION TRIM(entry-client-id) DELIMITED BY SIZE
                   INTO RCP-INFO
           END-IF
           PERFORM WRITE-RECEIPT-LINE
           MOVE SPACES TO RCP-INFO
           STRING FUNCTION TRIM(receipt-side-text) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               exchange-currency DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               receipt-foreign-display DELIMITED BY SIZE
               "  kurs " DELIMITED BY SIZE
               receipt-rate-display DELIMITED BY SIZE
               INTO RCP-INFO
           PERFORM WRITE-RECEIPT-LINE
           MOVE SPACES TO RCP-INFO
           IF exchange-settle = "A"
               STRING "Modvaerdi " DELIMITED BY SIZE
                   base-currency DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   receipt-base-display DELIMITED BY SIZE
                   "  konto " DELIMITED BY SIZE
                   FUNCTION TRIM(entry-account-number)
                       DELIMITED BY SIZE
                   INTO RCP-INFO
           ELSE
               STRING "Modvaerdi " DELIMITED BY SIZE
                   base-currency DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   receipt-base-display DELIMITED BY SIZE
                   "  kontant" DELIMITED BY SIZE
                   INTO RCP-INFO
           END-IF
           PERFORM WRITE-RECEIPT-LINE
           MOVE ALL "-" TO RCP-INFO
           PERFORM WRITE-RECEIPT-LINE
           CLOSE BANKNOTE-RECEIPTS-FILE.
       EXIT.

       WRITE-RECEIPT-LINE.
           WRITE RECEIPT-LINE
           DISPLAY FUNCTION TRIM(RCP-INFO TRAILING).
       EXIT.

      * Vekslingens egen lograekke; den begynder med "VEKSEL:", saa
      * DRAWERBAL og VAULTBAL ikke taeller den med de kontante
      * posteringer - kassens bevaegelser staar i drawer-sessions.txt.
       WRITE-EXCHANGE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                   WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                   WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
                   DELIMITED BY SIZE
                   INTO WS-RUN-TIMESTAMP

           MOVE SPACES TO CL-INFO
           IF entry-valid = "Y"
               STRING "VEKSEL: run-at=" DELIMITED BY SIZE
                   WS-RUN-TIMESTAMP DELIMITED BY SIZE
                   " operator=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   " client-id=" DELIMITED BY SIZE
                   entry-client-id DELIMITED BY SIZE
                   " account-number=" DELIMITED BY SIZE
                   FUNCTION TRIM(entry-account-number)
                       DELIMITED BY SIZE
                   " side=" DELIMITED BY SIZE
                   exchange-side DELIMITED BY SIZE
                   " currency=" DELIMITED BY SIZE
                   exchange-currency DELIMITED BY SIZE
                   " foreign=" DELIMITED BY SIZE
                   exchange-foreign-amount DELIMITED BY SIZE
                   " rate=" DELIMITED BY SIZE
                   exchange-rate DELIMITED BY SIZE
                   " amount=" DELIMITED BY SIZE
                   exchange-base-amount DELIMITED BY SIZE
                   " settle=" DELIMITED BY SIZE
                   exchange-settle DELIMITED BY SIZE
                   " status=GODKENDT" DELIMITED BY SIZE
                   " signed=" DELIMITED BY SIZE
                   FUNCTION TRIM(signed-by) DELIMITED BY SIZE
                   INTO CL-INFO
           ELSE
               STRING "VEKSEL: run-at=" DELIMITED BY SIZE
                   WS-RUN-TIMESTAMP DELIMITED BY SIZE
                   " operator=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   " client-id=" DELIMITED BY SIZE
                   entry-client-id DELIMITED BY SIZE
                   " account-number=" DELIMITED BY SIZE
                   FUNCTION TRIM(entry-account-number)
                       DELIMITED BY SIZE
                   " side=" DELIMITED BY SIZE
                   exchange-side DELIMITED BY SIZE
                   " currency=" DELIMITED BY SIZE
                   exchange-currency DELIMITED BY SIZE
                   " foreign=" DELIMITED BY SIZE
                   exchange-foreign-amount DELIMITED BY SIZE
                   " status=AFVIST reason=" DELIMITED BY SIZE
                   FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
                   INTO CL-INFO
           END-IF
           WRITE CAPTURE-LOG-LINE.
       EXIT.

       LOAD-RATES.
           OPEN INPUT INPUT-RATES
           IF WS-RATES-STATUS = "00"
           END-IF.
       EXIT.

      * Seddelkurserne er valgfrie: mangler filen, kan der ikke
      * veksles kontanter, men sessionen koerer videre.
       LOAD-BANKNOTE-RATES.
           OPEN INPUT INPUT-BANKNOTE-RATES
           IF WS-BANKNOTE-RATES-STATUS = "00"
               PERFORM UNTIL EOF-BANKNOTE-RATES = "Y"
                   READ INPUT-BANKNOTE-RATES INTO BANKNOTE-RATE-RECORD
                       AT END
                           MOVE "Y" TO EOF-BANKNOTE-RATES
                       NOT AT END
                           IF banknote-rate-count
                                   < BANKNOTE-RATE-ARRAY-MAX
                               ADD 1 TO banknote-rate-count
                               MOVE BANKNOTE-RATE-RECORD TO
                                   BANKNOTE-RATE-ARRAY
                                       (banknote-rate-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-BANKNOTE-RATES
           END-IF.
       EXIT.

      * Converts the keyed amount to the account's own currency for
      * the limit check and the session's running balance - the same
      * cross-rate arithmetic opgave10 applies when it posts.
       EXIT.

       APPEND-TRANSACTION.
           PERFORM BUILD-TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.
       EXIT.

       BUILD-TRANSACTION-RECORD.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE entry-client-id TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE entry-account-number
           MOVE entry-currency
               TO TRANSACTION-CURRENCY OF TRANSACTION-RECORD
           MOVE entry-category
               TO PURPOSE-CATEGORY OF TRANSACTION-RECORD.
       EXIT.

      * One capture-log line per keyed entry, accepted or rejected,
                   " type=" DELIMITED BY SIZE
                   entry-type DELIMITED BY SIZE
                   " status=GODKENDT" DELIMITED BY SIZE
                   " signed=" DELIMITED BY SIZE
                   FUNCTION TRIM(signed-by) DELIMITED BY SIZE
                   INTO CL-INFO
           ELSE
           IF entry-valid = "P"
               STRING "CAPTURE: run-at=" DELIMITED BY SIZE
                   WS-RUN-TIMESTAMP DELIMITED BY SIZE
                   " operator=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   " client-id=" DELIMITED BY SIZE
                   entry-client-id DELIMITED BY SIZE
                   " account-number=" DELIMITED BY SIZE
                   FUNCTION TRIM(entry-account-number)
                       DELIMITED BY SIZE
                   " amount=" DELIMITED BY SIZE
                   entry-amount DELIMITED BY SIZE
                   " acting=" DELIMITED BY SIZE
                   FUNCTION TRIM(entry-acting-party)
                       DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   entry-type DELIMITED BY SIZE
                   " status=PARKERET" DELIMITED BY SIZE
                   " signed=" DELIMITED BY SIZE
                   FUNCTION TRIM(signed-by) DELIMITED BY SIZE
                   INTO CL-INFO
           ELSE
               STRING "CAPTURE: run-at=" DELIMITED BY SIZE
                   FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
                   INTO CL-INFO
           END-IF
           END-IF
           WRITE CAPTURE-LOG-LINE.
       EXIT.

           CLOSE INPUT-OPERATORS.
       EXIT.

      * En elev koerer altid i oevelsestilstand - ogsaa en
      * deaktiveret, saa selv afvisningen havner i oevelsesloggen.
       CHECK-OPERATOR.
           MOVE "N" TO operator-known
           MOVE "N" TO training-mode
           MOVE ZEROES TO operator-entry-limit
           SET idx-op TO 1
           SEARCH OPERATOR-ARRAY
                   CONTINUE
               WHEN OP-ARR-OPERATOR-ID OF OPERATOR-ARRAY(idx-op)
                       = WS-OPERATOR-ID
                   IF OP-ARR-ROLE OF OPERATOR-ARRAY(idx-op)
                           = training-role
                       MOVE "Y" TO training-mode
                   END-IF
                   IF OP-ARR-ACTIVE OF OPERATOR-ARRAY(idx-op) = "Y"
                       MOVE "Y" TO operator-known
                       MOVE OP-ARR-ENTRY-LIMIT
           WRITE CAPTURE-LOG-LINE.
       EXIT.

      * Elevens session laeser oevelseskopierne af konto-, kunde- og
      * reservationsfilerne og dagens oevelsesposteringer, og alt
      * sessionen skriver gaar til oevelsesfilerne - intet naar
      * opgave10, APPRREV, DRAWERBAL eller svindelkoeen.
       USE-TRAINING-FILES.
           PERFORM BUILD-TRAINING-NAMES
           MOVE TRN-ACCOUNTS-FILENAME TO WS-ACCOUNTS-FILENAME
           MOVE TRN-CUSTOMERS-FILENAME TO WS-CUSTOMERS-FILENAME
           MOVE TRN-HOLDS-FILENAME TO WS-HOLDS-FILENAME
           MOVE TRN-LEGAL-HOLDS-FILENAME TO WS-LEGAL-HOLDS-FILENAME
           MOVE TRN-TRANSACTIONS-FILENAME TO WS-TRANSACTIONS-FILENAME
           MOVE TRN-TRANSACTIONS-FILENAME TO WS-DAY-TXN-FILENAME
           MOVE TRN-CAPTURE-LOG-FILENAME TO WS-CAPTURE-LOG-FILENAME
           MOVE TRN-PENDING-FILENAME TO WS-PENDING-FILENAME
           MOVE TRN-REFERRED-FILENAME TO WS-REFERRED-FILENAME
           MOVE TRN-FRAUD-REVIEW-FILENAME TO WS-FRAUD-REVIEW-FILENAME
           MOVE TRN-SESSIONS-FILENAME TO WS-SESSIONS-FILENAME
           MOVE TRN-RECEIPTS-FILENAME TO WS-RECEIPTS-FILENAME.
       EXIT.

           COPY "training-mode.cpy".

      * Per-kunde loft fra velocity-limits.txt; en manglende fil
      * betyder at kun produktkatalogets loft gaelder.
       LOAD-VELOCITY-LIMITS.
      * person. Anyone else must be an owner per account-owners.txt
      * (or the account row's own client-id) or hold an active
      * mandate whose dates cover today and whose scope covers the
      * entry type; a minor holder's registered guardian needs no
      * mandate, and neither does a signatory named in the account's
      * signing rule. The outcome lands in acting-authority for the
      * capture log: EJER, VAERGE, TEGNING, FULDMAGT or blank.
       CHECK-ACTING-AUTHORITY.
           MOVE SPACES TO acting-authority
           IF entry-acting-party = SPACES
                   END-IF
               END-PERFORM

               IF acting-is-owner = "N"
                   AND customer-is-minor = "Y"
                   PERFORM VARYING idx-guardian FROM 1 BY 1
                           UNTIL idx-guardian > 2
                       IF guardian-client-id
                               OF CUSTOMER-RECORD(idx-guardian)
                               = entry-acting-party
                           MOVE "Y" TO acting-is-guardian
                       END-IF
                   END-PERFORM
               END-IF

               MOVE entry-account-number TO lookup-sign-account
               PERFORM FIND-SIGNING-RULE
               MOVE entry-acting-party TO lookup-signatory
               PERFORM CHECK-SIGNATORY
               MOVE signatory-named TO acting-is-signatory

               IF acting-is-owner = "Y"
                   MOVE "EJER" TO acting-authority
               ELSE
               IF acting-is-guardian = "Y"
                   MOVE "VAERGE" TO acting-authority
               ELSE
               IF acting-is-signatory = "Y"
                   MOVE "TEGNING" TO acting-authority
               ELSE
                   MOVE SPACES TO poa-scope-found
                   SET idx-poa TO 1
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
       EXIT.

      * Reads the account holder's customer row for the minor and
      * guardian checks. An account whose holder is missing from
      * the customer file is treated as an adult's - the holder
      * check itself belongs to the nightly cross-reference.
       READ-HOLDER-CUSTOMER.
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
           END-IF.
       EXIT.

           COPY "minor-check.cpy".

           COPY "signing-check.cpy".

      * Notice accounts are the ones whose product carries notice
      * days. The notice found is held as used for the rest of the
      * session once the entry is accepted or parked, so it cannot
      * cover two withdrawals at the counter;
      * TXNEDIT marks it used in the register at posting.
       CHECK-WITHDRAWAL-NOTICE.
           IF catalog-loaded = "Y"
               MOVE account-type OF ACCOUNT-ARRAY(entry-acct-slot)
                   TO lookup-product-type
               PERFORM LOOKUP-PRODUCT
               IF product-found = "Y"
                   IF PRD-NOTICE-DAYS OF CATALOG-ARRAY(product-slot)
                           IS NUMERIC
                       AND PRD-NOTICE-DAYS
                           OF CATALOG-ARRAY(product-slot) > ZEROES
                       MOVE entry-account-number
                           TO lookup-notice-account
                       MOVE converted-entry-amount
                           TO lookup-notice-amount
                       MOVE entry-date TO lookup-notice-date
                       PERFORM FIND-MATURED-NOTICE
                       IF notice-found = "Y"
                           MOVE notice-slot TO notice-held-slot
                       ELSE
                       IF notice-penalty-pct > ZEROES
                           PERFORM COMPUTE-NOTICE-PENALTY
                           MOVE "Y" TO notice-warning
                       ELSE
                           MOVE "N" TO entry-valid
                           MOVE "UVARSLET HAEVNING PAA OPSIGELSESKONTO"
                               TO reject-reason
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       EXIT.

           COPY "notice-check.cpy".

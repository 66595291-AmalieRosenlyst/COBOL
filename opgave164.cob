      * Formål: Natligt aendringsudtraek (CDC) til datavarehuset.
      *    Varehuset genindlaeste hver nat fulde kopier af
      *    customer-info.txt og account-info.txt, fordi det ikke
      *    kunne se hvad der var aendret, og indlaesningsvinduet var
      *    ved at slippe op. Koerslen skriver et udtraek
      *    (cdc-extract.cpy) med loebenummer, hoved og trailer og en
      *    raekke pr. indsat, aendret eller slettet kunde, konto,
      *    laan, kort og staaende ordre - med navnene paa de aendrede
      *    felter, aendringstidspunktet og raekkebilledet - plus de
      *    nye posteringer i den validerede transaktionsfil.
      *
      *    Kunder, konti og laan tages fra master-journal.txt's
      *    foer/efter-billeder skrevet siden sidste levering: et
      *    "B" fulgt af et "A" paa samme noegle er en aendring (de
      *    aendrede felter findes ved at sammenligne de to billeder),
      *    et "A" alene en indsaettelse og et "D" en sletning. Kort
      *    og staaende ordrer journaliseres ikke af deres
      *    vedligeholdelse; for dem sammenlignes card-master.txt og
      *    standing-orders.txt med det oejebliksbillede koerslen selv
      *    gemte sidste nat (cdc-card-master-snapshot.txt og
      *    cdc-standing-orders-snapshot.txt). En staaende ordre
      *    kendes paa konto, modtager-REG-NR og modtagerkonto.
      *
      *    "Siden sidste levering" styres af kontrolfilen
      *    cdc-control.txt med sidste loebenummer, det seneste
      *    journaltidspunkt og den hoejeste "R"-reference der er
      *    leveret. Referencerne i den validerede fil er ikke een
      *    stigende raekke: kun TXNEDIT's (og INTPOST's) "R" plus
      *    loebenummer er det, mens fx FIKPOST's OCR-referencer er
      *    rene cifre. For de oevrige huskes noeglen paa hver
      *    postering i den levende fil i cdc-posting-keys.txt, og
      *    en postering hvis noegle ikke er der, er ny. Koeres med
      *    parameteren FULL (eller uden
      *    kontrolfil) skrives i stedet et fuldt oejebliksbillede af
      *    alle fem mastre og alle posteringer til foerste
      *    indlaesning eller en gensynkronisering. Kontrolfil og
      *    oejebliksbilleder skrives foerst naar udtraekket er
      *    lukket, saa en afbrudt koersel gentager samme levering.
      *
      *    Koeres: opgave164 [FULL]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT INPUT-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MASTER-STATUS.
       SELECT OUTPUT-SNAPSHOT ASSIGN TO DYNAMIC WS-SNAPSHOT-OUT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SNAPSHOT-STATUS.
       SELECT MASTER-JOURNAL-FILE
       ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTROL-STATUS.
       SELECT OUTPUT-EXTRACT ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD INPUT-MASTER.
       01 MASTER-IN-LINE               PIC X(400).
       FD OUTPUT-SNAPSHOT.
       01 SNAPSHOT-OUT-LINE            PIC X(200).
       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           02 CC-LAST-SEQUENCE         PIC 9(8).
           02 CC-LAST-RUN-DATE         PIC X(8).
           02 CC-LAST-JOURNAL-TS       PIC X(19).
           02 CC-LAST-TRANSACTION-REF  PIC X(12).
       FD OUTPUT-EXTRACT.
       01 EXTRACT-RECORD.
           COPY "cdc-extract.cpy".

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 EOF-CUSTOMERS                 PIC X VALUE "N".
       01 EOF-MASTER                    PIC X VALUE "N".
       01 EOF-JOURNAL                   PIC X VALUE "N".
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-MASTER-STATUS              PIC XX VALUE "00".
       01 WS-SNAPSHOT-STATUS            PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS             PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-CONTROL-STATUS             PIC XX VALUE "00".
       01 WS-EXTRACT-STATUS             PIC XX VALUE "00".

       01 WS-MODE                       PIC X(10) VALUE SPACES.
       01 full-mode                     PIC X VALUE "N".
       01 mode-letter                   PIC X VALUE "D".

      * Where the previous delivery stopped; a first delivery with no
      * control file on record is a full snapshot.
       01 control-present               PIC X VALUE "N".
       01 last-sequence                 PIC 9(8) VALUE ZEROES.
       01 last-journal-ts               PIC X(19) VALUE SPACES.
       01 last-transaction-ref          PIC X(12) VALUE SPACES.
       01 this-sequence                 PIC 9(8) VALUE ZEROES.
       01 high-journal-ts               PIC X(19) VALUE SPACES.
       01 high-transaction-ref          PIC X(12) VALUE SPACES.
       01 last-ref-number               PIC 9(11) VALUE ZEROES.
       01 high-ref-number               PIC 9(11) VALUE ZEROES.
       01 posting-ref-number            PIC 9(11) VALUE ZEROES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 run-timestamp                 PIC X(19) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-LOANS-FILENAME
           PIC X(100) VALUE "loan-master.txt".
       01 WS-CARDS-FILENAME
           PIC X(100) VALUE "card-master.txt".
       01 WS-STANDING-FILENAME
           PIC X(100) VALUE "standing-orders.txt".
       01 WS-CARD-SNAPSHOT-FILENAME
           PIC X(100) VALUE "cdc-card-master-snapshot.txt".
       01 WS-STANDING-SNAPSHOT-FILENAME
           PIC X(100) VALUE "cdc-standing-orders-snapshot.txt".
       01 WS-JOURNAL-FILENAME
           PIC X(100) VALUE "master-journal.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions-validated.txt".
       01 WS-CONTROL-FILENAME
           PIC X(100) VALUE "cdc-control.txt".
       01 WS-POSTING-KEYS-FILENAME
           PIC X(100) VALUE "cdc-posting-keys.txt".
       01 WS-EXTRACT-FILENAME           PIC X(100) VALUE SPACES.
       01 WS-MASTER-FILENAME            PIC X(100) VALUE SPACES.
       01 WS-SNAPSHOT-OUT-FILENAME      PIC X(100) VALUE SPACES.

      * Feltkatalog pr. master: entitetskode, feltnavn som i
      * masterens copybook, position og laengde i raekkebilledet.
      * Entitetskoder: C = kunde, A = konto, L = laan, K = kort,
      * S = staaende ordre.
       01 CHANGE-FIELD-VALUES.
      * Kunde (customers.cpy).
           02 FILLER                    PIC X(31)
               VALUE "Cclient-id               001010".
           02 FILLER                    PIC X(31)
               VALUE "Cfirst-name              011020".
           02 FILLER                    PIC X(31)
               VALUE "Clast-name               031020".
           02 FILLER                    PIC X(31)
               VALUE "Caccount-number-1        051020".
           02 FILLER                    PIC X(31)
               VALUE "Cvaluta-code-1           071003".
           02 FILLER                    PIC X(31)
               VALUE "Caccount-number-2        074020".
           02 FILLER                    PIC X(31)
               VALUE "Cvaluta-code-2           094003".
           02 FILLER                    PIC X(31)
               VALUE "Croad-name               097030".
           02 FILLER                    PIC X(31)
               VALUE "Chouse-number            127005".
           02 FILLER                    PIC X(31)
               VALUE "Cfloor                   132005".
           02 FILLER                    PIC X(31)
               VALUE "Cside                    137005".
           02 FILLER                    PIC X(31)
               VALUE "Ccity                    142020".
           02 FILLER                    PIC X(31)
               VALUE "Cpostal-code             162004".
           02 FILLER                    PIC X(31)
               VALUE "Ccountry-code            166002".
           02 FILLER                    PIC X(31)
               VALUE "Cphone                   168008".
           02 FILLER                    PIC X(31)
               VALUE "Cemail                   176050".
           02 FILLER                    PIC X(31)
               VALUE "Cdelivery-preference     226001".
           02 FILLER                    PIC X(31)
               VALUE "Cdeceased-flag           227001".
           02 FILLER                    PIC X(31)
               VALUE "Cdate-of-death           228008".
           02 FILLER                    PIC X(31)
               VALUE "Cestate-contact          236040".
           02 FILLER                    PIC X(31)
               VALUE "Crisk-class              276001".
           02 FILLER                    PIC X(31)
               VALUE "Ckyc-last-review         277008".
           02 FILLER                    PIC X(31)
               VALUE "Ctax-residency-country   285002".
           02 FILLER                    PIC X(31)
               VALUE "Cforeign-tin             287020".
           02 FILLER                    PIC X(31)
               VALUE "Cdate-of-birth           307008".
           02 FILLER                    PIC X(31)
               VALUE "Cguardian-client-id-1    315010".
           02 FILLER                    PIC X(31)
               VALUE "Cguardian-client-id-2    325010".
           02 FILLER                    PIC X(31)
               VALUE "Ccustomer-type           335001".
           02 FILLER                    PIC X(31)
               VALUE "Ccvr-number              336008".
           02 FILLER                    PIC X(31)
               VALUE "Ccompany-name            344040".
      * Konto (account-info.cpy).
           02 FILLER                    PIC X(31)
               VALUE "Aclient-id               001010".
           02 FILLER                    PIC X(31)
               VALUE "Aaccount-number          011020".
           02 FILLER                    PIC X(31)
               VALUE "Aaccount-type            031010".
           02 FILLER                    PIC X(31)
               VALUE "Abalance                 041010".
           02 FILLER                    PIC X(31)
               VALUE "Avaluta-code             051003".
           02 FILLER                    PIC X(31)
               VALUE "Aaccount-status          054001".
           02 FILLER                    PIC X(31)
               VALUE "Aoverdraft-limit         055009".
           02 FILLER                    PIC X(31)
               VALUE "Ahome-reg-nr             064004".
      * Laan (loan-master.cpy).
           02 FILLER                    PIC X(31)
               VALUE "LLN-ACCOUNT-NUMBER       001020".
           02 FILLER                    PIC X(31)
               VALUE "LLN-CLIENT-ID            021010".
           02 FILLER                    PIC X(31)
               VALUE "LLN-PRINCIPAL            031011".
           02 FILLER                    PIC X(31)
               VALUE "LLN-ANNUAL-RATE          042007".
           02 FILLER                    PIC X(31)
               VALUE "LLN-TERM-MONTHS          049003".
           02 FILLER                    PIC X(31)
               VALUE "LLN-INSTALLMENT          052009".
           02 FILLER                    PIC X(31)
               VALUE "LLN-NEXT-INSTALLMENT-DATE061008".
           02 FILLER                    PIC X(31)
               VALUE "LLN-PAYMENT-ACCOUNT      069020".
           02 FILLER                    PIC X(31)
               VALUE "LLN-RATE-TYPE            089001".
           02 FILLER                    PIC X(31)
               VALUE "LLN-REF-RATE-CODE        090008".
           02 FILLER                    PIC X(31)
               VALUE "LLN-MARGIN               098008".
           02 FILLER                    PIC X(31)
               VALUE "LLN-RESET-MONTHS         106002".
           02 FILLER                    PIC X(31)
               VALUE "LLN-NEXT-RESET-DATE      108008".
      * Kort (card-master.cpy).
           02 FILLER                    PIC X(31)
               VALUE "KCM-CARD-NUMBER          001016".
           02 FILLER                    PIC X(31)
               VALUE "KCM-CLIENT-ID            017010".
           02 FILLER                    PIC X(31)
               VALUE "KCM-ACCOUNT-NUMBER       027020".
           02 FILLER                    PIC X(31)
               VALUE "KCM-STATUS               047001".
           02 FILLER                    PIC X(31)
               VALUE "KCM-EXPIRY-DATE          048008".
           02 FILLER                    PIC X(31)
               VALUE "KCM-CARD-PRODUCT         056010".
      * Staaende ordre (standing-orders.cpy).
           02 FILLER                    PIC X(31)
               VALUE "SSO-CLIENT-ID            001010".
           02 FILLER                    PIC X(31)
               VALUE "SSO-ACCOUNT-NUMBER       011020".
           02 FILLER                    PIC X(31)
               VALUE "SSO-AMOUNT               031009".
           02 FILLER                    PIC X(31)
               VALUE "SSO-FREQUENCY            040001".
           02 FILLER                    PIC X(31)
               VALUE "SSO-NEXT-DUE-DATE        041008".
           02 FILLER                    PIC X(31)
               VALUE "SSO-END-DATE             049008".
           02 FILLER                    PIC X(31)
               VALUE "SSO-BENEFICIARY          057040".
           02 FILLER                    PIC X(31)
               VALUE "SSO-CP-REG-NR            097004".
           02 FILLER                    PIC X(31)
               VALUE "SSO-CP-ACCOUNT           101020".
           02 FILLER                    PIC X(31)
               VALUE "SSO-CP-SWIFT-BIC         121011".
       01 CHANGE-FIELD-TABLE REDEFINES CHANGE-FIELD-VALUES.
           02 CHANGE-FIELD              OCCURS 67 TIMES
                                        INDEXED BY idx-cf.
               03 CF-ENTITY             PIC X(1).
               03 CF-NAME               PIC X(24).
               03 CF-OFFSET             PIC 9(3).
               03 CF-LENGTH             PIC 9(3).
       01 CHANGE-FIELD-COUNT            PIC 9(2) VALUE 67.

      * Entiteten der behandles lige nu (SET-ENTITY).
       01 entity-code                   PIC X(1) VALUE SPACES.
       01 entity-name                   PIC X(8) VALUE SPACES.
       01 key-offset                    PIC 9(3) VALUE 1.
       01 key-length                    PIC 9(3) VALUE 10.
       01 row-image                     PIC X(400) VALUE SPACES.
       01 before-image                  PIC X(400) VALUE SPACES.
       01 row-key                       PIC X(44) VALUE SPACES.
       01 change-operation              PIC X(1) VALUE SPACES.
       01 change-timestamp              PIC X(19) VALUE SPACES.
       01 change-program                PIC X(10) VALUE SPACES.
       01 changed-fields                PIC X(300) VALUE SPACES.
       01 changed-pointer               PIC 9(3) VALUE 1.

      * Et "B"-billede venter paa sit "A" paa samme master og noegle.
       01 pending-before                PIC X VALUE "N".
       01 pending-master                PIC X(40) VALUE SPACES.
       01 pending-key                   PIC X(20) VALUE SPACES.
       01 pending-image                 PIC X(400) VALUE SPACES.

      * Kort og staaende ordrer: sidste nats oejebliksbillede og
      * masteren i dag, sorteret paa noeglen og loebet igennem i
      * takt. Ubrugte pladser har HIGH-VALUES i noeglen.
       01 SNAP-ARRAY-MAX                PIC 9(5) VALUE 20000.
       01 PREV-SNAP-ARRAY               OCCURS 20000 TIMES
                                   ASCENDING KEY IS PS-KEY
                                   INDEXED BY idx-ps.
           02 PS-KEY                    PIC X(44) VALUE HIGH-VALUES.
           02 PS-IMAGE                  PIC X(200) VALUE SPACES.
       01 prev-snap-count               PIC 9(5) VALUE ZEROES.
       01 CUR-SNAP-ARRAY                OCCURS 20000 TIMES
                                   ASCENDING KEY IS CS-KEY
                                   INDEXED BY idx-cs.
           02 CS-KEY                    PIC X(44) VALUE HIGH-VALUES.
           02 CS-IMAGE                  PIC X(200) VALUE SPACES.
       01 cur-snap-count                PIC 9(5) VALUE ZEROES.
       01 snap-side                     PIC X(1) VALUE "P".
       01 prev-pos                      PIC 9(5) VALUE ZEROES.
       01 cur-pos                       PIC 9(5) VALUE ZEROES.
       01 snapshot-name                 PIC X(100) VALUE SPACES.
       01 card-snapshot-present         PIC X VALUE "N".
       01 standing-snapshot-present     PIC X VALUE "N".
       01 snapshot-present              PIC X VALUE "N".

      * Posteringer uden "R"-reference: noeglen er reference, type,
      * dato og loebenummer blandt ens poster samme dag i filens
      * raekkefoelge (INTPOST's rentekredit og kildeskat deler
      * reference, og samme OCR kan betales to gange). SEEN er
      * noeglerne fra sidste levering, TODAY dagens, som gemmes til
      * naeste gang - en postering PERCLOSE har flyttet til
      * historikken falder derved ud af listen af sig selv.
       01 POSTING-KEY-ARRAY-MAX         PIC 9(5) VALUE 20000.
       01 SEEN-KEY-ARRAY                OCCURS 20000 TIMES
                                        INDEXED BY idx-seen.
           02 SK-KEY                    PIC X(25) VALUE SPACES.
       01 seen-key-count                PIC 9(5) VALUE ZEROES.
       01 TODAY-KEY-ARRAY               OCCURS 20000 TIMES
                                        INDEXED BY idx-today.
           02 TK-KEY                    PIC X(25) VALUE SPACES.
       01 today-key-count               PIC 9(5) VALUE ZEROES.
       01 posting-key.
           02 pk-ref                    PIC X(12).
           02 pk-type                   PIC X(1).
           02 pk-date                   PIC X(8).
           02 pk-occurrence             PIC 9(4).
       01 posting-new                   PIC X VALUE "N".
       01 posting-keys-present          PIC X VALUE "N".

      * Sikker ombytning af de to oejebliksbilleder.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 record-number                 PIC 9(8) VALUE ZEROES.
       01 insert-count                  PIC 9(8) VALUE ZEROES.
       01 update-count                  PIC 9(8) VALUE ZEROES.
       01 delete-count                  PIC 9(8) VALUE ZEROES.
       01 posting-count                 PIC 9(8) VALUE ZEROES.
       01 posting-amount-total          PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-MODE FROM COMMAND-LINE
       IF WS-MODE = "FULL"
           MOVE "Y" TO full-mode
       ELSE
           IF WS-MODE NOT = SPACES
               DISPLAY "CDCEXT: usage: opgave164 [FULL]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-LOANS-FILENAME FROM ENVIRONMENT "LOAN_MASTER_FILE"
       IF WS-LOANS-FILENAME = SPACES
           MOVE "loan-master.txt" TO WS-LOANS-FILENAME
       END-IF

       ACCEPT WS-CARDS-FILENAME FROM ENVIRONMENT "CARD_MASTER_FILE"
       IF WS-CARDS-FILENAME = SPACES
           MOVE "card-master.txt" TO WS-CARDS-FILENAME
       END-IF

       ACCEPT WS-STANDING-FILENAME
           FROM ENVIRONMENT "STANDING_ORDERS_FILE"
       IF WS-STANDING-FILENAME = SPACES
           MOVE "standing-orders.txt" TO WS-STANDING-FILENAME
       END-IF

       ACCEPT WS-CARD-SNAPSHOT-FILENAME
           FROM ENVIRONMENT "CDC_CARD_SNAPSHOT_FILE"
       IF WS-CARD-SNAPSHOT-FILENAME = SPACES
           MOVE "cdc-card-master-snapshot.txt"
               TO WS-CARD-SNAPSHOT-FILENAME
       END-IF

       ACCEPT WS-STANDING-SNAPSHOT-FILENAME
           FROM ENVIRONMENT "CDC_STANDING_SNAPSHOT_FILE"
       IF WS-STANDING-SNAPSHOT-FILENAME = SPACES
           MOVE "cdc-standing-orders-snapshot.txt"
               TO WS-STANDING-SNAPSHOT-FILENAME
       END-IF

       ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT
           "MASTER_JOURNAL_FILE"
       IF WS-JOURNAL-FILENAME = SPACES
           MOVE "master-journal.txt" TO WS-JOURNAL-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "VALIDATED_TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions-validated.txt"
               TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-CONTROL-FILENAME FROM ENVIRONMENT "CDC_CONTROL_FILE"
       IF WS-CONTROL-FILENAME = SPACES
           MOVE "cdc-control.txt" TO WS-CONTROL-FILENAME
       END-IF

       ACCEPT WS-POSTING-KEYS-FILENAME
           FROM ENVIRONMENT "CDC_POSTING_KEYS_FILE"
       IF WS-POSTING-KEYS-FILENAME = SPACES
           MOVE "cdc-posting-keys.txt" TO WS-POSTING-KEYS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO run-timestamp

       OPEN INPUT CONTROL-FILE
       IF WS-CONTROL-STATUS = "00"
           READ CONTROL-FILE INTO CONTROL-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO control-present
                   MOVE CC-LAST-SEQUENCE TO last-sequence
                   MOVE CC-LAST-JOURNAL-TS TO last-journal-ts
                   MOVE CC-LAST-TRANSACTION-REF
                       TO last-transaction-ref
           END-READ
           CLOSE CONTROL-FILE
       ELSE
           IF WS-CONTROL-STATUS NOT = "35"
               DISPLAY "CDCEXT: cannot open " WS-CONTROL-FILENAME
                   ", file status " WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       IF control-present = "N"
           MOVE "Y" TO full-mode
       END-IF
       IF full-mode = "Y"
           MOVE "F" TO mode-letter
       END-IF
       COMPUTE this-sequence = last-sequence + 1
       MOVE last-journal-ts TO high-journal-ts
       IF last-transaction-ref(1:1) = "R"
           AND last-transaction-ref(2:11) IS NUMERIC
           MOVE last-transaction-ref(2:11) TO last-ref-number
       END-IF
       MOVE last-ref-number TO high-ref-number

       ACCEPT WS-EXTRACT-FILENAME FROM ENVIRONMENT "CDC_EXTRACT_FILE"
       IF WS-EXTRACT-FILENAME = SPACES
           STRING "cdc-extract-" DELIMITED BY SIZE
               this-sequence DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME
       END-IF

       OPEN OUTPUT OUTPUT-EXTRACT
       IF WS-EXTRACT-STATUS NOT = "00"
           DISPLAY "CDCEXT: cannot open " WS-EXTRACT-FILENAME
               ", file status " WS-EXTRACT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO EXTRACT-RECORD
       MOVE "H" TO CX-RECORD-TYPE
       MOVE this-sequence TO CX-SEQUENCE
       ADD 1 TO record-number
       MOVE record-number TO CX-RECORD-NUMBER
       MOVE last-sequence TO CX-PREVIOUS-SEQUENCE
       MOVE WS-TODAY TO CX-RUN-DATE
       MOVE mode-letter TO CX-MODE
       WRITE EXTRACT-RECORD

      * Kunder, konti og laan: hele masteren i fuld tilstand,
      * ellers journalens billeder siden sidste levering. Journalen
      * laeses i begge tilstande, saa tidsstemplet flyttes med.
       IF full-mode = "Y"
           PERFORM FULL-CUSTOMERS
           MOVE "A" TO entity-code
           MOVE WS-ACCOUNTS-FILENAME TO WS-MASTER-FILENAME
           PERFORM FULL-LINE-MASTER
           MOVE "L" TO entity-code
           MOVE WS-LOANS-FILENAME TO WS-MASTER-FILENAME
           PERFORM FULL-LINE-MASTER
       END-IF
       PERFORM READ-JOURNAL-DELTAS.

       MOVE "K" TO entity-code
       MOVE WS-CARDS-FILENAME TO WS-MASTER-FILENAME
       MOVE WS-CARD-SNAPSHOT-FILENAME TO snapshot-name
       PERFORM COMPARE-SNAPSHOT
       MOVE snapshot-present TO card-snapshot-present

       MOVE "S" TO entity-code
       MOVE WS-STANDING-FILENAME TO WS-MASTER-FILENAME
       MOVE WS-STANDING-SNAPSHOT-FILENAME TO snapshot-name
       PERFORM COMPARE-SNAPSHOT
       MOVE snapshot-present TO standing-snapshot-present

       PERFORM LOAD-POSTING-KEYS
       OPEN INPUT INPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS NOT = "00"
           DISPLAY "CDCEXT: cannot open " WS-TRANSACTIONS-FILENAME
               ", file status " WS-TRANSACTIONS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF-TRANSACTIONS = "Y"
           READ INPUT-TRANSACTIONS INTO TRANSACTION-RECORD
               AT END
                   MOVE "Y" TO EOF-TRANSACTIONS
               NOT AT END
                   PERFORM SELECT-POSTING
                   IF posting-new = "Y"
                       PERFORM WRITE-POSTING-RECORD
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE INPUT-TRANSACTIONS.

       MOVE SPACES TO EXTRACT-RECORD
       MOVE "T" TO CX-RECORD-TYPE
       MOVE this-sequence TO CX-SEQUENCE
       ADD 1 TO record-number
       MOVE record-number TO CX-RECORD-NUMBER
       MOVE last-sequence TO CX-PREVIOUS-SEQUENCE
       MOVE WS-TODAY TO CX-RUN-DATE
       MOVE mode-letter TO CX-MODE
       MOVE record-number TO CX-RECORD-COUNT
       MOVE insert-count TO CX-INSERT-COUNT
       MOVE update-count TO CX-UPDATE-COUNT
       MOVE delete-count TO CX-DELETE-COUNT
       MOVE posting-count TO CX-POSTING-COUNT
       MOVE posting-amount-total TO CX-AMOUNT-TOTAL
       WRITE EXTRACT-RECORD
       CLOSE OUTPUT-EXTRACT.
       PERFORM WRITE-POSTING-KEYS.

      * Only a complete extract moves the high-water marks and the
      * snapshots on; a rerun after a failure repeats the delivery.
       OPEN OUTPUT CONTROL-FILE
       IF WS-CONTROL-STATUS NOT = "00"
           DISPLAY "CDCEXT: cannot open " WS-CONTROL-FILENAME
               " for rewrite, file status " WS-CONTROL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE this-sequence TO CC-LAST-SEQUENCE
       MOVE WS-TODAY TO CC-LAST-RUN-DATE
       MOVE high-journal-ts TO CC-LAST-JOURNAL-TS
       MOVE SPACES TO high-transaction-ref
       STRING "R" DELIMITED BY SIZE
           high-ref-number DELIMITED BY SIZE
           INTO high-transaction-ref
       MOVE high-transaction-ref TO CC-LAST-TRANSACTION-REF
       WRITE CONTROL-RECORD
       CLOSE CONTROL-FILE.

       MOVE WS-CARD-SNAPSHOT-FILENAME TO snapshot-name
       MOVE card-snapshot-present TO snapshot-present
       PERFORM SWAP-OR-PLACE-SNAPSHOT
       MOVE WS-STANDING-SNAPSHOT-FILENAME TO snapshot-name
       MOVE standing-snapshot-present TO snapshot-present
       PERFORM SWAP-OR-PLACE-SNAPSHOT
       MOVE WS-POSTING-KEYS-FILENAME TO snapshot-name
       MOVE posting-keys-present TO snapshot-present
       PERFORM SWAP-OR-PLACE-SNAPSHOT

       DISPLAY "CDCEXT: delivery " this-sequence " (" mode-letter
           ") written to " FUNCTION TRIM(WS-EXTRACT-FILENAME)
           " - " insert-count " insert(s), " update-count
           " update(s), " delete-count " delete(s), "
           posting-count " posting(s)."

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * Entitetens navn i udtraekket og noeglens placering i
      * raekkebilledet; den staaende ordres noegle bygges af tre
      * felter i BUILD-ROW-KEY.
       SET-ENTITY.
           EVALUATE entity-code
               WHEN "C"
                   MOVE "CUSTOMER" TO entity-name
                   MOVE 1 TO key-offset
                   MOVE 10 TO key-length
               WHEN "A"
                   MOVE "ACCOUNT" TO entity-name
                   MOVE 11 TO key-offset
                   MOVE 20 TO key-length
               WHEN "L"
                   MOVE "LOAN" TO entity-name
                   MOVE 1 TO key-offset
                   MOVE 20 TO key-length
               WHEN "K"
                   MOVE "CARD" TO entity-name
                   MOVE 1 TO key-offset
                   MOVE 16 TO key-length
               WHEN "S"
                   MOVE "STANDORD" TO entity-name
                   MOVE 11 TO key-offset
                   MOVE 20 TO key-length
           END-EVALUATE.
       EXIT.

       BUILD-ROW-KEY.
           MOVE SPACES TO row-key
           IF entity-code = "S"
               STRING row-image(11:20) row-image(97:4)
                   row-image(101:20)
                   DELIMITED BY SIZE INTO row-key
           ELSE
               MOVE row-image(key-offset:key-length)
                   TO row-key(1:key-length)
           END-IF.
       EXIT.

      * Navnene paa de felter hvor before-image og row-image er
      * forskellige, adskilt af et blanktegn.
       FIND-CHANGED-FIELDS.
           MOVE SPACES TO changed-fields
           MOVE 1 TO changed-pointer
           PERFORM VARYING idx-cf FROM 1 BY 1
                   UNTIL idx-cf > CHANGE-FIELD-COUNT
               IF CF-ENTITY(idx-cf) = entity-code
                   IF before-image(CF-OFFSET(idx-cf):CF-LENGTH(idx-cf))
                       NOT = row-image(CF-OFFSET(idx-cf):
                           CF-LENGTH(idx-cf))
                       STRING CF-NAME(idx-cf) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO changed-fields
                           WITH POINTER changed-pointer
                           ON OVERFLOW
                               CONTINUE
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
       EXIT.

       WRITE-CHANGE-RECORD.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "C" TO CX-RECORD-TYPE
           MOVE this-sequence TO CX-SEQUENCE
           ADD 1 TO record-number
           MOVE record-number TO CX-RECORD-NUMBER
           MOVE entity-name TO CX-ENTITY
           MOVE change-operation TO CX-OPERATION
           MOVE row-key TO CX-KEY
           MOVE change-timestamp TO CX-CHANGE-TIMESTAMP
           MOVE change-program TO CX-SOURCE-PROGRAM
           IF change-operation = "U"
               MOVE changed-fields TO CX-CHANGED-FIELDS
           END-IF
           MOVE row-image TO CX-IMAGE
           WRITE EXTRACT-RECORD
           EVALUATE change-operation
               WHEN "I"
                   ADD 1 TO insert-count
               WHEN "U"
                   ADD 1 TO update-count
               WHEN "D"
                   ADD 1 TO delete-count
           END-EVALUATE.
       EXIT.

      * ----------------------------------------------------------------
      * Fuldt oejebliksbillede: hver raekke som en indsaettelse.
       FULL-CUSTOMERS.
           MOVE "C" TO entity-code
           PERFORM SET-ENTITY
           MOVE "I" TO change-operation
           MOVE run-timestamp TO change-timestamp
           MOVE "CDCEXT" TO change-program
           OPEN INPUT INPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "CDCEXT: cannot open " WS-CUSTOMERS-FILENAME
                   ", file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-CUSTOMERS = "Y"
               READ INPUT-CUSTOMERS NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-CUSTOMERS
                   NOT AT END
                       MOVE CUSTOMER-RECORD TO row-image
                       PERFORM BUILD-ROW-KEY
                       PERFORM WRITE-CHANGE-RECORD
               END-READ
           END-PERFORM
           CLOSE INPUT-CUSTOMERS.
       EXIT.

      * entity-code og WS-MASTER-FILENAME er sat af kalderen.
       FULL-LINE-MASTER.
           PERFORM SET-ENTITY
           MOVE "I" TO change-operation
           MOVE run-timestamp TO change-timestamp
           MOVE "CDCEXT" TO change-program
           MOVE "N" TO EOF-MASTER
           OPEN INPUT INPUT-MASTER
           IF WS-MASTER-STATUS = "35"
               MOVE "Y" TO EOF-MASTER
           ELSE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CDCEXT: cannot open " WS-MASTER-FILENAME
                   ", file status " WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           PERFORM UNTIL EOF-MASTER = "Y"
               READ INPUT-MASTER
                   AT END
                       MOVE "Y" TO EOF-MASTER
                   NOT AT END
                       IF MASTER-IN-LINE NOT = SPACES
                           MOVE MASTER-IN-LINE TO row-image
                           PERFORM BUILD-ROW-KEY
                           PERFORM WRITE-CHANGE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MASTER-STATUS NOT = "35"
               CLOSE INPUT-MASTER
           END-IF.
       EXIT.

      * ----------------------------------------------------------------
      * Journalen: kun raekker efter sidste leverings tidsstempel og
      * kun for de tre journaliserede mastre, kendt paa det filnavn
      * omskriveren journaliserede under.
       READ-JOURNAL-DELTAS.
           OPEN INPUT MASTER-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               DISPLAY "CDCEXT: no "
                   FUNCTION TRIM(WS-JOURNAL-FILENAME)
                   " on file, no master changes to extract"
           ELSE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "CDCEXT: cannot open " WS-JOURNAL-FILENAME
                   ", file status " WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE "N" TO pending-before
               PERFORM UNTIL EOF-JOURNAL = "Y"
                   READ MASTER-JOURNAL-FILE INTO MASTER-JOURNAL-RECORD
                       AT END
                           MOVE "Y" TO EOF-JOURNAL
                       NOT AT END
                           IF MJ-TIMESTAMP > last-journal-ts
                               OR control-present = "N"
                               IF MJ-TIMESTAMP > high-journal-ts
                                   MOVE MJ-TIMESTAMP
                                       TO high-journal-ts
                               END-IF
                               IF full-mode = "N"
                                   PERFORM APPLY-JOURNAL-IMAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-JOURNAL-FILE
           END-IF
           END-IF.
       EXIT.

       APPLY-JOURNAL-IMAGE.
           MOVE SPACES TO entity-code
           EVALUATE MJ-MASTER-FILE
               WHEN WS-CUSTOMERS-FILENAME(1:40)
                   MOVE "C" TO entity-code
               WHEN WS-ACCOUNTS-FILENAME(1:40)
                   MOVE "A" TO entity-code
               WHEN WS-LOANS-FILENAME(1:40)
                   MOVE "L" TO entity-code
           END-EVALUATE
           IF entity-code NOT = SPACES
               PERFORM SET-ENTITY
               MOVE MJ-IMAGE TO row-image
               PERFORM BUILD-ROW-KEY
               MOVE MJ-TIMESTAMP TO change-timestamp
               MOVE MJ-PROGRAM TO change-program
               EVALUATE MJ-IMAGE-TYPE
                   WHEN "B"
                       MOVE "Y" TO pending-before
                       MOVE MJ-MASTER-FILE TO pending-master
                       MOVE MJ-KEY TO pending-key
                       MOVE MJ-IMAGE TO pending-image
                   WHEN "A"
                       IF pending-before = "Y"
                           AND pending-master = MJ-MASTER-FILE
                           AND pending-key = MJ-KEY
                           MOVE pending-image TO before-image
                           PERFORM FIND-CHANGED-FIELDS
                           IF changed-fields NOT = SPACES
                               MOVE "U" TO change-operation
                               PERFORM WRITE-CHANGE-RECORD
                           END-IF
                       ELSE
                           MOVE "I" TO change-operation
                           PERFORM WRITE-CHANGE-RECORD
                       END-IF
                       MOVE "N" TO pending-before
                   WHEN "D"
                       MOVE "D" TO change-operation
                       PERFORM WRITE-CHANGE-RECORD
                       MOVE "N" TO pending-before
               END-EVALUATE
           END-IF.
       EXIT.

      * ----------------------------------------------------------------
      * Kort og staaende ordrer: masteren i dag mod sidste nats
      * oejebliksbillede (i fuld tilstand laeses billedet ikke, saa
      * alt bliver indsaettelser). Dagens master skrives som naeste
      * oejebliksbillede i .new og byttes ind efter kontrolfilen.
       COMPARE-SNAPSHOT.
           PERFORM SET-ENTITY
           MOVE run-timestamp TO change-timestamp
           MOVE "CDCEXT" TO change-program

           PERFORM VARYING prev-pos FROM 1 BY 1
                   UNTIL prev-pos > prev-snap-count
               MOVE HIGH-VALUES TO PS-KEY(prev-pos)
           END-PERFORM
           PERFORM VARYING cur-pos FROM 1 BY 1
                   UNTIL cur-pos > cur-snap-count
               MOVE HIGH-VALUES TO CS-KEY(cur-pos)
           END-PERFORM
           MOVE ZEROES TO prev-snap-count
           MOVE ZEROES TO cur-snap-count

           MOVE "C" TO snap-side
           PERFORM LOAD-SNAPSHOT-FILE
           MOVE WS-MASTER-FILENAME TO swap-master-name
           MOVE snapshot-name TO WS-MASTER-FILENAME
           MOVE "P" TO snap-side
           PERFORM LOAD-SNAPSHOT-FILE
           IF full-mode = "Y"
               PERFORM VARYING prev-pos FROM 1 BY 1
                       UNTIL prev-pos > prev-snap-count
                   MOVE HIGH-VALUES TO PS-KEY(prev-pos)
               END-PERFORM
               MOVE ZEROES TO prev-snap-count
           END-IF
           MOVE swap-master-name TO WS-MASTER-FILENAME

           SORT PREV-SNAP-ARRAY
           SORT CUR-SNAP-ARRAY
           MOVE 1 TO prev-pos
           MOVE 1 TO cur-pos
           PERFORM UNTIL prev-pos > prev-snap-count
                   AND cur-pos > cur-snap-count
               EVALUATE TRUE
                   WHEN prev-pos > prev-snap-count
                       PERFORM SNAPSHOT-INSERT
                       ADD 1 TO cur-pos
                   WHEN cur-pos > cur-snap-count
                       PERFORM SNAPSHOT-DELETE
                       ADD 1 TO prev-pos
                   WHEN PS-KEY(prev-pos) < CS-KEY(cur-pos)
                       PERFORM SNAPSHOT-DELETE
                       ADD 1 TO prev-pos
                   WHEN PS-KEY(prev-pos) > CS-KEY(cur-pos)
                       PERFORM SNAPSHOT-INSERT
                       ADD 1 TO cur-pos
                   WHEN OTHER
                       IF PS-IMAGE(prev-pos) NOT = CS-IMAGE(cur-pos)
                           MOVE SPACES TO before-image
                           MOVE PS-IMAGE(prev-pos) TO before-image
                           MOVE SPACES TO row-image
                           MOVE CS-IMAGE(cur-pos) TO row-image
                           MOVE CS-KEY(cur-pos) TO row-key
                           PERFORM FIND-CHANGED-FIELDS
                           MOVE "U" TO change-operation
                           PERFORM WRITE-CHANGE-RECORD
                       END-IF
                       ADD 1 TO prev-pos
                       ADD 1 TO cur-pos
               END-EVALUATE
           END-PERFORM

           MOVE snapshot-name TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-SNAPSHOT-OUT-FILENAME
           OPEN OUTPUT OUTPUT-SNAPSHOT
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "CDCEXT: cannot open "
                   WS-SNAPSHOT-OUT-FILENAME
                   ", file status " WS-SNAPSHOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING cur-pos FROM 1 BY 1
                   UNTIL cur-pos > cur-snap-count
               MOVE CS-IMAGE(cur-pos) TO SNAPSHOT-OUT-LINE
               WRITE SNAPSHOT-OUT-LINE
           END-PERFORM
           CLOSE OUTPUT-SNAPSHOT.
       EXIT.

      * snap-side "C" = dagens master, "P" = sidste nats billede.
      * Et manglende billede er normalt foerste gang.
       LOAD-SNAPSHOT-FILE.
           MOVE "N" TO EOF-MASTER
           OPEN INPUT INPUT-MASTER
           IF WS-MASTER-STATUS = "35"
               MOVE "Y" TO EOF-MASTER
               IF snap-side = "P"
                   MOVE "N" TO snapshot-present
               END-IF
           ELSE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CDCEXT: cannot open " WS-MASTER-FILENAME
                   ", file status " WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               IF snap-side = "P"
                   MOVE "Y" TO snapshot-present
               END-IF
           END-IF
           END-IF
           PERFORM UNTIL EOF-MASTER = "Y"
               READ INPUT-MASTER
                   AT END
                       MOVE "Y" TO EOF-MASTER
                   NOT AT END
                       IF MASTER-IN-LINE NOT = SPACES
                           PERFORM ADD-SNAPSHOT-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MASTER-STATUS NOT = "35"
               CLOSE INPUT-MASTER
           END-IF.
       EXIT.

       ADD-SNAPSHOT-ROW.
           MOVE MASTER-IN-LINE TO row-image
           PERFORM BUILD-ROW-KEY
           IF snap-side = "C"
               IF cur-snap-count >= SNAP-ARRAY-MAX
                   DISPLAY "CDCEXT: CUR-SNAP-ARRAY is full, cannot "
                       "load more of " WS-MASTER-FILENAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO cur-snap-count
               MOVE row-key TO CS-KEY(cur-snap-count)
               MOVE MASTER-IN-LINE TO CS-IMAGE(cur-snap-count)
           ELSE
               IF prev-snap-count >= SNAP-ARRAY-MAX
                   DISPLAY "CDCEXT: PREV-SNAP-ARRAY is full, cannot "
                       "load more of " WS-MASTER-FILENAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO prev-snap-count
               MOVE row-key TO PS-KEY(prev-snap-count)
               MOVE MASTER-IN-LINE TO PS-IMAGE(prev-snap-count)
           END-IF.
       EXIT.

       SNAPSHOT-INSERT.
           MOVE SPACES TO row-image
           MOVE CS-IMAGE(cur-pos) TO row-image
           MOVE CS-KEY(cur-pos) TO row-key
           MOVE "I" TO change-operation
           PERFORM WRITE-CHANGE-RECORD.
       EXIT.

       SNAPSHOT-DELETE.
           MOVE SPACES TO row-image
           MOVE PS-IMAGE(prev-pos) TO row-image
           MOVE PS-KEY(prev-pos) TO row-key
           MOVE "D" TO change-operation
           PERFORM WRITE-CHANGE-RECORD.
       EXIT.

      * Foerste gang er der intet billede at gemme som .prev; den
      * nye fil flyttes da blot paa plads.
       SWAP-OR-PLACE-SNAPSHOT.
           MOVE snapshot-name TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           IF snapshot-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   DISPLAY "CDCEXT: cannot move "
                       FUNCTION TRIM(swap-new-name)
                       " into place as "
                       FUNCTION TRIM(swap-master-name)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       EXIT.

      * ----------------------------------------------------------------
       WRITE-POSTING-RECORD.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "P" TO CX-RECORD-TYPE
           MOVE this-sequence TO CX-SEQUENCE
           ADD 1 TO record-number
           MOVE record-number TO CX-RECORD-NUMBER
           MOVE "POSTING" TO CX-ENTITY
           MOVE "I" TO CX-OPERATION
           MOVE TRANSACTION-REF OF TRANSACTION-RECORD TO CX-KEY
           MOVE run-timestamp TO CX-CHANGE-TIMESTAMP
           MOVE TRANSACTION-RECORD TO CX-IMAGE
           WRITE EXTRACT-RECORD
           ADD 1 TO posting-count
           ADD AMOUNT OF TRANSACTION-RECORD TO posting-amount-total.
       EXIT.

      * En "R"-reference er ny naar dens loebenummer er over det
      * hoejeste leverede; enhver anden postering naar dens noegle
      * ikke var i filen ved sidste levering. I fuld tilstand er
      * alle nye, men noeglerne huskes stadig til naeste gang.
       SELECT-POSTING.
           MOVE "N" TO posting-new
           IF TRANSACTION-REF OF TRANSACTION-RECORD(1:1) = "R"
               AND TRANSACTION-REF OF TRANSACTION-RECORD(2:11)
                   IS NUMERIC
               MOVE TRANSACTION-REF OF TRANSACTION-RECORD(2:11)
                   TO posting-ref-number
               IF full-mode = "Y"
                   OR posting-ref-number > last-ref-number
                   MOVE "Y" TO posting-new
               END-IF
               IF posting-ref-number > high-ref-number
                   MOVE posting-ref-number TO high-ref-number
               END-IF
           ELSE
               PERFORM ADD-TODAY-POSTING-KEY
               IF full-mode = "Y"
                   MOVE "Y" TO posting-new
               ELSE
                   SET idx-seen TO 1
                   SEARCH SEEN-KEY-ARRAY
                       AT END
                           MOVE "Y" TO posting-new
                       WHEN idx-seen > seen-key-count
                           MOVE "Y" TO posting-new
                       WHEN SK-KEY(idx-seen) = posting-key
                           CONTINUE
                   END-SEARCH
               END-IF
           END-IF.
       EXIT.

      * Noeglen faar loebenummeret blandt dagens poster med samme
      * reference, type og dato.
       ADD-TODAY-POSTING-KEY.
           MOVE TRANSACTION-REF OF TRANSACTION-RECORD TO pk-ref
           MOVE TRANSACTION-TYPE OF TRANSACTION-RECORD TO pk-type
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD TO pk-date
           MOVE 1 TO pk-occurrence
           PERFORM VARYING idx-today FROM 1 BY 1
                   UNTIL idx-today > today-key-count
               IF TK-KEY(idx-today)(1:21) = posting-key(1:21)
                   ADD 1 TO pk-occurrence
               END-IF
           END-PERFORM
           IF today-key-count >= POSTING-KEY-ARRAY-MAX
               DISPLAY "CDCEXT: TODAY-KEY-ARRAY is full, cannot "
                   "remember more postings of "
                   WS-TRANSACTIONS-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO today-key-count
           MOVE posting-key TO TK-KEY(today-key-count).
       EXIT.

      * Sidste leverings noegler. En manglende fil er normalt foerste
      * gang; i fuld tilstand laeses den ikke, men dens eksistens
      * afgoer om den nye fil byttes ind eller blot flyttes paa plads.
       LOAD-POSTING-KEYS.
           MOVE WS-POSTING-KEYS-FILENAME TO WS-MASTER-FILENAME
           MOVE "N" TO EOF-MASTER
           OPEN INPUT INPUT-MASTER
           IF WS-MASTER-STATUS = "35"
               MOVE "N" TO posting-keys-present
           ELSE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CDCEXT: cannot open " WS-MASTER-FILENAME
                   ", file status " WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE "Y" TO posting-keys-present
               IF full-mode = "Y"
                   MOVE "Y" TO EOF-MASTER
               END-IF
               PERFORM UNTIL EOF-MASTER = "Y"
                   READ INPUT-MASTER
                       AT END
                           MOVE "Y" TO EOF-MASTER
                       NOT AT END
                           IF MASTER-IN-LINE NOT = SPACES
                               IF seen-key-count
                                       >= POSTING-KEY-ARRAY-MAX
                                   DISPLAY "CDCEXT: SEEN-KEY-ARRAY "
                                       "is full, cannot load more of "
                                       WS-MASTER-FILENAME
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO seen-key-count
                               MOVE MASTER-IN-LINE(1:25)
                                   TO SK-KEY(seen-key-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-MASTER
           END-IF
           END-IF.
       EXIT.

      * Dagens noegler til <fil>.new; byttes ind efter kontrolfilen
      * sammen med oejebliksbillederne, saa en afbrudt koersel
      * hoejst leverer en postering igen, aldrig taber en.
       WRITE-POSTING-KEYS.
           MOVE WS-POSTING-KEYS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-SNAPSHOT-OUT-FILENAME
           OPEN OUTPUT OUTPUT-SNAPSHOT
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "CDCEXT: cannot open "
                   WS-SNAPSHOT-OUT-FILENAME
                   ", file status " WS-SNAPSHOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-today FROM 1 BY 1
                   UNTIL idx-today > today-key-count
               MOVE SPACES TO SNAPSHOT-OUT-LINE
               MOVE TK-KEY(idx-today) TO SNAPSHOT-OUT-LINE
               WRITE SNAPSHOT-OUT-LINE
           END-PERFORM
           CLOSE OUTPUT-SNAPSHOT.
       EXIT.

           COPY "safe-swap.cpy".

      * Formål: Anonymiseret testdatasaet fra produktionsfilerne.
      *    Test af opgave10, FEEPOST eller feed'ene foregik enten paa
      *    rigtige kundedata (i strid med GDPR) eller paa
      *    haandlavede filer uden de skaeve tilfaelde. Koerslen
      *    skriver en sammenhaengende anonymiseret kopi af
      *    customer-info.txt (indekseret som originalen),
      *    account-info.txt, transactions.txt, account-owners.txt,
      *    card-master.txt, standing-orders.txt, dd-mandates.txt,
      *    poa-register.txt, iban-register.txt og cpr-xref.txt med
      *    ANON_OUTPUT_PREFIX (standard "anon-") foran filnavnet;
      *    produktionsfilerne laeses kun.
      *
      *    Navne, vejnavne og husnumre, email, telefon, CPR- og
      *    udenlandsk skattenummer (TIN) erstattes med realistiske
      *    falske vaerdier; postnummer og by bevares, saa
      *    postnummerkontrollen stadig stemmer. Kontonumre
      *    nummereres om med gyldige kontrolcifre under kontoens
      *    eget REG-NR, IBAN'er bygges om til de nye numre (fremmede
      *    IBAN'er beholder land og laengde med nye cifre og
      *    kontrolcifre), og kortnumre beholder BIN med nye cifre og
      *    gyldigt Luhn-ciffer. Samme original giver altid samme
      *    erstatning i alle filerne, saa krydsreferencerne holder;
      *    client-id, REG-NR, datoer og beloeb er uaendrede.
      *    Posteringstekst og modtagernavne erstattes kun naar de er
      *    en kundes navn.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT OUTPUT-CUSTOMERS
       ASSIGN TO DYNAMIC WS-OUT-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF OUT-CUSTOMER-RECORD
       FILE STATUS IS WS-OUT-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INPUT-STATUS.
       SELECT OUTPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-OUT-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUT-STATUS.
       SELECT INPUT-IBANS ASSIGN TO DYNAMIC WS-IBANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INPUT-STATUS.
       SELECT OUTPUT-IBANS ASSIGN TO DYNAMIC WS-OUT-IBANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUT-STATUS.
       SELECT INPUT-OWNERS ASSIGN TO DYNAMIC WS-OWNERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INPUT-STATUS.
       SELECT OUTPUT-OWNERS ASSIGN TO DYNAMIC WS-OUT-OWNERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUT-STATUS.
       SELECT INPUT-CARDS ASSIGN TO DYNAMIC WS-CARDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INPUT-STATUS.
       SELECT OUTPUT-CARDS ASSIGN TO DYNAMIC WS-OUT-CARDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUT-STATUS.
       SELECT INPUT-ORDERS ASSIGN TO DYNAMIC WS-ORDERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INPUT-STATUS.
       SELECT OUTPUT-ORDERS ASSIGN TO DYNAMIC WS-OUT-ORDERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUT-STATUS.
       SELECT INPUT-MANDATES ASSIGN TO DYNAMIC WS-MANDATES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INPUT-STATUS.
       SELECT OUTPUT-MANDATES
       ASSIGN TO DYNAMIC WS-OUT-MANDATES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUT-STATUS.
       SELECT INPUT-POAS ASSIGN TO DYNAMIC WS-POAS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INPUT-STATUS.
       SELECT OUTPUT-POAS ASSIGN TO DYNAMIC WS-OUT-POAS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUT-STATUS.
       SELECT INPUT-XREF ASSIGN TO DYNAMIC WS-XREF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INPUT-STATUS.
       SELECT OUTPUT-XREF ASSIGN TO DYNAMIC WS-OUT-XREF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUT-STATUS.
       SELECT INPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INPUT-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-OUT-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUT-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD OUTPUT-CUSTOMERS.
       01 OUT-CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD OUTPUT-ACCOUNTS.
       01 OUT-ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-IBANS.
       01 IBAN-RECORD.
           COPY "iban-register.cpy".
       FD OUTPUT-IBANS.
       01 OUT-IBAN-RECORD.
           COPY "iban-register.cpy"
               REPLACING LEADING ==IR-== BY ==IR-OUT-==.
       FD INPUT-OWNERS.
       01 OWNER-RECORD.
           COPY "account-owners.cpy".
       FD OUTPUT-OWNERS.
       01 OUT-OWNER-RECORD.
           COPY "account-owners.cpy"
               REPLACING LEADING ==AO-== BY ==AO-OUT-==.
       FD INPUT-CARDS.
       01 CARD-RECORD.
           COPY "card-master.cpy".
       FD OUTPUT-CARDS.
       01 OUT-CARD-RECORD.
           COPY "card-master.cpy"
               REPLACING LEADING ==CM-== BY ==CM-OUT-==.
       FD INPUT-ORDERS.
       01 ORDER-RECORD.
           COPY "standing-orders.cpy".
       FD OUTPUT-ORDERS.
       01 OUT-ORDER-RECORD.
           COPY "standing-orders.cpy"
               REPLACING LEADING ==SO-== BY ==SO-OUT-==.
       FD INPUT-MANDATES.
       01 MANDATE-RECORD.
           COPY "dd-mandates.cpy".
       FD OUTPUT-MANDATES.
       01 OUT-MANDATE-RECORD.
           COPY "dd-mandates.cpy"
               REPLACING LEADING ==DM-== BY ==DM-OUT-==.
       FD INPUT-POAS.
       01 POA-RECORD.
           COPY "poa-register.cpy".
       FD OUTPUT-POAS.
       01 OUT-POA-RECORD.
           COPY "poa-register.cpy"
               REPLACING LEADING ==PA-== BY ==PA-OUT-==.
       FD INPUT-XREF.
       01 XREF-RECORD.
           02 CX-CPR-NUMBER            PIC X(10).
           02 CX-CLIENT-ID             PIC X(10).
       FD OUTPUT-XREF.
       01 OUT-XREF-RECORD.
           02 CX-OUT-CPR-NUMBER        PIC X(10).
           02 CX-OUT-CLIENT-ID         PIC X(10).
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD OUTPUT-TRANSACTIONS.
       01 OUT-TRANSACTION-RECORD.
           COPY "transactions.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Nye kontonumre nummereres som ACCTOPEN's (REG-NR,
      * loebenummer, kontrolcifre), og IBAN'erne bygges som IBANGEN's.
           COPY "account-number-gen-fields.cpy".
           COPY "iban-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-INPUT                     PIC X VALUE "N".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-INPUT-STATUS               PIC XX VALUE "00".
       01 WS-OUT-STATUS                 PIC XX VALUE "00".

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-IBANS-FILENAME
           PIC X(100) VALUE "iban-register.txt".
       01 WS-OWNERS-FILENAME
           PIC X(100) VALUE "account-owners.txt".
       01 WS-CARDS-FILENAME
           PIC X(100) VALUE "card-master.txt".
       01 WS-ORDERS-FILENAME
           PIC X(100) VALUE "standing-orders.txt".
       01 WS-MANDATES-FILENAME
           PIC X(100) VALUE "dd-mandates.txt".
       01 WS-POAS-FILENAME
           PIC X(100) VALUE "poa-register.txt".
       01 WS-XREF-FILENAME
           PIC X(100) VALUE "cpr-xref.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".

      * Testkopiernes navne: ANON_OUTPUT_PREFIX foran standardnavnet.
       01 WS-ANON-PREFIX                PIC X(60) VALUE SPACES.
       01 WS-OUT-CUSTOMERS-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-OUT-ACCOUNTS-FILENAME      PIC X(100) VALUE SPACES.
       01 WS-OUT-IBANS-FILENAME         PIC X(100) VALUE SPACES.
       01 WS-OUT-OWNERS-FILENAME        PIC X(100) VALUE SPACES.
       01 WS-OUT-CARDS-FILENAME         PIC X(100) VALUE SPACES.
       01 WS-OUT-ORDERS-FILENAME        PIC X(100) VALUE SPACES.
       01 WS-OUT-MANDATES-FILENAME      PIC X(100) VALUE SPACES.
       01 WS-OUT-POAS-FILENAME          PIC X(100) VALUE SPACES.
       01 WS-OUT-XREF-FILENAME          PIC X(100) VALUE SPACES.
       01 WS-OUT-TRANSACTIONS-FILENAME  PIC X(100) VALUE SPACES.
       01 WS-OPEN-FILENAME              PIC X(100) VALUE SPACES.
       01 WS-OWN-REG-NR                 PIC X(4) VALUE SPACES.

      * De falske navne. Et navn vaelges ud fra en tvaersum af det
      * oprindelige, saa samme original altid giver samme navn.
       01 FAKE-FIRST-NAME-VALUES.
           02 FILLER                    PIC X(12) VALUE "Anders".
           02 FILLER                    PIC X(12) VALUE "Birgitte".
           02 FILLER                    PIC X(12) VALUE "Christian".
           02 FILLER                    PIC X(12) VALUE "Dorthe".
           02 FILLER                    PIC X(12) VALUE "Erik".
           02 FILLER                    PIC X(12) VALUE "Freja".
           02 FILLER                    PIC X(12) VALUE "Gustav".
           02 FILLER                    PIC X(12) VALUE "Hanne".
           02 FILLER                    PIC X(12) VALUE "Ida".
           02 FILLER                    PIC X(12) VALUE "Jonas".
           02 FILLER                    PIC X(12) VALUE "Karen".
           02 FILLER                    PIC X(12) VALUE "Lars".
           02 FILLER                    PIC X(12) VALUE "Mette".
           02 FILLER                    PIC X(12) VALUE "Niels".
           02 FILLER                    PIC X(12) VALUE "Ole".
           02 FILLER                    PIC X(12) VALUE "Pernille".
           02 FILLER                    PIC X(12) VALUE "Rasmus".
           02 FILLER                    PIC X(12) VALUE "Susanne".
           02 FILLER                    PIC X(12) VALUE "Troels".
           02 FILLER                    PIC X(12) VALUE "Ulla".
           02 FILLER                    PIC X(12) VALUE "Vibeke".
           02 FILLER                    PIC X(12) VALUE "William".
           02 FILLER                    PIC X(12) VALUE "Yvonne".
           02 FILLER                    PIC X(12) VALUE "Aase".
       01 FAKE-FIRST-NAMES REDEFINES FAKE-FIRST-NAME-VALUES.
           02 FAKE-FIRST-NAME           PIC X(12) OCCURS 24 TIMES.
       01 FAKE-LAST-NAME-VALUES.
           02 FILLER                    PIC X(12) VALUE "Nielsen".
           02 FILLER                    PIC X(12) VALUE "Jensen".
           02 FILLER                    PIC X(12) VALUE "Hansen".
           02 FILLER                    PIC X(12) VALUE "Pedersen".
           02 FILLER                    PIC X(12) VALUE "Andersen".
           02 FILLER                    PIC X(12) VALUE "Christensen".
           02 FILLER                    PIC X(12) VALUE "Larsen".
           02 FILLER                    PIC X(12) VALUE "Soerensen".
           02 FILLER                    PIC X(12) VALUE "Rasmussen".
           02 FILLER                    PIC X(12) VALUE "Joergensen".
           02 FILLER                    PIC X(12) VALUE "Petersen".
           02 FILLER                    PIC X(12) VALUE "Madsen".
           02 FILLER                    PIC X(12) VALUE "Kristensen".
           02 FILLER                    PIC X(12) VALUE "Olsen".
           02 FILLER                    PIC X(12) VALUE "Thomsen".
           02 FILLER                    PIC X(12) VALUE "Poulsen".
           02 FILLER                    PIC X(12) VALUE "Johansen".
           02 FILLER                    PIC X(12) VALUE "Moeller".
           02 FILLER                    PIC X(12) VALUE "Mortensen".
           02 FILLER                    PIC X(12) VALUE "Knudsen".
           02 FILLER                    PIC X(12) VALUE "Jakobsen".
           02 FILLER                    PIC X(12) VALUE "Mikkelsen".
           02 FILLER                    PIC X(12) VALUE "Frederiksen".
           02 FILLER                    PIC X(12) VALUE "Holm".
       01 FAKE-LAST-NAMES REDEFINES FAKE-LAST-NAME-VALUES.
           02 FAKE-LAST-NAME            PIC X(12) OCCURS 24 TIMES.
       01 FAKE-ROAD-VALUES.
           02 FILLER                    PIC X(12) VALUE "Algade".
           02 FILLER                    PIC X(12) VALUE "Bredgade".
           02 FILLER                    PIC X(12) VALUE "Cedervej".
           02 FILLER                    PIC X(12) VALUE "Damvej".
           02 FILLER                    PIC X(12) VALUE "Egevej".
           02 FILLER                    PIC X(12) VALUE "Fasanvej".
           02 FILLER                    PIC X(12) VALUE "Granvej".
           02 FILLER                    PIC X(12) VALUE "Havnegade".
           02 FILLER                    PIC X(12) VALUE "Industrivej".
           02 FILLER                    PIC X(12) VALUE "Kirkevej".
           02 FILLER                    PIC X(12) VALUE "Lindevej".
           02 FILLER                    PIC X(12) VALUE "Markvej".
           02 FILLER                    PIC X(12) VALUE "Norgesgade".
           02 FILLER                    PIC X(12) VALUE "Oestergade".
           02 FILLER                    PIC X(12) VALUE "Parkvej".
           02 FILLER                    PIC X(12) VALUE "Rosenvej".
           02 FILLER                    PIC X(12) VALUE "Skolevej".
           02 FILLER                    PIC X(12) VALUE "Toftevej".
           02 FILLER                    PIC X(12) VALUE "Vestergade".
           02 FILLER                    PIC X(12) VALUE "Aaboulevard".
       01 FAKE-ROADS REDEFINES FAKE-ROAD-VALUES.
           02 FAKE-ROAD-NAME            PIC X(12) OCCURS 20 TIMES.
       01 FAKE-FIRST-NAME-COUNT         PIC 9(2) VALUE 24.
       01 FAKE-LAST-NAME-COUNT          PIC 9(2) VALUE 24.
       01 FAKE-ROAD-COUNT               PIC 9(2) VALUE 20.

      * Kunderne i den anonymiserede udgave, til posteringernes
      * navne og adresser og fuldmagtshavernes navne.
       01 CUSTOMER-MAP-MAX              PIC 9(5) VALUE 20000.
       01 CUSTOMER-MAP                  OCCURS 20000 TIMES
                                        INDEXED BY idx-cus.
           02 CUS-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 CUS-ORIGINAL-NAME         PIC X(41) VALUE SPACES.
           02 CUS-FAKE-NAME             PIC X(41) VALUE SPACES.
           02 CUS-FAKE-ADDRESS          PIC X(36) VALUE SPACES.
       01 customer-map-count            PIC 9(5) VALUE ZEROES.
       01 customer-slot                 PIC 9(5) VALUE ZEROES.

      * Original -> erstatning for kontonumre ("A"), IBAN'er ("I"),
      * kortnumre ("K") og CPR-numre ("C").
       01 VALUE-MAP-MAX                 PIC 9(5) VALUE 60000.
       01 VALUE-MAP                     OCCURS 60000 TIMES
                                        INDEXED BY idx-map.
           02 MAP-KIND                  PIC X(1) VALUE SPACES.
           02 MAP-ORIGINAL              PIC X(34) VALUE SPACES.
           02 MAP-REPLACEMENT           PIC X(34) VALUE SPACES.
       01 value-map-count               PIC 9(5) VALUE ZEROES.
       01 map-kind-wanted               PIC X(1) VALUE SPACES.
       01 map-slot                      PIC 9(5) VALUE ZEROES.

      * Arbejdsfelter til erstatningerne: originalen ind i anon-in,
      * erstatningen ud i anon-out.
       01 anon-in                       PIC X(34) VALUE SPACES.
       01 anon-out                      PIC X(34) VALUE SPACES.
       01 anon-work                     PIC X(34) VALUE SPACES.
       01 anon-from                     PIC 9(2) VALUE ZEROES.
       01 anon-pos                      PIC 9(2) VALUE ZEROES.
       01 anon-length                   PIC 9(2) VALUE ZEROES.
       01 digit-serial                  PIC 9(12) VALUE 100000000000.
       01 digit-serial-text             PIC X(12) VALUE SPACES.
       01 digit-serial-pos              PIC 9(2) VALUE ZEROES.
       01 card-serial                   PIC 9(9) VALUE 1.
       01 cpr-serial                    PIC 9(4) VALUE 1000.
       01 luhn-sum                      PIC 9(4) VALUE ZEROES.
       01 luhn-digit                    PIC 9(2) VALUE ZEROES.
       01 luhn-double                   PIC X(1) VALUE "Y".
       01 hash-text                     PIC X(60) VALUE SPACES.
       01 hash-pos                      PIC 9(2) VALUE ZEROES.
       01 hash-value                    PIC 9(9) VALUE ZEROES.
       01 hash-quotient                 PIC 9(9) VALUE ZEROES.
       01 name-pick                     PIC 9(2) VALUE ZEROES.
       01 fake-first                    PIC X(20) VALUE SPACES.
       01 fake-last                     PIC X(20) VALUE SPACES.
       01 fake-full-name                PIC X(41) VALUE SPACES.
       01 fake-road                     PIC X(30) VALUE SPACES.
       01 fake-house                    PIC X(5) VALUE SPACES.
       01 fake-house-number             PIC ZZ9 VALUE ZEROES.
       01 fake-address                  PIC X(36) VALUE SPACES.
       01 fake-phone                    PIC 9(8) VALUE ZEROES.
       01 fake-email-number             PIC Z(4)9 VALUE ZEROES.
       01 original-full-name            PIC X(41) VALUE SPACES.
       01 cust-acct-idx                 PIC 9(1) VALUE ZEROES.

      * Batch control totals
       01 customers-written             PIC 9(6) VALUE ZEROES.
       01 accounts-written              PIC 9(6) VALUE ZEROES.
       01 ibans-written                 PIC 9(6) VALUE ZEROES.
       01 owners-written                PIC 9(6) VALUE ZEROES.
       01 cards-written                 PIC 9(6) VALUE ZEROES.
       01 orders-written                PIC 9(6) VALUE ZEROES.
       01 mandates-written              PIC 9(6) VALUE ZEROES.
       01 poas-written                  PIC 9(6) VALUE ZEROES.
       01 xrefs-written                 PIC 9(6) VALUE ZEROES.
       01 transactions-written          PIC 9(8) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF
       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF
       ACCEPT WS-IBANS-FILENAME FROM ENVIRONMENT "IBAN_REGISTER_FILE"
       IF WS-IBANS-FILENAME = SPACES
           MOVE "iban-register.txt" TO WS-IBANS-FILENAME
       END-IF
       ACCEPT WS-OWNERS-FILENAME
           FROM ENVIRONMENT "ACCOUNT_OWNERS_FILE"
       IF WS-OWNERS-FILENAME = SPACES
           MOVE "account-owners.txt" TO WS-OWNERS-FILENAME
       END-IF
       ACCEPT WS-CARDS-FILENAME FROM ENVIRONMENT "CARD_MASTER_FILE"
       IF WS-CARDS-FILENAME = SPACES
           MOVE "card-master.txt" TO WS-CARDS-FILENAME
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
       ACCEPT WS-POAS-FILENAME FROM ENVIRONMENT "POA_REGISTER_FILE"
       IF WS-POAS-FILENAME = SPACES
           MOVE "poa-register.txt" TO WS-POAS-FILENAME
       END-IF
       ACCEPT WS-XREF-FILENAME FROM ENVIRONMENT "CPR_XREF_FILE"
       IF WS-XREF-FILENAME = SPACES
           MOVE "cpr-xref.txt" TO WS-XREF-FILENAME
       END-IF
       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

      * Uden praefiks ville kopien overskrive produktionsfilerne.
       ACCEPT WS-ANON-PREFIX FROM ENVIRONMENT "ANON_OUTPUT_PREFIX"
       IF WS-ANON-PREFIX = SPACES
           MOVE "anon-" TO WS-ANON-PREFIX
       END-IF
       PERFORM BUILD-OUTPUT-NAMES
       IF WS-OUT-ACCOUNTS-FILENAME = WS-ACCOUNTS-FILENAME
           OR WS-OUT-CUSTOMERS-FILENAME = WS-CUSTOMERS-FILENAME
           OR WS-OUT-TRANSACTIONS-FILENAME = WS-TRANSACTIONS-FILENAME
           DISPLAY "ANONGEN: ANON_OUTPUT_PREFIX would overwrite the "
               "production files - nothing written"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "ANONGEN" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * Kunderne foerst (de falske navne og adresser skal kendes naar
      * posteringerne skrives), saa kontiene og IBAN-registret, saa
      * vores egne IBAN'er som modkonto genkendes i posteringerne.
       PERFORM ANONYMISE-CUSTOMERS.
       PERFORM ANONYMISE-ACCOUNTS.
       PERFORM ANONYMISE-IBANS.
       PERFORM ANONYMISE-OWNERS.
       PERFORM ANONYMISE-CARDS.
       PERFORM ANONYMISE-ORDERS.
       PERFORM ANONYMISE-MANDATES.
       PERFORM ANONYMISE-POAS.
       PERFORM ANONYMISE-XREF.
       PERFORM ANONYMISE-TRANSACTIONS.

       DISPLAY "ANONGEN: " customers-written " customers, "
           accounts-written " accounts, " ibans-written " IBANs, "
           owners-written " owner rows, " cards-written " cards"
       DISPLAY "ANONGEN: " orders-written " standing orders, "
           mandates-written " mandates, " poas-written " POAs, "
           xrefs-written " CPR rows, " transactions-written
           " transactions written with prefix "
           FUNCTION TRIM(WS-ANON-PREFIX)

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       BUILD-OUTPUT-NAMES.
           STRING WS-ANON-PREFIX DELIMITED BY SPACE
               "customer-info.txt" DELIMITED BY SIZE
               INTO WS-OUT-CUSTOMERS-FILENAME
           STRING WS-ANON-PREFIX DELIMITED BY SPACE
               "account-info.txt" DELIMITED BY SIZE
               INTO WS-OUT-ACCOUNTS-FILENAME
           STRING WS-ANON-PREFIX DELIMITED BY SPACE
               "iban-register.txt" DELIMITED BY SIZE
               INTO WS-OUT-IBANS-FILENAME
           STRING WS-ANON-PREFIX DELIMITED BY SPACE
               "account-owners.txt" DELIMITED BY SIZE
               INTO WS-OUT-OWNERS-FILENAME
           STRING WS-ANON-PREFIX DELIMITED BY SPACE
               "card-master.txt" DELIMITED BY SIZE
               INTO WS-OUT-CARDS-FILENAME
           STRING WS-ANON-PREFIX DELIMITED BY SPACE
               "standing-orders.txt" DELIMITED BY SIZE
               INTO WS-OUT-ORDERS-FILENAME
           STRING WS-ANON-PREFIX DELIMITED BY SPACE
               "dd-mandates.txt" DELIMITED BY SIZE
               INTO WS-OUT-MANDATES-FILENAME
           STRING WS-ANON-PREFIX DELIMITED BY SPACE
               "poa-register.txt" DELIMITED BY SIZE
               INTO WS-OUT-POAS-FILENAME
           STRING WS-ANON-PREFIX DELIMITED BY SPACE
               "cpr-xref.txt" DELIMITED BY SIZE
               INTO WS-OUT-XREF-FILENAME
           STRING WS-ANON-PREFIX DELIMITED BY SPACE
               "transactions.txt" DELIMITED BY SIZE
               INTO WS-OUT-TRANSACTIONS-FILENAME.
       EXIT.

       CHECK-OUTPUT-OPEN.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ANONGEN: cannot open " WS-OPEN-FILENAME
                   ", file status " WS-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * De valgfri mastre: en manglende fil springes over, alt andet
      * standser koerslen.
       CHECK-OPTIONAL-INPUT.
           IF WS-INPUT-STATUS = "35"
               DISPLAY "ANONGEN: no " FUNCTION TRIM(WS-OPEN-FILENAME)
                   ", skipped"
           ELSE
               IF WS-INPUT-STATUS NOT = "00"
                   DISPLAY "ANONGEN: cannot open " WS-OPEN-FILENAME
                       ", file status " WS-INPUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

       ANONYMISE-CUSTOMERS.
           OPEN INPUT INPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "ANONGEN: cannot open " WS-CUSTOMERS-FILENAME
                   ", file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUTPUT-CUSTOMERS
           MOVE WS-OUT-CUSTOMERS-FILENAME TO WS-OPEN-FILENAME
           PERFORM CHECK-OUTPUT-OPEN
           MOVE "N" TO EOF-INPUT
           PERFORM UNTIL EOF-INPUT = "Y"
               READ INPUT-CUSTOMERS
                   AT END
                       MOVE "Y" TO EOF-INPUT
                   NOT AT END
                       PERFORM ANONYMISE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE INPUT-CUSTOMERS
           CLOSE OUTPUT-CUSTOMERS.
       EXIT.

       ANONYMISE-ONE-CUSTOMER.
           IF customer-map-count >= CUSTOMER-MAP-MAX
               DISPLAY "ANONGEN: CUSTOMER-MAP is full, cannot load "
                   "more of " WS-CUSTOMERS-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CUSTOMER-RECORD TO OUT-CUSTOMER-RECORD
           ADD 1 TO customer-map-count

           MOVE SPACES TO fake-first
           IF first-name OF CUSTOMER-RECORD NOT = SPACES
               MOVE first-name OF CUSTOMER-RECORD TO hash-text
               PERFORM COMPUTE-TEXT-HASH
               COMPUTE name-pick =
                   FUNCTION MOD(hash-value, FAKE-FIRST-NAME-COUNT) + 1
               MOVE FAKE-FIRST-NAME(name-pick) TO fake-first
           END-IF
           MOVE fake-first TO first-name OF OUT-CUSTOMER-RECORD
           MOVE SPACES TO fake-last
           IF last-name OF CUSTOMER-RECORD NOT = SPACES
               MOVE last-name OF CUSTOMER-RECORD TO hash-text
               PERFORM COMPUTE-TEXT-HASH
               COMPUTE name-pick =
                   FUNCTION MOD(hash-value, FAKE-LAST-NAME-COUNT) + 1
               MOVE FAKE-LAST-NAME(name-pick) TO fake-last
           END-IF
           MOVE fake-last TO last-name OF OUT-CUSTOMER-RECORD

           MOVE SPACES TO fake-road fake-house
           IF road-name OF CUSTOMER-RECORD NOT = SPACES
               MOVE road-name OF CUSTOMER-RECORD TO hash-text
               PERFORM BUILD-FAKE-ADDRESS
           END-IF
           MOVE fake-road TO road-name OF OUT-CUSTOMER-RECORD
           MOVE fake-house TO house-number OF OUT-CUSTOMER-RECORD

           IF phone OF CUSTOMER-RECORD NOT = SPACES
               COMPUTE fake-phone = 20000000 + customer-map-count
               MOVE fake-phone TO phone OF OUT-CUSTOMER-RECORD
           END-IF
           IF email OF CUSTOMER-RECORD NOT = SPACES
               MOVE customer-map-count TO fake-email-number
               MOVE SPACES TO email OF OUT-CUSTOMER-RECORD
               STRING FUNCTION LOWER-CASE(fake-first)
                       DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   FUNCTION LOWER-CASE(fake-last) DELIMITED BY SPACE
                   FUNCTION TRIM(fake-email-number) DELIMITED BY SIZE
                   "@example.dk" DELIMITED BY SIZE
                   INTO email OF OUT-CUSTOMER-RECORD
           END-IF
           IF estate-contact OF CUSTOMER-RECORD NOT = SPACES
               MOVE estate-contact OF CUSTOMER-RECORD TO hash-text
               PERFORM BUILD-FAKE-FULL-NAME
               MOVE fake-full-name
                   TO estate-contact OF OUT-CUSTOMER-RECORD
           END-IF
           IF foreign-tin OF CUSTOMER-RECORD NOT = SPACES
               MOVE foreign-tin OF CUSTOMER-RECORD TO anon-work
               MOVE 1 TO anon-from
               PERFORM REPLACE-DIGITS
               MOVE anon-work TO foreign-tin OF OUT-CUSTOMER-RECORD
           END-IF
           PERFORM VARYING cust-acct-idx FROM 1 BY 1
                   UNTIL cust-acct-idx > 2
               IF account-number OF CUSTOMER-RECORD(cust-acct-idx)
                       NOT = SPACES
                   MOVE account-number
                       OF CUSTOMER-RECORD(cust-acct-idx) TO anon-in
                   PERFORM MAP-ACCOUNT
                   MOVE anon-out TO account-number
                       OF OUT-CUSTOMER-RECORD(cust-acct-idx)
               END-IF
           END-PERFORM

           MOVE client-id OF CUSTOMER-RECORD
               TO CUS-CLIENT-ID(customer-map-count)
           MOVE SPACES TO original-full-name
           STRING first-name OF CUSTOMER-RECORD DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               last-name OF CUSTOMER-RECORD DELIMITED BY SPACE
               INTO original-full-name
           MOVE original-full-name
               TO CUS-ORIGINAL-NAME(customer-map-count)
           MOVE SPACES TO CUS-FAKE-NAME(customer-map-count)
           STRING fake-first DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               fake-last DELIMITED BY SPACE
               INTO CUS-FAKE-NAME(customer-map-count)
           MOVE SPACES TO CUS-FAKE-ADDRESS(customer-map-count)
           STRING fake-road DELIMITED BY "  "
               " " DELIMITED BY SIZE
               fake-house DELIMITED BY SPACE
               INTO CUS-FAKE-ADDRESS(customer-map-count)

           WRITE OUT-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ANONGEN: cannot write customer "
                       client-id OF OUT-CUSTOMER-RECORD
                       ", file status " WS-OUT-STATUS
           END-WRITE
           ADD 1 TO customers-written.
       EXIT.

       ANONYMISE-ACCOUNTS.
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "ANONGEN: cannot open " WS-ACCOUNTS-FILENAME
                   ", file status " WS-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUTPUT-ACCOUNTS
           MOVE WS-OUT-ACCOUNTS-FILENAME TO WS-OPEN-FILENAME
           PERFORM CHECK-OUTPUT-OPEN
           MOVE "N" TO EOF-INPUT
           PERFORM UNTIL EOF-INPUT = "Y"
               READ INPUT-ACCOUNTS
                   AT END
                       MOVE "Y" TO EOF-INPUT
                   NOT AT END
                       MOVE ACCOUNT-RECORD TO OUT-ACCOUNT-RECORD
                       MOVE account-number OF ACCOUNT-RECORD
                           TO anon-in
                       PERFORM MAP-ACCOUNT
                       MOVE anon-out
                           TO account-number OF OUT-ACCOUNT-RECORD
                       WRITE OUT-ACCOUNT-RECORD
                       ADD 1 TO accounts-written
               END-READ
           END-PERFORM
           CLOSE INPUT-ACCOUNTS
           CLOSE OUTPUT-ACCOUNTS.
       EXIT.

      * Vores egne IBAN'er bygges om af det nye kontonummer under
      * samme REG-NR, og huskes saa en modkonto givet som IBAN
      * faar samme erstatning.
       ANONYMISE-IBANS.
           MOVE WS-IBANS-FILENAME TO WS-OPEN-FILENAME
           OPEN INPUT INPUT-IBANS
           PERFORM CHECK-OPTIONAL-INPUT
           IF WS-INPUT-STATUS = "00"
               OPEN OUTPUT OUTPUT-IBANS
               MOVE WS-OUT-IBANS-FILENAME TO WS-OPEN-FILENAME
               PERFORM CHECK-OUTPUT-OPEN
               MOVE "N" TO EOF-INPUT
               PERFORM UNTIL EOF-INPUT = "Y"
                   READ INPUT-IBANS
                       AT END
                           MOVE "Y" TO EOF-INPUT
                       NOT AT END
                           PERFORM ANONYMISE-ONE-IBAN
                   END-READ
               END-PERFORM
               CLOSE INPUT-IBANS
               CLOSE OUTPUT-IBANS
           END-IF.
       EXIT.

       ANONYMISE-ONE-IBAN.
           MOVE IBAN-RECORD TO OUT-IBAN-RECORD
           MOVE IR-ACCOUNT-NUMBER TO anon-in
           PERFORM MAP-ACCOUNT
           MOVE anon-out TO IR-OUT-ACCOUNT-NUMBER
           MOVE IR-IBAN(5:4) TO iban-reg-nr
           MOVE anon-out TO iban-src-account
           PERFORM EXTRACT-ACCOUNT-DIGITS
           PERFORM BUILD-DK-IBAN
           IF iban-valid = "Y"
               MOVE iban-out TO IR-OUT-IBAN
               MOVE "I" TO map-kind-wanted
               MOVE IR-IBAN TO anon-in
               PERFORM FIND-MAPPED-VALUE
               IF map-slot = ZEROES
                   MOVE iban-out TO anon-out
                   PERFORM ADD-MAPPED-VALUE
               END-IF
           ELSE
               MOVE IR-IBAN TO anon-in
               PERFORM MAP-IBAN
               MOVE anon-out TO IR-OUT-IBAN
           END-IF
           WRITE OUT-IBAN-RECORD
           ADD 1 TO ibans-written.
       EXIT.

       ANONYMISE-OWNERS.
           MOVE WS-OWNERS-FILENAME TO WS-OPEN-FILENAME
           OPEN INPUT INPUT-OWNERS
           PERFORM CHECK-OPTIONAL-INPUT
           IF WS-INPUT-STATUS = "00"
               OPEN OUTPUT OUTPUT-OWNERS
               MOVE WS-OUT-OWNERS-FILENAME TO WS-OPEN-FILENAME
               PERFORM CHECK-OUTPUT-OPEN
               MOVE "N" TO EOF-INPUT
               PERFORM UNTIL EOF-INPUT = "Y"
                   READ INPUT-OWNERS
                       AT END
                           MOVE "Y" TO EOF-INPUT
                       NOT AT END
                           MOVE OWNER-RECORD TO OUT-OWNER-RECORD
                           MOVE AO-ACCOUNT-NUMBER TO anon-in
                           PERFORM MAP-ACCOUNT
                           MOVE anon-out TO AO-OUT-ACCOUNT-NUMBER
                           WRITE OUT-OWNER-RECORD
                           ADD 1 TO owners-written
                   END-READ
               END-PERFORM
               CLOSE INPUT-OWNERS
               CLOSE OUTPUT-OWNERS
           END-IF.
       EXIT.

       ANONYMISE-CARDS.
           MOVE WS-CARDS-FILENAME TO WS-OPEN-FILENAME
           OPEN INPUT INPUT-CARDS
           PERFORM CHECK-OPTIONAL-INPUT
           IF WS-INPUT-STATUS = "00"
               OPEN OUTPUT OUTPUT-CARDS
               MOVE WS-OUT-CARDS-FILENAME TO WS-OPEN-FILENAME
               PERFORM CHECK-OUTPUT-OPEN
               MOVE "N" TO EOF-INPUT
               PERFORM UNTIL EOF-INPUT = "Y"
                   READ INPUT-CARDS
                       AT END
                           MOVE "Y" TO EOF-INPUT
                       NOT AT END
                           MOVE CARD-RECORD TO OUT-CARD-RECORD
                           MOVE CM-CARD-NUMBER TO anon-in
                           PERFORM MAP-CARD
                           MOVE anon-out TO CM-OUT-CARD-NUMBER
                           MOVE CM-ACCOUNT-NUMBER TO anon-in
                           PERFORM MAP-ACCOUNT
                           MOVE anon-out TO CM-OUT-ACCOUNT-NUMBER
                           WRITE OUT-CARD-RECORD
                           ADD 1 TO cards-written
                   END-READ
               END-PERFORM
               CLOSE INPUT-CARDS
               CLOSE OUTPUT-CARDS
           END-IF.
       EXIT.

       ANONYMISE-ORDERS.
           MOVE WS-ORDERS-FILENAME TO WS-OPEN-FILENAME
           OPEN INPUT INPUT-ORDERS
           PERFORM CHECK-OPTIONAL-INPUT
           IF WS-INPUT-STATUS = "00"
               OPEN OUTPUT OUTPUT-ORDERS
               MOVE WS-OUT-ORDERS-FILENAME TO WS-OPEN-FILENAME
               PERFORM CHECK-OUTPUT-OPEN
               MOVE "N" TO EOF-INPUT
               PERFORM UNTIL EOF-INPUT = "Y"
                   READ INPUT-ORDERS
                       AT END
                           MOVE "Y" TO EOF-INPUT
                       NOT AT END
                           MOVE ORDER-RECORD TO OUT-ORDER-RECORD
                           MOVE SO-ACCOUNT-NUMBER TO anon-in
                           PERFORM MAP-ACCOUNT
                           MOVE anon-out TO SO-OUT-ACCOUNT-NUMBER
                           MOVE SO-CP-ACCOUNT TO anon-in
                           PERFORM MAP-ACCOUNT
                           MOVE anon-out TO SO-OUT-CP-ACCOUNT
                           MOVE SO-BENEFICIARY TO original-full-name
                           PERFORM MAP-CUSTOMER-NAME
                           MOVE original-full-name
                               TO SO-OUT-BENEFICIARY
                           WRITE OUT-ORDER-RECORD
                           ADD 1 TO orders-written
                   END-READ
               END-PERFORM
               CLOSE INPUT-ORDERS
               CLOSE OUTPUT-ORDERS
           END-IF.
       EXIT.

       ANONYMISE-MANDATES.
           MOVE WS-MANDATES-FILENAME TO WS-OPEN-FILENAME
           OPEN INPUT INPUT-MANDATES
           PERFORM CHECK-OPTIONAL-INPUT
           IF WS-INPUT-STATUS = "00"
               OPEN OUTPUT OUTPUT-MANDATES
               MOVE WS-OUT-MANDATES-FILENAME TO WS-OPEN-FILENAME
               PERFORM CHECK-OUTPUT-OPEN
               MOVE "N" TO EOF-INPUT
               PERFORM UNTIL EOF-INPUT = "Y"
                   READ INPUT-MANDATES
                       AT END
                           MOVE "Y" TO EOF-INPUT
                       NOT AT END
                           MOVE MANDATE-RECORD TO OUT-MANDATE-RECORD
                           MOVE DM-DEBTOR-ACCOUNT TO anon-in
                           PERFORM MAP-ACCOUNT
                           MOVE anon-out TO DM-OUT-DEBTOR-ACCOUNT
                           WRITE OUT-MANDATE-RECORD
                           ADD 1 TO mandates-written
                   END-READ
               END-PERFORM
               CLOSE INPUT-MANDATES
               CLOSE OUTPUT-MANDATES
           END-IF.
       EXIT.

      * Fuldmagtshaveren faar sit falske kundenavn naar det er en
      * kunde, ellers et falsk navn ud fra det oprindelige.
       ANONYMISE-POAS.
           MOVE WS-POAS-FILENAME TO WS-OPEN-FILENAME
           OPEN INPUT INPUT-POAS
           PERFORM CHECK-OPTIONAL-INPUT
           IF WS-INPUT-STATUS = "00"
               OPEN OUTPUT OUTPUT-POAS
               MOVE WS-OUT-POAS-FILENAME TO WS-OPEN-FILENAME
               PERFORM CHECK-OUTPUT-OPEN
               MOVE "N" TO EOF-INPUT
               PERFORM UNTIL EOF-INPUT = "Y"
                   READ INPUT-POAS
                       AT END
                           MOVE "Y" TO EOF-INPUT
                       NOT AT END
                           PERFORM ANONYMISE-ONE-POA
                   END-READ
               END-PERFORM
               CLOSE INPUT-POAS
               CLOSE OUTPUT-POAS
           END-IF.
       EXIT.

       ANONYMISE-ONE-POA.
           MOVE POA-RECORD TO OUT-POA-RECORD
           MOVE PA-ACCOUNT-NUMBER TO anon-in
           PERFORM MAP-ACCOUNT
           MOVE anon-out TO PA-OUT-ACCOUNT-NUMBER
           IF PA-AUTHORIZED-NAME NOT = SPACES
               MOVE ZEROES TO customer-slot
               SET idx-cus TO 1
               SEARCH CUSTOMER-MAP
                   AT END
                       CONTINUE
                   WHEN idx-cus > customer-map-count
                       CONTINUE
                   WHEN CUS-CLIENT-ID(idx-cus) = PA-AUTHORIZED-PARTY
                       SET customer-slot TO idx-cus
               END-SEARCH
               IF customer-slot NOT = ZEROES
                   MOVE CUS-FAKE-NAME(customer-slot)
                       TO PA-OUT-AUTHORIZED-NAME
               ELSE
                   MOVE PA-AUTHORIZED-NAME TO hash-text
                   PERFORM BUILD-FAKE-FULL-NAME
                   MOVE fake-full-name TO PA-OUT-AUTHORIZED-NAME
               END-IF
           END-IF
           WRITE OUT-POA-RECORD
           ADD 1 TO poas-written.
       EXIT.

      * CPR-nummeret beholder foedselsdatoen (de seks foerste cifre,
      * som alderskontrollerne bruger) og faar et nyt loebenummer.
       ANONYMISE-XREF.
           MOVE WS-XREF-FILENAME TO WS-OPEN-FILENAME
           OPEN INPUT INPUT-XREF
           PERFORM CHECK-OPTIONAL-INPUT
           IF WS-INPUT-STATUS = "00"
               OPEN OUTPUT OUTPUT-XREF
               MOVE WS-OUT-XREF-FILENAME TO WS-OPEN-FILENAME
               PERFORM CHECK-OUTPUT-OPEN
               MOVE "N" TO EOF-INPUT
               PERFORM UNTIL EOF-INPUT = "Y"
                   READ INPUT-XREF
                       AT END
                           MOVE "Y" TO EOF-INPUT
                       NOT AT END
                           MOVE XREF-RECORD TO OUT-XREF-RECORD
                           MOVE "C" TO map-kind-wanted
                           MOVE CX-CPR-NUMBER TO anon-in
                           PERFORM FIND-MAPPED-VALUE
                           IF map-slot = ZEROES
                               MOVE SPACES TO anon-out
                               MOVE CX-CPR-NUMBER(1:6)
                                   TO anon-out(1:6)
                               MOVE cpr-serial TO anon-out(7:4)
                               ADD 1 TO cpr-serial
                               IF cpr-serial = ZEROES
                                   MOVE 1000 TO cpr-serial
                               END-IF
                               PERFORM ADD-MAPPED-VALUE
                           END-IF
                           MOVE anon-out TO CX-OUT-CPR-NUMBER
                           WRITE OUT-XREF-RECORD
                           ADD 1 TO xrefs-written
                   END-READ
               END-PERFORM
               CLOSE INPUT-XREF
               CLOSE OUTPUT-XREF
           END-IF.
       EXIT.

       ANONYMISE-TRANSACTIONS.
           MOVE WS-TRANSACTIONS-FILENAME TO WS-OPEN-FILENAME
           OPEN INPUT INPUT-TRANSACTIONS
           PERFORM CHECK-OPTIONAL-INPUT
           IF WS-INPUT-STATUS = "00"
               OPEN OUTPUT OUTPUT-TRANSACTIONS
               MOVE WS-OUT-TRANSACTIONS-FILENAME TO WS-OPEN-FILENAME
               PERFORM CHECK-OUTPUT-OPEN
               MOVE "N" TO EOF-INPUT
               PERFORM UNTIL EOF-INPUT = "Y"
                   READ INPUT-TRANSACTIONS
                       AT END
                           MOVE "Y" TO EOF-INPUT
                       NOT AT END
                           PERFORM ANONYMISE-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANSACTIONS
               CLOSE OUTPUT-TRANSACTIONS
           END-IF.
       EXIT.

      * Posteringsteksten erstattes kun naar den er en kundes navn;
      * adressen er altid personlig og erstattes altid.
       ANONYMISE-ONE-TRANSACTION.
           MOVE TRANSACTION-RECORD TO OUT-TRANSACTION-RECORD
           MOVE ACCOUNT-NUMBER OF TRANSACTION-RECORD TO anon-in
           PERFORM MAP-ACCOUNT
           MOVE anon-out TO ACCOUNT-NUMBER OF OUT-TRANSACTION-RECORD
           MOVE COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD TO anon-in
           PERFORM MAP-ACCOUNT
           MOVE anon-out
               TO COUNTERPARTY-ACCOUNT OF OUT-TRANSACTION-RECORD
           IF PAYMENT-CARD-NUMBER OF TRANSACTION-RECORD NOT = SPACES
               MOVE PAYMENT-CARD-NUMBER OF TRANSACTION-RECORD
                   TO anon-in
               PERFORM MAP-CARD
               MOVE anon-out
                   TO PAYMENT-CARD-NUMBER OF OUT-TRANSACTION-RECORD
           END-IF
           MOVE OWNER OF TRANSACTION-RECORD TO original-full-name
           PERFORM MAP-CUSTOMER-NAME
           MOVE original-full-name TO OWNER OF OUT-TRANSACTION-RECORD
           IF STREET-ADDRESS OF TRANSACTION-RECORD NOT = SPACES
               MOVE ZEROES TO customer-slot
               SET idx-cus TO 1
               SEARCH CUSTOMER-MAP
                   AT END
                       CONTINUE
                   WHEN idx-cus > customer-map-count
                       CONTINUE
                   WHEN CUS-CLIENT-ID(idx-cus)
                           = CLIENT-ID OF TRANSACTION-RECORD
                       SET customer-slot TO idx-cus
               END-SEARCH
               IF customer-slot NOT = ZEROES
                   MOVE CUS-FAKE-ADDRESS(customer-slot)
                       TO STREET-ADDRESS OF OUT-TRANSACTION-RECORD
               ELSE
                   MOVE STREET-ADDRESS OF TRANSACTION-RECORD
                       TO hash-text
                   PERFORM BUILD-FAKE-ADDRESS
                   MOVE fake-address
                       TO STREET-ADDRESS OF OUT-TRANSACTION-RECORD
               END-IF
           END-IF
           WRITE OUT-TRANSACTION-RECORD
           ADD 1 TO transactions-written.
       EXIT.

      * Et navn i original-full-name der er en kundes navn byttes
      * med kundens falske navn; anden tekst (butik, "LAAN
      * UDBETALING", ...) staar uaendret.
       MAP-CUSTOMER-NAME.
           IF original-full-name NOT = SPACES
               MOVE ZEROES TO customer-slot
               SET idx-cus TO 1
               SEARCH CUSTOMER-MAP
                   AT END
                       CONTINUE
                   WHEN idx-cus > customer-map-count
                       CONTINUE
                   WHEN CUS-ORIGINAL-NAME(idx-cus)
                           = original-full-name
                       SET customer-slot TO idx-cus
               END-SEARCH
               IF customer-slot NOT = ZEROES
                   MOVE CUS-FAKE-NAME(customer-slot)
                       TO original-full-name
               END-IF
           END-IF.
       EXIT.

      * Positionsvaegtet tvaersum af hash-text, som WBLOAD's
      * sagsnoegle: samme tekst giver altid samme vaerdi.
       COMPUTE-TEXT-HASH.
           MOVE ZEROES TO hash-value
           PERFORM VARYING hash-pos FROM 1 BY 1 UNTIL hash-pos > 60
               IF hash-text(hash-pos:1) NOT = SPACE
                   COMPUTE hash-value =
                       FUNCTION MOD(hash-value * 31
                           + FUNCTION ORD(hash-text(hash-pos:1))
                           * hash-pos, 999999937)
               END-IF
           END-PERFORM.
       EXIT.

       BUILD-FAKE-FULL-NAME.
           PERFORM COMPUTE-TEXT-HASH
           COMPUTE name-pick =
               FUNCTION MOD(hash-value, FAKE-FIRST-NAME-COUNT) + 1
           MOVE FAKE-FIRST-NAME(name-pick) TO fake-first
           COMPUTE hash-quotient = hash-value / FAKE-FIRST-NAME-COUNT
           COMPUTE name-pick =
               FUNCTION MOD(hash-quotient, FAKE-LAST-NAME-COUNT) + 1
           MOVE FAKE-LAST-NAME(name-pick) TO fake-last
           MOVE SPACES TO fake-full-name
           STRING fake-first DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               fake-last DELIMITED BY SPACE
               INTO fake-full-name.
       EXIT.

       BUILD-FAKE-ADDRESS.
           PERFORM COMPUTE-TEXT-HASH
           COMPUTE name-pick =
               FUNCTION MOD(hash-value, FAKE-ROAD-COUNT) + 1
           MOVE FAKE-ROAD-NAME(name-pick) TO fake-road
           COMPUTE hash-quotient = hash-value / FAKE-ROAD-COUNT
           COMPUTE fake-house-number =
               FUNCTION MOD(hash-quotient, 150) + 1
           MOVE FUNCTION TRIM(fake-house-number) TO fake-house
           MOVE SPACES TO fake-address
           STRING fake-road DELIMITED BY "  "
               " " DELIMITED BY SIZE
               fake-house DELIMITED BY SPACE
               INTO fake-address.
       EXIT.

      * Hvert ciffer fra anon-from og frem byttes med det naeste
      * ciffer af et loebenummer; bogstaver og tegn staar.
       REPLACE-DIGITS.
           ADD 1 TO digit-serial
           MOVE digit-serial TO digit-serial-text
           MOVE 12 TO digit-serial-pos
           PERFORM VARYING anon-pos FROM 34 BY -1
                   UNTIL anon-pos < anon-from
               IF anon-work(anon-pos:1) >= "0"
                   AND anon-work(anon-pos:1) <= "9"
                   MOVE digit-serial-text(digit-serial-pos:1)
                       TO anon-work(anon-pos:1)
                   SUBTRACT 1 FROM digit-serial-pos
                   IF digit-serial-pos = ZEROES
                       MOVE 12 TO digit-serial-pos
                   END-IF
               END-IF
           END-PERFORM.
       EXIT.

       FIND-MAPPED-VALUE.
           MOVE ZEROES TO map-slot
           SET idx-map TO 1
           SEARCH VALUE-MAP
               AT END
                   CONTINUE
               WHEN idx-map > value-map-count
                   CONTINUE
               WHEN MAP-KIND(idx-map) = map-kind-wanted
                   AND MAP-ORIGINAL(idx-map) = anon-in
                   SET map-slot TO idx-map
                   MOVE MAP-REPLACEMENT(idx-map) TO anon-out
           END-SEARCH.
       EXIT.

       ADD-MAPPED-VALUE.
           IF value-map-count >= VALUE-MAP-MAX
               DISPLAY "ANONGEN: VALUE-MAP is full - too many "
                   "distinct account, card and CPR numbers"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO value-map-count
           MOVE map-kind-wanted TO MAP-KIND(value-map-count)
           MOVE anon-in TO MAP-ORIGINAL(value-map-count)
           MOVE anon-out TO MAP-REPLACEMENT(value-map-count).
       EXIT.

      * Et kontonummer (eller en IBAN, kendt paa de to bogstaver
      * foran) faar sit nye nummer; foerste gang under originalens
      * REG-NR med ACCTOPEN's loebenummer og kontrolcifre.
       MAP-ACCOUNT.
           MOVE SPACES TO anon-out
           IF anon-in NOT = SPACES
               IF anon-in(1:2) IS ALPHABETIC
                   PERFORM MAP-IBAN
               ELSE
                   MOVE "A" TO map-kind-wanted
                   PERFORM FIND-MAPPED-VALUE
                   IF map-slot = ZEROES
                       IF anon-in(1:4) IS NUMERIC
                           MOVE anon-in(1:4) TO gen-reg-nr
                       ELSE
                           MOVE "0000" TO gen-reg-nr
                       END-IF
                       PERFORM GENERATE-ACCOUNT-NUMBER
                       MOVE SPACES TO anon-out
                       MOVE generated-number TO anon-out
                       PERFORM ADD-MAPPED-VALUE
                   END-IF
               END-IF
           END-IF.
       EXIT.

      * En IBAN vi ikke selv har udstedt beholder land og laengde;
      * cifrene efter kontrolcifrene byttes, og kontrolcifrene
      * regnes om efter ISO 13616.
       MAP-IBAN.
           MOVE "I" TO map-kind-wanted
           PERFORM FIND-MAPPED-VALUE
           IF map-slot = ZEROES
               MOVE anon-in TO anon-work
               MOVE 5 TO anon-from
               PERFORM REPLACE-DIGITS
               MOVE ZEROES TO anon-length
               PERFORM VARYING anon-pos FROM 34 BY -1
                       UNTIL anon-pos < 1 OR anon-length > ZEROES
                   IF anon-work(anon-pos:1) NOT = SPACE
                       MOVE anon-pos TO anon-length
                   END-IF
               END-PERFORM
               MOVE anon-work TO anon-out
               IF anon-length > 4
                   MOVE "Y" TO iban-valid
                   MOVE SPACES TO iban-rearranged
                   STRING anon-work(5:anon-length - 4)
                           DELIMITED BY SIZE
                       anon-work(1:2) DELIMITED BY SIZE
                       "00" DELIMITED BY SIZE
                       INTO iban-rearranged
                   MOVE anon-length TO iban-length
                   PERFORM COMPUTE-IBAN-REMAINDER
                   IF iban-valid = "Y"
                       COMPUTE iban-check-digits = 98 - iban-remainder
                       MOVE iban-check-digits TO anon-out(3:2)
                   END-IF
               END-IF
               PERFORM ADD-MAPPED-VALUE
           END-IF.
       EXIT.

      * Kortnummeret beholder BIN (de seks foerste cifre), faar et
      * nyt loebenummer og et gyldigt Luhn-kontrolciffer.
       MAP-CARD.
           MOVE "K" TO map-kind-wanted
           PERFORM FIND-MAPPED-VALUE
           IF map-slot = ZEROES
               MOVE SPACES TO anon-out
               IF anon-in(1:16) IS NUMERIC
                   MOVE anon-in(1:6) TO anon-out(1:6)
                   MOVE card-serial TO anon-out(7:9)
                   ADD 1 TO card-serial
                   MOVE ZEROES TO luhn-sum
                   MOVE "Y" TO luhn-double
                   PERFORM VARYING anon-pos FROM 15 BY -1
                           UNTIL anon-pos < 1
                       MOVE anon-out(anon-pos:1) TO luhn-digit
                       IF luhn-double = "Y"
                           COMPUTE luhn-digit = luhn-digit * 2
                           IF luhn-digit > 9
                               SUBTRACT 9 FROM luhn-digit
                           END-IF
                           MOVE "N" TO luhn-double
                       ELSE
                           MOVE "Y" TO luhn-double
                       END-IF
                       ADD luhn-digit TO luhn-sum
                   END-PERFORM
                   COMPUTE luhn-digit =
                       FUNCTION MOD(10 - FUNCTION MOD(luhn-sum, 10), 10)
                   MOVE luhn-digit(2:1) TO anon-out(16:1)
               ELSE
                   MOVE anon-in TO anon-work
                   MOVE 1 TO anon-from
                   PERFORM REPLACE-DIGITS
                   MOVE anon-work TO anon-out
               END-IF
               PERFORM ADD-MAPPED-VALUE
           END-IF.
       EXIT.

           COPY "account-number-gen.cpy".

           COPY "iban-check.cpy".

           COPY "run-lock.cpy".

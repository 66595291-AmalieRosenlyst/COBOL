      * En tilbageholdt udgaaende betaling (held-payments.txt).
      * EXTXFER skriver her i stedet for i clearing-eksporten naar
      * modtagernavnet eller SWIFT/BIC-landet rammer watchlist.txt,
      * og det samme goer STANDORD, PAYRETRY, TPPACCS og ACCTCLOSE
      * (export-screen.cpy); kundens konto er allerede debiteret.
      * HOLDREL (compliance) frigiver til naeste eksport eller
      * afviser med modpostering.
      * HP-EXPORT-ROW har praecis clearing-export.cpy's opstilling,
      * saa en frigivet raekke flyttes uaendret til eksporten.
           02 HP-EXPORT-ROW.
               03 HP-TRANSFER-REF      PIC X(10) VALUE SPACES.
               03 HP-DEBIT-ACCOUNT     PIC X(20) VALUE SPACES.
               03 HP-DEBIT-CLIENT-ID   PIC X(10) VALUE SPACES.
               03 HP-CP-REG-NR         PIC X(4) VALUE SPACES.
               03 HP-CP-ACCOUNT        PIC X(20) VALUE SPACES.
               03 HP-CP-SWIFT-BIC      PIC X(11) VALUE SPACES.
               03 HP-BENEFICIARY       PIC X(40) VALUE SPACES.
               03 HP-AMOUNT            PIC 9(7)V99 VALUE ZEROES.
               03 HP-SETTLEMENT-DATE   PIC X(8) VALUE SPACES.
      * Hvornaar og af hvem betalingen blev tastet (for en
      * batchkoersel dens programnavn), og hvad der ramte:
      * N = modtagernavn, L = SWIFT/BIC-land, S = modpartens land er
      * under sanktioner, F = modpartens land er FATF-hoejrisikoland
      * (de to sidste efter landekartoteket country-master.txt).
           02 HP-HELD-DATE             PIC X(8) VALUE SPACES.
           02 HP-OPERATOR-ID           PIC X(8) VALUE SPACES.
           02 HP-HIT-KIND              PIC X(1) VALUE SPACES.
           02 HP-HIT-ENTRY             PIC X(40) VALUE SPACES.
      * H = tilbageholdt, F = frigivet, A = afvist (modposteret).
           02 HP-STATUS                PIC X(1) VALUE "H".
           02 HP-DECIDED-BY            PIC X(8) VALUE SPACES.
           02 HP-DECIDED-AT            PIC X(19) VALUE SPACES.

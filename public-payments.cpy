      * Indgaaende fil med offentlige udbetalinger til NemKonto
      * (public-payments.txt). "D"-poster er de enkelte udbetalinger
      * - modtageren kendes paa CPR-nummeret, eller paa vores
      * client-id hvis udbetaleren har det; "T"-posten til sidst
      * baerer antal D-poster og beloebssum, som PUBPAYIN efterproever
      * foer noget bogfoeres. Felterne deles i eet layout.
           02 PP-RECORD-TYPE           PIC X(1) VALUE SPACES.
           02 PP-PAYMENT-REF           PIC X(20) VALUE SPACES.
           02 PP-PAYER-ID              PIC X(10) VALUE SPACES.
           02 PP-PAYER-NAME            PIC X(30) VALUE SPACES.
           02 PP-CPR-NUMBER            PIC X(10) VALUE SPACES.
           02 PP-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 PP-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 PP-PAYMENT-DATE          PIC X(8) VALUE SPACES.
           02 PP-PAYMENT-TEXT          PIC X(30) VALUE SPACES.
           02 PP-RECORD-COUNT          PIC 9(6) VALUE ZEROES.
           02 PP-AMOUNT-TOTAL          PIC 9(9)V99 VALUE ZEROES.

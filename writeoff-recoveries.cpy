      * En raekke pr. inddrevet indbetaling i writeoff-recoveries.txt:
      * en indbetaling ("I") paa en afskrevet konto, matchet til
      * afskrivningssagen af WRITEOFF's inddrivelseskoersel.
      * Indbetalingen bogfoeres i hovedbogen som inddrevet tab, ikke
      * som almindelig indlaan - kontoen er frossen, saa opgave10
      * afviser posten fra udskriften. Transaktionsreferencen sikrer
      * at samme indbetaling aldrig matches to gange, selvom
      * transaktionsfilen er kumulativ.
           02 WR-CASE-ID               PIC X(10) VALUE SPACES.
           02 WR-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 WR-TRANSACTION-REF       PIC X(12) VALUE SPACES.
           02 WR-TRANSACTION-DATE      PIC X(8) VALUE SPACES.
           02 WR-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 WR-ACCOUNT-TYPE          PIC X(10) VALUE SPACES.
           02 WR-MATCHED-DATE          PIC X(8) VALUE SPACES.

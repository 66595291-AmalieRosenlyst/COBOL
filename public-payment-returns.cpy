      * Returnering til udbetaleren (public-payment-returns.txt),
      * skrevet af PUBPAYIN for hver offentlig udbetaling der ikke
      * kunne krediteres en gyldig NemKonto. Aarsagskoder:
      *   NK01 modtageren har ingen NemKonto hos os
      *   NK02 NemKonto-kontoen er ikke laengere aaben
      *   NK03 CPR-nummer/client-id ukendt
      *   NK04 beloebet er nul
      * Filen afsluttes med en TRAILER-linje (antal og beloebssum).
           02 PR-PAYMENT-REF           PIC X(20) VALUE SPACES.
           02 PR-PAYER-ID              PIC X(10) VALUE SPACES.
           02 PR-CPR-NUMBER            PIC X(10) VALUE SPACES.
           02 PR-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 PR-REASON-CODE           PIC X(4) VALUE SPACES.
           02 PR-REASON-TEXT           PIC X(40) VALUE SPACES.
           02 PR-RETURN-DATE           PIC X(8) VALUE SPACES.

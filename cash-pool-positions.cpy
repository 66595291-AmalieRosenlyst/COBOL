      * Mellemregning pr. medlemskonto (cash-pool-positions.txt),
      * vedligeholdt af CASHPOOL: PP-POSITION er medlemmets samlede
      * nettoindskud i puljen - positiv naar medlemmet har sendt
      * mere til topkontoen end det har faaet tilbage, negativ naar
      * topkontoen har finansieret medlemmet. PP-LAST-SWEEP-DATE
      * hindrer at samme nat fejes to gange.
           02 PP-POOL-ID               PIC X(10) VALUE SPACES.
           02 PP-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 PP-POSITION              PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 PP-LAST-SWEEP-DATE       PIC X(8) VALUE SPACES.

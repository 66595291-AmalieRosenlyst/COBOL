      * En raekke pr. varslet renteaendring i rate-changes.txt.
      * RATECHG indlaeser aendringen fra rate-change-requests.txt,
      * varsler hver beroert kunde og skifter satsen i
      * product-catalog.txt paa RC-EFFECTIVE-DATE. Samme layout
      * bruges til anmodningsfilen, hvor kun de fem foerste felter
      * er udfyldt.
           02 RC-ACCOUNT-TYPE          PIC X(10) VALUE SPACES.
      * "I" = indlaansrente (PC-INTEREST-RATE), "O" = overtraeks-
      * rente (PC-OVERDRAFT-RATE), "T" = ny rentetrappe: typens
      * raekker i rate-tiers.txt med RC-EFFECTIVE-DATE som
      * ikrafttraedelsesdato (RC-NEW-RATE bruges da ikke).
           02 RC-RATE-KIND             PIC X(1) VALUE SPACES.
           02 RC-NEW-RATE              PIC 9V9999 VALUE ZEROES.
           02 RC-EFFECTIVE-DATE        PIC X(8) VALUE SPACES.
           02 RC-REQUESTED-BY          PIC X(8) VALUE SPACES.
      * "P" = varslet, afventer ikrafttraeden; "A" = gennemfoert.
           02 RC-STATUS                PIC X(1) VALUE SPACES.
           02 RC-OLD-RATE              PIC 9V9999 VALUE ZEROES.
           02 RC-LOADED-DATE           PIC X(8) VALUE SPACES.
           02 RC-NOTICE-COUNT          PIC 9(5) VALUE ZEROES.
           02 RC-APPLIED-DATE          PIC X(8) VALUE SPACES.
           02 RC-MOVED-COUNT           PIC 9(5) VALUE ZEROES.

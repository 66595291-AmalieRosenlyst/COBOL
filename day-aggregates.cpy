           02 DA-CREDIT-COUNT          PIC 9(6) VALUE ZEROES.
           02 DA-CREDIT-SUM            PIC 9(11)V99 VALUE ZEROES.
           02 DA-MAX-SINGLE            PIC 9(7)V99 VALUE ZEROES.
      * Kontant- og graenseoverskridende omsaetning til AMLRISK's
      * risikoscoring: kontant = indbetaling/haevning ved kassen
      * uden modpart og haevning i automat, udland = EXTXFER-
      * overfoersel til udenlandsk bank (SWIFT/BIC, intet REG-NR).
      * Aeldre, kortere raekker laeses med blanke her og taeller
      * som nul.
           02 DA-CASH-COUNT            PIC 9(6) VALUE ZEROES.
           02 DA-CASH-SUM              PIC 9(11)V99 VALUE ZEROES.
           02 DA-XBORDER-COUNT         PIC 9(6) VALUE ZEROES.
           02 DA-XBORDER-SUM           PIC 9(11)V99 VALUE ZEROES.

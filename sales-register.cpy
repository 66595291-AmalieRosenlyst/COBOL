      * En raekke pr. salg i sales-register.txt: en aabnet konto
      * (ACCTOPEN), et udstedt kort (CARDMAINT), et bevilget laan
      * (LOANORIG) eller et forlaenget aftaleindlaan (TERMMAT), med
      * den operatoer og filial der solgte det. SALESRPT foelger
      * hvert salg i 90 dage og nettoficerer det der lukkes eller
      * blokeres i perioden.
           02 SR-SALE-DATE             PIC X(8) VALUE SPACES.
           02 SR-SOURCE-PROGRAM        PIC X(10) VALUE SPACES.
      * "K" = konto, "T" = aftaleindlaan, "R" = forlaenget
      * aftaleindlaan, "C" = kort, "L" = laan.
           02 SR-PRODUCT-KIND          PIC X(1) VALUE SPACES.
      * Kontotypen, kortproduktet eller "LOAN".
           02 SR-PRODUCT-TYPE          PIC X(10) VALUE SPACES.
      * Kontonummeret - for et kort kortnummeret.
           02 SR-PRODUCT-KEY           PIC X(20) VALUE SPACES.
           02 SR-CLIENT-ID             PIC X(10) VALUE SPACES.
      * Saelgeren og dennes filial (REG-NR). Blank operatoer =
      * salget er ikke tilskrevet nogen.
           02 SR-OPERATOR-ID           PIC X(8) VALUE SPACES.
           02 SR-BRANCH-REG-NR         PIC X(4) VALUE SPACES.
      * Laanets hovedstol eller aftaleindlaanets saldo; nul for
      * konti og kort.
           02 SR-AMOUNT                PIC 9(9)V99 VALUE ZEROES.
      * "S" = solgt, inden for de 90 dage; "B" = beholdt efter 90
      * dage; "F" = frafaldet (lukket/blokeret inden for 90 dage).
           02 SR-STATUS                PIC X(1) VALUE "S".
           02 SR-SETTLED-DATE          PIC X(8) VALUE SPACES.

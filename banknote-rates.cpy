      * Seddelkurser til veksling ved kassen (banknote-rates.txt),
      * vedligeholdt ved siden af exchange-rates.txt: pr. valuta
      * bankens koebskurs (banken koeber sedler af kunden) og
      * salgskurs (banken saelger sedler til kunden), begge i
      * basisvaluta (DKK) pr. enhed. En valuta uden raekke kan ikke
      * veksles i kontanter.
           02 BN-VALUTA-CODE           PIC X(3) VALUE SPACES.
           02 BN-BUY-RATE              PIC 9(4)V9999 VALUE ZEROES.
           02 BN-SELL-RATE             PIC 9(4)V9999 VALUE ZEROES.

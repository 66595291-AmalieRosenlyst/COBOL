      * En raekke pr. salgsmaal i sales-targets.txt, vedligeholdt af
      * ledelsen og laest af SALESRPT: antal netto-salg af et produkt
      * i en maaned for en filial eller en operatoer i filialen.
           02 ST-PERIOD                PIC X(6) VALUE SPACES.
           02 ST-BRANCH-REG-NR         PIC X(4) VALUE SPACES.
      * Blank operatoer = filialens samlede maal for produktet.
           02 ST-OPERATOR-ID           PIC X(8) VALUE SPACES.
      * Kontotypen, kortproduktet ("KORT" for kort uden produkt)
      * eller "LOAN", som SR-PRODUCT-TYPE i sales-register.cpy.
           02 ST-PRODUCT-TYPE          PIC X(10) VALUE SPACES.
           02 ST-TARGET-COUNT          PIC 9(5) VALUE ZEROES.

      * En raekke pr. pensionskonto i pal-carryforward.txt, skrevet
      * af PALTAX: det seneste indkomstaar kontoen er opgjort for,
      * og det negative afkast der endnu staar til fradrag i senere
      * aars positive afkast. Et aar der allerede er opgjort
      * springes over, saa en genkoersel ikke beskatter to gange.
           02 PF-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 PF-LAST-TAX-YEAR         PIC X(4) VALUE SPACES.
           02 PF-DEDUCTIBLE            PIC 9(9)V99 VALUE ZEROES.

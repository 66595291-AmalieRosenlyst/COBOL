      * En raekke pr. filial i branch-managers.txt: filialens
      * REG-NR og den filialchef (et operatoer-id i
      * operator-master.txt) der hvert kvartal bekraefter
      * filialens operatoerer i OPRECERT.
           02 BM-REG-NR                PIC X(4) VALUE SPACES.
           02 BM-MANAGER-ID            PIC X(8) VALUE SPACES.
           02 BM-NAME                  PIC X(30) VALUE SPACES.

      * Boksens bogfoerte saldo pr. filial (vault-balances.txt), en
      * raekke pr. REG-NR omskrevet af VAULTBAL: datoen for den
      * senest afstemte dag, saldoen efter dagens bevaegelser og
      * afvigelsen mod den optalte beholdning den dag (nul naar den
      * stemte eller ikke blev optalt).
           02 VB-REG-NR                PIC X(4) VALUE SPACES.
           02 VB-DATE                  PIC X(8) VALUE SPACES.
           02 VB-BALANCE               PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 VB-DIFFERENCE            PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.

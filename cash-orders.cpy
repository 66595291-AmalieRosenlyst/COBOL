      * Forslag til kontantbestilling hos kassecentralen pr. filial
      * (cash-orders.txt), skrevet af VAULTBAL: leveringsdagen (naeste
      * bankdag), det gennemsnitlige kontante nettoudtraek paa samme
      * ugedag i de seneste uger, boksens saldo i aften og det
      * foreslaaede beloeb - udtraekket plus minimumsbeholdningen
      * minus saldoen, rundet op til hele bundter og aldrig under
      * nul.
           02 CO-REG-NR                PIC X(4) VALUE SPACES.
           02 CO-DELIVERY-DATE         PIC X(8) VALUE SPACES.
           02 CO-AVERAGE-OUTFLOW       PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 CO-VAULT-BALANCE         PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 CO-ORDER-AMOUNT          PIC 9(9)V99 VALUE ZEROES.

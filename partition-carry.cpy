      * En raekke pr. konto i en kontoudskrift-partitions saldofil
      * (balance-carry-forward.txt.partNN). Hver partition bogfoerer
      * kun sine egne kunders transaktioner, men en faelleskonto kan
      * bogfoeres fra flere partitioner - derfor skrives baade
      * primo (hvad alle partitioner startede fra) og partitionens
      * ultimo, og STMTPART laegger partitionernes bevaegelser
      * (ultimo - primo) sammen oven paa primo.
           02 PC-ACCOUNT-NUMBER        PIC X(20).
           02 PC-CLOSING-BALANCE
               PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           02 PC-OPENING-BALANCE
               PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

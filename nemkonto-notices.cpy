      * Meddelelse til det nationale NemKonto-register
      * (nemkonto-register-notices.txt), skrevet af NEMKMAINT for hver
      * udpegning der oprettes, flyttes eller ophoerer. Registret
      * kender borgeren paa CPR-nummeret, saa filen er beskyttede
      * data. Handling: A = ny NemKonto, C = flyttet til anden konto,
      * D = ophoert. NN-REG-NR er kontoens hjemfilial.
           02 NN-ACTION                PIC X(1) VALUE SPACES.
           02 NN-CPR-NUMBER            PIC X(10) VALUE SPACES.
           02 NN-REG-NR                PIC X(4) VALUE SPACES.
           02 NN-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 NN-EFFECTIVE-DATE        PIC X(8) VALUE SPACES.

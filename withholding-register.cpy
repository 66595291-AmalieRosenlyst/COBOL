      * Kildeskatteregistret withholding-tax-register.txt: en raekke
      * pr. rentekreditering INTPOST har trukket kildeskat af, med
      * den reference kreditering og skattetraek deler. WHTREP
      * laeser registret til den maanedlige afregning til
      * skattemyndigheden og til kundens aarlige kildeskatteattest.
           02 WHT-POSTING-DATE         PIC X(8) VALUE SPACES.
           02 WHT-CLIENT-ID            PIC X(10) VALUE SPACES.
           02 WHT-ACCOUNT-NUMBER       PIC X(20) VALUE SPACES.
           02 WHT-COUNTRY              PIC X(2) VALUE SPACES.
           02 WHT-FOREIGN-TIN          PIC X(20) VALUE SPACES.
           02 WHT-TRANSACTION-REF      PIC X(12) VALUE SPACES.
           02 WHT-GROSS-INTEREST       PIC 9(7)V99 VALUE ZEROES.
           02 WHT-RATE-PCT             PIC 9(2)V99 VALUE ZEROES.
           02 WHT-TAX-AMOUNT           PIC 9(7)V99 VALUE ZEROES.

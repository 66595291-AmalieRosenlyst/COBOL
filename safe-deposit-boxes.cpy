      * Bankboksregistret (safe-deposit-boxes.txt), vedligeholdt af
      * BOXMAINT og faktureret af BOXRENT: en raekke pr. boks pr.
      * filial (REG-NR). Stoerrelse S/M/L styrer den aarlige leje
      * via tarifnoeglerne BOX-S/BOX-M/BOX-L i fee-tariff.txt.
      * Status A = udlejet, L = ledig (raekken bliver staaende, saa
      * filialens bokse kendes ogsaa naar de er ledige). Op til to
      * lejere; lejen traekkes paa SB-FEE-ACCOUNT, som skal vaere
      * aaben og ejes af en af lejerne. SB-NEXT-DUE-DATE er naeste
      * lejeforfald - BOXRENT traekker lejen den dag og rykker
      * datoen et aar frem. SB-RENT-DUE er forfalden, endnu ikke
      * betalt leje; rykkertrinnet (blank/1/2/3) og datoen for
      * seneste rykker foelger DUNNING's trappe.
           02 SB-REG-NR                PIC X(4) VALUE SPACES.
           02 SB-BOX-NUMBER            PIC X(6) VALUE SPACES.
           02 SB-SIZE                  PIC X(1) VALUE SPACES.
           02 SB-STATUS                PIC X(1) VALUE SPACES.
           02 SB-RENTER-CLIENT-ID      PIC X(10) VALUE SPACES
                                       OCCURS 2 TIMES.
           02 SB-START-DATE            PIC X(8) VALUE SPACES.
           02 SB-KEY-COUNT             PIC 9(1) VALUE ZEROES.
           02 SB-FEE-ACCOUNT           PIC X(20) VALUE SPACES.
           02 SB-NEXT-DUE-DATE         PIC X(8) VALUE SPACES.
           02 SB-RENT-DUE              PIC 9(7)V99 VALUE ZEROES.
           02 SB-DUNNING-STAGE         PIC X(1) VALUE SPACES.
           02 SB-DUNNING-DATE          PIC X(8) VALUE SPACES.

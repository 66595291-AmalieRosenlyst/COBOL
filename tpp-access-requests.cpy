      * En raekke pr. forespoergsel PSD2-adgangen har betjent for en
      * tredjepartsudbyder (tpp-access-requests.txt, afleveret af
      * adgangsserveren ved dagens slutning). Type: "S" = saldi,
      * "P" = posteringer, "B" = betalingsinitiering. Kun
      * betalinger baerer beloeb og modpart; dem bogfoerer TPPACCS
      * naar samtykket holder. TQ-REQUEST-REF er adgangsserverens
      * egen reference paa forespoergslen.
           02 TQ-REQUEST-DATE          PIC X(8) VALUE SPACES.
           02 TQ-REQUEST-TIME          PIC X(6) VALUE SPACES.
           02 TQ-PROVIDER-ID           PIC X(10) VALUE SPACES.
           02 TQ-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 TQ-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 TQ-REQUEST-TYPE          PIC X(1) VALUE SPACES.
           02 TQ-REQUEST-REF           PIC X(12) VALUE SPACES.
           02 TQ-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 TQ-CP-REG-NR             PIC X(4) VALUE SPACES.
           02 TQ-CP-ACCOUNT            PIC X(20) VALUE SPACES.
           02 TQ-CP-SWIFT-BIC          PIC X(11) VALUE SPACES.
           02 TQ-BENEFICIARY           PIC X(40) VALUE SPACES.

      * En raekke pr. publiceret referencerente pr. ikrafttraedelses-
      * dag i reference-rates.txt, f.eks. CIBOR3M og CIBOR6M.
      * LOANREPR bruger den seneste sats med ikrafttraedelsesdato
      * paa eller foer genfastsaettelsesdagen. Satsen er i procent
      * med samme skala som LN-ANNUAL-RATE og kan vaere negativ.
           02 RR-RATE-CODE             PIC X(8) VALUE SPACES.
           02 RR-EFFECTIVE-DATE        PIC X(8) VALUE SPACES.
           02 RR-RATE                  PIC S9(2)V99999
               SIGN IS TRAILING SEPARATE VALUE ZEROES.

      * En raekke pr. konto med tegningsregel i signing-rules.txt:
      * hvilken kombination af de navngivne tegningsberettigede der
      * skal underskrive en haevning eller overfoersel ud. Fuldmagts-
      * registret (poa-register.txt) siger hvem der maa handle;
      * tegningsreglen siger i hvilken kombination.
      * Regel: "1" = een tegningsberettiget alene, "2" = to i
      * forening, "B" = to i forening over SR-AMOUNT (i kontoens
      * valuta), ellers een alene. En konto uden raekke har ingen
      * tegningsregel.
           02 SR-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 SR-RULE                  PIC X(1) VALUE "1".
           02 SR-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 SR-SIGNATORY             PIC X(10) VALUE SPACES
                                       OCCURS 6 TIMES.

      * En raekke pr. sikkerhed i collateral-register.txt, knyttet
      * til laanet via LN-ACCOUNT-NUMBER. Vedligeholdes af COLLMAINT
      * ud fra en anmodningsfil med revisionsspor; LTVREPT laeser
      * registret til den maanedlige belaaningsgradsrapport.
      * Sikkerhedstype: "E" = pantebrev i fast ejendom,
      * "K" = koeretoej/loesoere, "D" = pantsat indlaanskonto.
      * En pantsat indlaanskonto spaerres via legal-holds.txt (se
      * COLLMAINT), saa posterings- og kassekontrollerne behandler
      * det pantsatte beloeb som utilgaengeligt via hold-check.cpy.
           02 CL-COLLATERAL-ID         PIC X(10) VALUE SPACES.
           02 CL-LOAN-ACCOUNT          PIC X(20) VALUE SPACES.
           02 CL-TYPE                  PIC X(1) VALUE SPACES.
           02 CL-DESCRIPTION           PIC X(30) VALUE SPACES.
           02 CL-VALUATION             PIC 9(9)V99 VALUE ZEROES.
           02 CL-VALUATION-DATE        PIC X(8) VALUE SPACES.
      * Prioritet: 1 = foerste prioritet; sikkerheder med bedre
      * prioritet hos andre kreditorer er fratrukket vurderingen.
           02 CL-PRIORITY              PIC 9(2) VALUE 1.
      * Kun for type "D": den pantsatte konto.
           02 CL-PLEDGED-ACCOUNT       PIC X(20) VALUE SPACES.
      * "A" = aktiv, "R" = frigivet (raekken bliver staaende som
      * dokumentation).
           02 CL-STATUS                PIC X(1) VALUE "A".

      * En raekke pr. konto i rki-register.txt, vedligeholdt af
      * RKIREG: hvad vi har varslet og indberettet til
      * kreditoplysningsbureauet (RKI) paa hvert client-id.
      * Kilde: "D" = DUNNING-overdragelse (rykkerstadie "3"),
      * "W" = afskrivningssag i writeoff-register.txt.
      * Status: "V" = varslet, venter paa varslingsfristen;
      *         "R" = indberettet (staar i RKI nu);
      *         "S" = slettet igen efter indfrielse;
      *         "O" = opgivet - gaelden var betalt foer fristen.
      * Raekker med "S"/"O" bliver staaende som dokumentation.
           02 RK-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 RK-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 RK-SOURCE                PIC X(1) VALUE SPACES.
           02 RK-AMOUNT                PIC 9(9)V99 VALUE ZEROES.
      * Dato gaelden opstod: foerste overtraeksdag eller
      * afskrivningsdatoen.
           02 RK-DEBT-DATE             PIC X(8) VALUE SPACES.
           02 RK-WARNED-DATE           PIC X(8) VALUE SPACES.
           02 RK-REGISTERED-DATE       PIC X(8) VALUE SPACES.
           02 RK-DEREGISTERED-DATE     PIC X(8) VALUE SPACES.
           02 RK-STATUS                PIC X(1) VALUE "V".

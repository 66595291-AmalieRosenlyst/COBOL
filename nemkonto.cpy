      * Kundens NemKonto-udpegning (nemkonto.txt), vedligeholdt af
      * NEMKMAINT: en raekke pr. kunde med den konto offentlige
      * udbetalinger (skat, boerneydelse, pension ...) skal ind paa.
      * Kontoen skal vaere aaben og ejet af kunden selv. Status:
      * A = aktiv, S = slettet/ophoert (raekken bliver staaende som
      * spor). NK-DESIGNATED-DATE er datoen udpegningen blev oprettet
      * eller sidst flyttet; PUBPAYIN krediterer kun en aktiv
      * udpegning hvis konto stadig er aaben.
           02 NK-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 NK-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 NK-STATUS                PIC X(1) VALUE SPACES.
           02 NK-DESIGNATED-DATE       PIC X(8) VALUE SPACES.
           02 NK-DESIGNATED-BY         PIC X(8) VALUE SPACES.

      * PSD2-samtykker (tpp-consents.txt), vedligeholdt af TPPCONS:
      * en raekke pr. samtykke en kunde har givet en tredjeparts-
      * udbyder (kontooplysnings- eller betalingsinitierings-
      * tjeneste). TC-PROVIDER-ID er udbyderens id i Finanstilsynets
      * register. Omfanget angives pr. adgangstype med "J"/"N":
      * saldi, posteringer og betalingsinitiering. Samtykket gaelder
      * kun de listede konti (op til fem, alle ejet af kunden) og
      * til og med TC-EXPIRY-DATE, som er TC-GRANTED-DATE + 90 dage.
      * Status: A = aktiv, T = tilbagekaldt af kunden, U = udloebet
      * (tilbagekaldt automatisk af TPPCONS), E = erstattet af et
      * fornyet samtykke til samme udbyder. Raekken bliver staaende
      * som dokumentation; TC-STATUS-DATE er datoen status skiftede.
      * TPPACCS efterproever udbydernes adgang mod de aktive raekker.
           02 TC-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 TC-PROVIDER-ID           PIC X(10) VALUE SPACES.
           02 TC-PROVIDER-NAME         PIC X(30) VALUE SPACES.
           02 TC-SCOPE-BALANCES        PIC X(1) VALUE "N".
           02 TC-SCOPE-TRANSACTIONS    PIC X(1) VALUE "N".
           02 TC-SCOPE-PAYMENTS        PIC X(1) VALUE "N".
           02 TC-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES
                                       OCCURS 5 TIMES.
           02 TC-GRANTED-DATE          PIC X(8) VALUE SPACES.
           02 TC-EXPIRY-DATE           PIC X(8) VALUE SPACES.
           02 TC-STATUS                PIC X(1) VALUE "A".
           02 TC-STATUS-DATE           PIC X(8) VALUE SPACES.

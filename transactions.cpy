      * optional field som OPERATOR-ID: aeldre, kortere raekker
      * laeses med blanke her og forbliver gyldige.
           02 PURPOSE-CATEGORY         PIC X(4) VALUE SPACES.
      * Betalinger initieret gennem en tredjepartsudbyder (PSD2):
      * udbyderens id fra tpp-consents.txt, stemplet af TPPACCS paa
      * debiteringsbenet. SPACES paa alt andet og paa aeldre,
      * kortere raekker.
           02 TPP-PROVIDER-ID          PIC X(10) VALUE SPACES.
      * Kortposteringer: kortnummeret fra afviklingsfilen, stemplet
      * af CARDFEED, saa en bestridt postering kan foeres tilbage til
      * kortet i card-master.txt og sendes som chargeback. SPACES
      * paa alt andet og paa aeldre, kortere raekker.
           02 PAYMENT-CARD-NUMBER      PIC X(16) VALUE SPACES.

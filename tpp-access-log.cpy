      * Adgangsloggen for tredjepartsudbydere (tpp-access-log.txt),
      * skrevet af TPPACCS: en raekke pr. betjent forespoergsel med
      * udfaldet af kontrollen mod samtykkeregistret. TL-RESULT:
      * "G" = godkendt, "A" = afvist - for data der allerede er
      * udleveret betyder "A" adgang uden gyldigt samtykke og skal
      * foelges op; en afvist betaling er ikke bogfoert. En
      * bogfoert betaling baerer debiteringsbenets TRANSFER-REF.
           02 TL-LOGGED-AT             PIC X(19) VALUE SPACES.
           02 TL-REQUEST-DATE          PIC X(8) VALUE SPACES.
           02 TL-REQUEST-TIME          PIC X(6) VALUE SPACES.
           02 TL-PROVIDER-ID           PIC X(10) VALUE SPACES.
           02 TL-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 TL-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 TL-REQUEST-TYPE          PIC X(1) VALUE SPACES.
           02 TL-REQUEST-REF           PIC X(12) VALUE SPACES.
           02 TL-RESULT                PIC X(1) VALUE SPACES.
           02 TL-REASON                PIC X(30) VALUE SPACES.
           02 TL-TRANSFER-REF          PIC X(10) VALUE SPACES.

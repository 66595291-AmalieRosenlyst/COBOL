      * En raekke pr. kundekontakt i contact-log.txt. En kontakt
      * kendes paa client-id plus dato og klokkeslaet. Skrives af
      * SUPPINQ efter et opslag og af CONTLOG ud fra filialernes
      * anmodninger; CONTLOG foelger op paa forfaldne opfoelgninger
      * og sender klager videre til COMPLREG.
           02 CL-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 CL-CONTACT-DATE          PIC X(8) VALUE SPACES.
           02 CL-CONTACT-TIME          PIC X(6) VALUE SPACES.
      * Kanal: "T" = telefon, "F" = filial, "M" = mail/brev,
      * "N" = netbank.
           02 CL-CHANNEL               PIC X(1) VALUE SPACES.
           02 CL-OPERATOR-ID           PIC X(8) VALUE SPACES.
           02 CL-TOPIC-CODE            PIC X(4) VALUE SPACES.
      * Opfoelgningsdato (blank = ingen) og dens status: "A" =
      * aaben, "L" = lukket.
           02 CL-FOLLOW-UP-DATE        PIC X(8) VALUE SPACES.
           02 CL-FOLLOW-UP-STATUS      PIC X(1) VALUE SPACES.
      * Klagekategori (COMPLREG's kategorier, blank = ingen klage),
      * "Y" naar klagen er sendt videre til COMPLREG, og evt. den
      * postering klagen gaelder.
           02 CL-COMPLAINT-CATEGORY    PIC X(12) VALUE SPACES.
           02 CL-COMPLAINT-QUEUED      PIC X(1) VALUE "N".
           02 CL-TRANSACTION-REF       PIC X(12) VALUE SPACES.
           02 CL-TEXT                  PIC X(100) VALUE SPACES.

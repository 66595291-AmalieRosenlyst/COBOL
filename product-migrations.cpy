      * En raekke pr. produktmigrering i product-migrations.txt,
      * vedligeholdt af PRODMIG: alle konti med PM-OLD-TYPE flyttes
      * til PM-NEW-TYPE paa PM-EFFECTIVE-DATE. Samme layout bruges
      * til anmodningsfilen, hvor kun de fire foerste felter er
      * udfyldt.
           02 PM-OLD-TYPE              PIC X(10) VALUE SPACES.
           02 PM-NEW-TYPE              PIC X(10) VALUE SPACES.
           02 PM-EFFECTIVE-DATE        PIC X(8) VALUE SPACES.
           02 PM-REQUESTED-BY          PIC X(8) VALUE SPACES.
      * "P" = varslet, afventer ikrafttraeden; "A" = gennemfoert.
           02 PM-STATUS                PIC X(1) VALUE SPACES.
           02 PM-LOADED-DATE           PIC X(8) VALUE SPACES.
           02 PM-NOTICE-COUNT          PIC 9(5) VALUE ZEROES.
           02 PM-APPLIED-DATE          PIC X(8) VALUE SPACES.
      * Konti flyttet og konti der ikke opfyldte maalproduktets
      * regler paa ikrafttraedelsesdagen (de bliver paa den gamle
      * type og staar i rapporten med aarsag).
           02 PM-MIGRATED-COUNT        PIC 9(5) VALUE ZEROES.
           02 PM-FAILED-COUNT          PIC 9(5) VALUE ZEROES.

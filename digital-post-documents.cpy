      * Digital Post-dokumentregistret (digital-post-documents.txt):
      * en raekke pr. dokument DIGIPOST har behandlet. Dokument-id er
      * "DP" + 8 cifre fra digital-post-sequence.txt og er den noegle
      * udbyderens leveringskvitteringer bruger. Modtageren er
      * kundens CPR-nummer (privat) eller CVR-nummer (erhverv).
      * Status: "U" uploadet, afventer kvittering; "L" leveret i
      * modtagerens postkasse; "F" fejlet (hos udbyderen eller fordi
      * modtageren ikke kunne identificeres). DPRCPT saetter status,
      * statusdato og aarsag naar kvitteringen kommer; SLATRACK
      * slaar KONTOUDTOG/AARSOVERSIGT op paa udtogsnummeret i
      * referencefeltet.
           02 DD-DOCUMENT-ID           PIC X(10) VALUE SPACES.
           02 DD-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 DD-DOC-TYPE              PIC X(12) VALUE SPACES.
           02 DD-DOC-REF               PIC X(16) VALUE SPACES.
           02 DD-RECIPIENT-TYPE        PIC X(3) VALUE SPACES.
           02 DD-RECIPIENT-ID          PIC X(10) VALUE SPACES.
           02 DD-UPLOAD-DATE           PIC X(8) VALUE SPACES.
           02 DD-STATUS                PIC X(1) VALUE SPACES.
           02 DD-STATUS-DATE           PIC X(8) VALUE SPACES.
           02 DD-REASON                PIC X(30) VALUE SPACES.

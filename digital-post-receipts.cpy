      * Leveringskvittering fra Digital Post-udbyderen
      * (digital-post-receipts.txt), en raekke pr. dokument i en
      * uploadet batch: DIGIPOST's dokument-id, status "L" leveret
      * eller "F" fejlet, kvitteringsdato og udbyderens aarsag ved
      * fejl (f.eks. modtager fritaget for Digital Post, ukendt CPR).
           02 DR-DOCUMENT-ID           PIC X(10) VALUE SPACES.
           02 DR-STATUS                PIC X(1) VALUE SPACES.
           02 DR-RECEIPT-DATE          PIC X(8) VALUE SPACES.
           02 DR-REASON                PIC X(30) VALUE SPACES.

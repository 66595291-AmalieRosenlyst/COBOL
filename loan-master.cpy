           02 LN-NEXT-INSTALLMENT-DATE PIC X(8) VALUE SPACES.
      * Kundens indlaanskonto ydelsen traekkes paa.
           02 LN-PAYMENT-ACCOUNT       PIC X(20) VALUE SPACES.
      * Rentetype: "F" (eller blank) = fast rente, "V" = variabel
      * rente der genfastsaettes af LOANREPR ud fra en publiceret
      * referencerente (reference-rates.txt) plus laanets margin.
           02 LN-RATE-TYPE             PIC X(1) VALUE "F".
      * Referencerentens kode, f.eks. "CIBOR3M"/"CIBOR6M".
           02 LN-REF-RATE-CODE         PIC X(8) VALUE SPACES.
      * Tillaeg i procentpoint oven i referencerenten.
           02 LN-MARGIN                PIC S9(2)V99999
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
      * Genfastsaettelsesfrekvens i maaneder og naeste
      * genfastsaettelsesdato.
           02 LN-RESET-MONTHS          PIC 9(2) VALUE ZEROES.
           02 LN-NEXT-RESET-DATE       PIC X(8) VALUE SPACES.

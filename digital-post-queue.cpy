      * Styrelinje foran hvert dokument i digital-post-queue.txt,
      * skrevet af de programmer der sender til kunder med
      * delivery-preference "D" (KONTOUDTOG fra opgave10, BREV fra
      * CORRENG, KYC fra KYCREV, AARSOVERSIGT fra ANNOVW). Faste
      * positioner: client-id 17-26, dokumenttype 37-48, reference
      * 54-69 (udtogsnummer eller haendelseskode). Dokumentets
      * tekstlinjer foelger til naeste styrelinje; DIGIPOST
      * (opgave137) deler koeen op pr. dokument og springer
      * TRAILER-linjer over.
           02 DQ-TAG                   PIC X(16)
                                       VALUE "DIGIPOST-KUNDE: ".
           02 DQ-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 DQ-TYPE-LABEL            PIC X(10) VALUE " dokument=".
           02 DQ-DOC-TYPE              PIC X(12) VALUE SPACES.
           02 DQ-REF-LABEL             PIC X(5) VALUE " ref=".
           02 DQ-DOC-REF               PIC X(16) VALUE SPACES.

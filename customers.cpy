           02 contact-info.
               03 phone                PIC X(8).
               03 email                PIC X(50).
      * Udskriftskanal: "P" papir, "E" email (EMAILDSP), "D" Digital
      * Post (e-Boks) via DIGIPOST paa kundens CPR-/CVR-nummer.
           02 delivery-preference     PIC X(1) VALUE "P".
      * Doedsfald: "Y" naar kunden er afgaaet ved doeden, sat via
      * CUSTMAINT's ret-anmodning sammen med doedsdatoen og boets
      * CUSTMAINT. KYCREV laegger intervallet til (hoej aarligt,
      * mellem hvert 3. aar, lav hvert 5.) og indkalder forfaldne
      * gennemgange; blank klasse eller dato rapporteres som
      * manglende i stedet for at blive gaettet. Den maanedlige
      * risikoscoring (AMLRISK) skriver opgraderinger direkte og
      * sender nedgraderinger gennem dobbeltkontrollen.
           02 risk-class              PIC X(1) VALUE SPACES.
           02 kyc-last-review         PIC X(8) VALUE SPACES.
      * FATCA/CRS: udenlandsk skattemaessigt hjemland (ISO-landekode)
      * udfyldt hjemland.
           02 tax-residency-country   PIC X(2) VALUE SPACES.
           02 foreign-tin             PIC X(20) VALUE SPACES.
      * Mindreaarige: foedselsdato (AAAAMMDD) og op til to
      * registrerede vaergers client-id. Blank foedselsdato =
      * myndig (aeldre raekker). En kunde under 18 aar faar altid
      * traekgraense nul (ACCTOPEN/ACCTMAINT), haevninger over
      * graensen ved kassen og til fremmed bank kraever at en
      * vaerge handler (TELLCAP/EXTXFER), og CARDMAINT afviser
      * kortprodukter med hoejere mindstealder. MAJORITY loeser
      * vaergeforbindelsen og skifter ungdomsprodukterne til
      * voksenproduktet den maaned kunden fylder 18.
           02 date-of-birth           PIC X(8) VALUE SPACES.
           02 guardian-client-id      PIC X(10) VALUE SPACES
                                      OCCURS 2 TIMES.
      * Erhvervskunder: customer-type "E" (erhverv) eller "P"/blank
      * (privat, aeldre raekker). En erhvervskunde baerer CVR-nummer
      * og firmanavn; first-name/last-name er da blot kontaktperson.
      * Hvem der ejer og kontrollerer virksomheden staar i registret
      * over reelle ejere (ubo-register.txt, ubo-register.cpy), som
      * WATCHSCN screener og KYCREV gennemgaar sammen med firmaet.
           02 customer-type           PIC X(1) VALUE SPACES.
           02 cvr-number              PIC X(8) VALUE SPACES.
           02 company-name            PIC X(40) VALUE SPACES.

      * En raekke pr. land i country-master.txt: ISO 3166-1 alpha-2
      * koden med landets navn paa dansk og engelsk (de sprog vi
      * udskriver paa) og landets flag. Laeses gennem
      * country-check.cpy af alle der validerer eller slaar en
      * landekode op - c-address country-code, tax-residency-country,
      * BANK-COUNTRY-CODE og landet i en SWIFT/BIC (position 5-6).
           02 CN-COUNTRY-CODE          PIC X(2) VALUE SPACES.
           02 CN-NAME-DA               PIC X(30) VALUE SPACES.
           02 CN-NAME-EN               PIC X(30) VALUE SPACES.
      * Flag "Y"/"N": medlem af EU og af EOES, deltager i CRS-
      * udvekslingen (CRSEXT indberetter kun for deltagende lande),
      * paa FATF's liste over hoejrisikolande og omfattet af
      * sanktioner. AMLSCAN og EXTXFER flager modparter i lande med
      * et af de to sidste flag sat.
           02 CN-EU-FLAG               PIC X(1) VALUE "N".
           02 CN-EEA-FLAG              PIC X(1) VALUE "N".
           02 CN-CRS-FLAG              PIC X(1) VALUE "N".
           02 CN-FATF-FLAG             PIC X(1) VALUE "N".
           02 CN-SANCTION-FLAG         PIC X(1) VALUE "N".

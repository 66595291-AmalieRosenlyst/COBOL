      * Arbejdsfelter til alderskontrollen (minor-check.cpy).
      * Foedselsdatoen og skaeringsdatoen (AAAAMMDD) flyttes ind,
      * COMPUTE-CUSTOMER-AGE giver alderen i hele aar og
      * customer-is-minor ("Y" under myndighedsalderen). En blank
      * eller ikke-numerisk foedselsdato regnes som myndig, saa
      * aeldre kunderaekker uden dato aldrig spaerres.
       01 AGE-OF-MAJORITY               PIC 9(2) VALUE 18.
       01 age-birth-date.
           02 age-birth-yyyy            PIC 9(4).
           02 age-birth-mmdd            PIC 9(4).
       01 age-as-of-date.
           02 age-as-of-yyyy            PIC 9(4).
           02 age-as-of-mmdd            PIC 9(4).
       01 customer-age                  PIC 9(3) VALUE ZEROES.
       01 customer-is-minor             PIC X VALUE "N".

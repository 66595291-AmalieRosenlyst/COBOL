      * En raekke pr. kortprodukt i card-products.txt: produktkoden
      * CARDMAINT-anmodningen og card-master.txt baerer, en
      * beskrivelse og produktets mindstealder i hele aar (nul =
      * myndighedsalderen). CARDMAINT udsteder kun kendte produkter
      * og afviser en kunde under mindstealderen.
           02 CP-CARD-PRODUCT          PIC X(10) VALUE SPACES.
           02 CP-DESCRIPTION           PIC X(30) VALUE SPACES.
           02 CP-MIN-AGE               PIC 9(2) VALUE ZEROES.

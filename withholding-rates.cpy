      * En raekke pr. land i withholding-rates.txt: den kildeskat
      * (procent af bruttorenten) dobbeltbeskatningsoverenskomsten
      * med kundens skattemaessige hjemland tillader. Renter til
      * kunder med udenlandsk tax-residency-country (customers.cpy)
      * faar satsen trukket ved INTPOST's rentebogfoering. En ny
      * sats laegges ind i forvejen med en senere WHR-EFFECTIVE-FROM;
      * for en given dag gaelder landets raekke med den seneste
      * ikrafttraedelsesdato paa eller foer dagen. Landekode "**"
      * er satsen for lande uden overenskomst.
           02 WHR-COUNTRY              PIC X(2) VALUE SPACES.
           02 WHR-EFFECTIVE-FROM       PIC X(8) VALUE SPACES.
           02 WHR-RATE-PCT             PIC 9(2)V99 VALUE ZEROES.
           02 WHR-TREATY-NAME          PIC X(30) VALUE SPACES.

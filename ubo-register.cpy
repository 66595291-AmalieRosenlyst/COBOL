      * En raekke pr. reel ejer i ubo-register.txt: erhvervskundens
      * client-id, personkundens client-id, ejerandel i procent og
      * kontrolrolle - "EJER" (ejerandel), "KONTROL" (kontrol paa
      * anden vis, fx stemmeret) eller "LEDELSE" (navngiven daglig
      * ledelse, naar ingen ejer over taerskelen kan udpeges).
           02 UBO-BUSINESS-ID          PIC X(10) VALUE SPACES.
           02 UBO-PERSON-ID            PIC X(10) VALUE SPACES.
           02 UBO-OWNERSHIP-PCT        PIC 9(3)V99 VALUE ZEROES.
           02 UBO-CONTROL-ROLE         PIC X(10) VALUE SPACES.

      * En raekke pr. flaget handling i self-dealing-log.txt:
      * dato, operatoer, kilden (KASSE, VEKSEL, TILBAGEFOERSEL,
      * GEBYRREFUSION, TRAEKGRAENSE), kontoen og den kunde der
      * gjorde handlingen til egenhandel, relationen (EGEN eller den
      * erklaerede relation), beloebet og kildens reference. SELFDEAL
      * genskriver dagens raekker ved en ny koersel og bygger
      * maanedsstatistikken pr. operatoer herfra; raekker aeldre end
      * 13 maaneder falder ud.
           02 SF-DATE                  PIC X(8) VALUE SPACES.
           02 SF-OPERATOR-ID           PIC X(8) VALUE SPACES.
           02 SF-SOURCE                PIC X(14) VALUE SPACES.
           02 SF-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 SF-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 SF-RELATION              PIC X(12) VALUE SPACES.
           02 SF-AMOUNT                PIC 9(9)V99 VALUE ZEROES.
           02 SF-REFERENCE             PIC X(20) VALUE SPACES.

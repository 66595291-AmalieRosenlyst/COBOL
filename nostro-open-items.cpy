      * En raekke pr. aaben post i nostro-open-items.txt, skrevet af
      * NOSTROREC og fremfoert fra dag til dag indtil den matches:
      * side "B" = post paa centralbankens kontoudtog som ingen af
      * vores egne filer forklarer, side "V" = post vi forventede
      * (kilde "S" = SETTLE's afviklingslinje, "E" = raekke i
      * clearing-eksporten) som ikke er kommet paa kontoudtoget.
      * Kilde "K" er kontoudtoget selv. NI-FIRST-DATE er den
      * kontoudtogsdag posten foerst stod aaben; alderen regnes fra
      * den. Filen afsluttes med en "TRAILER:"-linje med antal og
      * datoen for det senest afstemte kontoudtog.
           02 NI-SIDE                  PIC X(1) VALUE SPACES.
           02 NI-SOURCE                PIC X(1) VALUE SPACES.
           02 NI-REF                   PIC X(35) VALUE SPACES.
           02 NI-BIC                   PIC X(11) VALUE SPACES.
           02 NI-DIRECTION             PIC X(4) VALUE SPACES.
           02 NI-AMOUNT                PIC 9(11)V99 VALUE ZEROES.
           02 NI-FIRST-DATE            PIC X(8) VALUE SPACES.

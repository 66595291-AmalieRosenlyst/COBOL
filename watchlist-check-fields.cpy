      * Arbejdsfelter til screening af udgaaende betalinger mod
      * watchlist.txt (watchlist-check.cpy). Kraever ogsaa
      * clean-spaces-fields.cpy. Programmet skal selv deklarere:
      *   SELECT WATCHLIST-FILE
      *   ASSIGN TO DYNAMIC WS-WATCHLIST-FILENAME ... LINE SEQUENTIAL
      *   FILE STATUS IS WS-WATCHLIST-STATUS.
      * med FD WATCHLIST-FILE / 01 WATCHLIST-RECORD /
      * COPY "watchlist.cpy".
       01 WS-WATCHLIST-FILENAME         PIC X(100)
           VALUE "watchlist.txt".
       01 WS-WATCHLIST-STATUS           PIC XX VALUE "00".
       01 EOF-WATCHLIST                 PIC X VALUE "N".
      * Listeposterne som listet (til sporet) og normaliseret
      * (versaler, mellemrum samlet) til sammenligning.
       01 WATCHLIST-ARRAY-MAX           PIC 9(4) VALUE 500.
       01 WATCHLIST-ARRAY               OCCURS 500 TIMES
                                        INDEXED BY idx-wl.
           02 WL-ARR-LISTED             PIC X(40) VALUE SPACES.
           02 WL-ARR-NORMALIZED         PIC X(40) VALUE SPACES.
           02 WL-ARR-ENTRY-TYPE         PIC X(1) VALUE SPACES.
       01 watchlist-count               PIC 9(4) VALUE ZEROES.
      * "N" naar listen ikke kunne aabnes - kalderen afgoer om den
      * kan fortsaette uden.
       01 watchlist-loaded              PIC X VALUE "N".

      * SCREEN-OUTBOUND-PAYMENT: modtagernavn og SWIFT/BIC ind;
      * screen-hit "Y" med posttypen (N = navn, L = land) og den
      * ramte listepost ud.
       01 screen-beneficiary            PIC X(40) VALUE SPACES.
       01 screen-swift-bic              PIC X(11) VALUE SPACES.
       01 screen-country                PIC X(2) VALUE SPACES.
       01 screen-normalized             PIC X(60) VALUE SPACES.
       01 screen-hit                    PIC X VALUE "N".
       01 screen-hit-kind               PIC X(1) VALUE SPACES.
       01 screen-hit-entry              PIC X(40) VALUE SPACES.

      * Arbejdsfelter til registret over reelle ejere (ubo-check.cpy).
      * Programmet skal selv deklarere:
      *   SELECT UBO-REGISTER-FILE
      *   ASSIGN TO DYNAMIC WS-UBO-FILENAME ... LINE SEQUENTIAL
      *   FILE STATUS IS WS-UBO-STATUS.
      * med FD UBO-REGISTER-FILE / 01 UBO-REGISTER-RECORD /
      * COPY "ubo-register.cpy".
      * ubo-loaded er "N" naar filen mangler - registret er da tomt,
      * og enhver erhvervskunde staar uden reel ejer.
       01 WS-UBO-FILENAME               PIC X(100)
           VALUE "ubo-register.txt".
       01 WS-UBO-STATUS                 PIC XX VALUE "00".
       01 EOF-UBO                       PIC X VALUE "N".
       01 ubo-loaded                    PIC X VALUE "N".
       01 UBO-ARRAY-MAX                 PIC 9(4) VALUE 2000.
       01 UBO-ARRAY                     OCCURS 2000 TIMES
                                        INDEXED BY idx-ubo.
           COPY "ubo-register.cpy"
               REPLACING LEADING ==UBO-== BY ==UBR-==.
       01 ubo-count                     PIC 9(4) VALUE ZEROES.
      * Ejerandel over taerskelen (hvidvaskloven: over 25 pct.) eller
      * rollen LEDELSE goer en raekke kvalificerende.
       01 UBO-THRESHOLD-PCT             PIC 9(3)V99 VALUE 25.00.
      * COUNT-UBO-COVERAGE: erhvervskundens client-id ind i
      * lookup-ubo-business-id, ubo-row-count (alle raekker) og
      * ubo-qualifying-count (kvalificerende raekker) ud.
       01 lookup-ubo-business-id        PIC X(10) VALUE SPACES.
       01 ubo-row-count                 PIC 9(4) VALUE ZEROES.
       01 ubo-qualifying-count          PIC 9(4) VALUE ZEROES.

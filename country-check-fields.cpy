      * Arbejdsfelter til landekartoteket (country-check.cpy).
      * Programmet skal selv deklarere:
      *   SELECT COUNTRY-MASTER-FILE
      *   ASSIGN TO DYNAMIC WS-COUNTRY-FILENAME ... LINE SEQUENTIAL
      *   FILE STATUS IS WS-COUNTRY-STATUS.
      * med FD COUNTRY-MASTER-FILE / 01 COUNTRY-MASTER-RECORD /
      * COPY "country-master.cpy".
      * country-loaded er "N" naar filen mangler - forbrugerne
      * springer da landekontrollen over (med en advarsel), saa en
      * glemt kartoteksfil aldrig standser natten.
       01 WS-COUNTRY-FILENAME           PIC X(100)
           VALUE "country-master.txt".
       01 WS-COUNTRY-STATUS             PIC XX VALUE "00".
       01 EOF-COUNTRY                   PIC X VALUE "N".
       01 country-loaded                PIC X VALUE "N".
       01 COUNTRY-MASTER-MAX            PIC 9(3) VALUE 300.
       01 COUNTRY-MASTER-ARRAY          OCCURS 300 TIMES
                                        INDEXED BY idx-cnm.
           COPY "country-master.cpy"
               REPLACING LEADING ==CN-== BY ==CNM-==.
       01 country-master-count          PIC 9(3) VALUE ZEROES.
      * LOOKUP-COUNTRY: koden ind i lookup-country-code,
      * country-known/country-slot ud. En blank kode er aldrig kendt.
       01 lookup-country-code           PIC X(2) VALUE SPACES.
       01 country-known                 PIC X VALUE "N".
       01 country-slot                  PIC 9(3) VALUE ZEROES.

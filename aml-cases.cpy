      * En raekke pr. AML-sag i aml-cases.txt. CASEOPEN aabner en sag
      * for hvert nyt hit fra AMLSCAN (aml-review.txt) og WATCHSCN
      * (watchlist-hits.txt); CASEMAINT tildeler, knytter
      * transaktioner til og afgoer sagen, og STRFILE indberetter de
      * eskalerede til hvidvasksekretariatet. Hvert skridt staar i
      * noteloggen aml-case-notes.txt (aml-case-notes.cpy).
           02 AC-CASE-ID               PIC 9(8) VALUE ZEROES.
           02 AC-CLIENT-ID             PIC X(10) VALUE SPACES.
      * Hittets identitet: kilde (AMLSCAN/WATCHSCN), type (ENKELT,
      * STRUKTURERING, KUNDE, VIRKSOMHED, TRANSAKTION, UBO) og for
      * WATCHSCN den ramte listepost (UBO: den reelle ejer). Et
      * hit med samme kunde, type og detalje er "det samme hit".
           02 AC-HIT-SOURCE            PIC X(8) VALUE SPACES.
           02 AC-HIT-TYPE              PIC X(14) VALUE SPACES.
           02 AC-HIT-DETAIL            PIC X(40) VALUE SPACES.
      * Dato og konto fra hitlinjen, hvor den har dem - STRFILE
      * tager dagens transaktioner med herfra, naar ingen er knyttet
      * til sagen.
           02 AC-HIT-DATE              PIC X(8) VALUE SPACES.
           02 AC-HIT-ACCOUNT           PIC X(20) VALUE SPACES.
           02 AC-OPENED-DATE           PIC X(8) VALUE SPACES.
      * "A" = aaben, "T" = tildelt, "L" = lukket uden mistanke,
      * "E" = eskaleret (afventer indberetning), "I" = indberettet.
           02 AC-STATUS                PIC X(1) VALUE "A".
           02 AC-ASSIGNEE              PIC X(8) VALUE SPACES.
           02 AC-DECIDED-BY            PIC X(8) VALUE SPACES.
           02 AC-DECIDED-DATE          PIC X(8) VALUE SPACES.
           02 AC-RATIONALE             PIC X(80) VALUE SPACES.
           02 AC-TXN-REF               PIC X(12) VALUE SPACES
                                       OCCURS 5 TIMES.
           02 AC-REPORT-ID             PIC X(14) VALUE SPACES.
           02 AC-REPORT-DATE           PIC X(8) VALUE SPACES.
      * Gentagne hits mens sagen er aaben eller undertrykt efter en
      * lukning: antal og seneste dato (en dag taelles kun een gang).
           02 AC-REHIT-COUNT           PIC 9(4) VALUE ZEROES.
           02 AC-LAST-HIT-DATE         PIC X(8) VALUE SPACES.

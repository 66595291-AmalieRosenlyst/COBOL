      *    CLEAN-SPACES-behandling som udskrifterne) og ombyttet
      *    navnerækkefoelge - og skriver en gennemgangsfil med den
      *    matchede listepost og en matchkvalitet pr. hit.
      *    En erhvervskunde screenes paa sit firmanavn, og rammes en
      *    person der staar som reel ejer i ubo-register.txt, skrives
      *    hittet ogsaa paa hver virksomhed personen ejer/kontrollerer.
      *    Landeposter (type "L") bruges kun til screeningen af
      *    udgaaende betalinger i EXTXFER og springes over her.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHSCN.

       SELECT OUTPUT-REVIEW ASSIGN TO DYNAMIC WS-REVIEW-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REVIEW-STATUS.
       SELECT UBO-REGISTER-FILE ASSIGN TO DYNAMIC WS-UBO-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-UBO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-WATCHLIST.
       01 WATCHLIST-RECORD.
           COPY "watchlist.cpy".
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD OUTPUT-REVIEW.
       01 REVIEW-LINE.
           02 INFO                     PIC X(150).
       FD UBO-REGISTER-FILE.
       01 UBO-REGISTER-RECORD.
           COPY "ubo-register.cpy".

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 norm-transposed               PIC X(60) VALUE SPACES.
       01 WS-MATCH-QUALITY              PIC X(12) VALUE SPACES.
       01 WS-HIT-SOURCE                 PIC X(30) VALUE SPACES.
      * The customer being screened (blank for transaction owners),
      * so a hit on a person can be carried over to the businesses
      * the person is a beneficial owner of.
       01 screened-client-id            PIC X(10) VALUE SPACES.
       01 ubo-pct-display               PIC ZZ9.99.

      * Reelle ejere (ubo-check.cpy).
           COPY "ubo-check-fields.cpy".

           COPY "clean-spaces-fields.cpy".

       01 customer-count                PIC 9(6) VALUE ZEROES.
       01 transaction-count             PIC 9(6) VALUE ZEROES.
       01 hit-count                     PIC 9(6) VALUE ZEROES.
       01 ubo-hit-count                 PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

           MOVE "watchlist-hits.txt" TO WS-REVIEW-FILENAME
       END-IF

       ACCEPT WS-UBO-FILENAME FROM ENVIRONMENT "UBO_REGISTER_FILE"
       IF WS-UBO-FILENAME = SPACES
           MOVE "ubo-register.txt" TO WS-UBO-FILENAME
       END-IF
       PERFORM LOAD-UBO-REGISTER

       OPEN INPUT INPUT-WATCHLIST
       IF WS-WATCHLIST-STATUS NOT = "00"
           DISPLAY "WATCHSCN: cannot open " WS-WATCHLIST-FILENAME ", "
                   MOVE "Y" TO EOF-WATCHLIST
               NOT AT END
                   IF WL-NAME NOT = SPACES
                       AND WL-ENTRY-TYPE NOT = "L"
                       IF watchlist-count >= WATCHLIST-ARRAY-MAX
                           DISPLAY "WATCHSCN: WATCHLIST-ARRAY is "
                               "full, stopping load"
           watchlist-count DELIMITED BY SIZE
           " hit-count=" DELIMITED BY SIZE
           hit-count DELIMITED BY SIZE
           " ubo-hit-count=" DELIMITED BY SIZE
           ubo-hit-count DELIMITED BY SIZE
           INTO INFO
       WRITE REVIEW-LINE
       CLOSE OUTPUT-REVIEW.

      * Screens one customer: the name as written and with first/last
      * transposed, both normalized, against every watchlist entry.
      * A business customer is screened on its company name, direct
      * form only - a company name has no first/last order.
       SCREEN-CUSTOMER.
           MOVE client-id OF CUSTOMER-RECORD TO screened-client-id
           IF customer-type OF CUSTOMER-RECORD = "E"
               AND company-name OF CUSTOMER-RECORD NOT = SPACES
               MOVE SPACES TO RAW-TEXT
               MOVE company-name OF CUSTOMER-RECORD TO RAW-TEXT
               PERFORM NORMALIZE-NAME
               MOVE CLEAN-TEXT TO norm-direct
               MOVE SPACES TO norm-transposed

               MOVE SPACES TO WS-HIT-SOURCE
               STRING "VIRKSOMHED " DELIMITED BY SIZE
                   client-id OF CUSTOMER-RECORD DELIMITED BY SIZE
                   INTO WS-HIT-SOURCE
               PERFORM MATCH-AGAINST-WATCHLIST
           ELSE
               PERFORM SCREEN-PERSON-NAME
           END-IF.
       EXIT.

       SCREEN-PERSON-NAME.
           MOVE SPACES TO RAW-TEXT
           STRING first-name OF CUSTOMER-RECORD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
      * text carries no reliable first/last split, so only the direct
      * normalized form is matched.
       SCREEN-TRANSACTION-OWNER.
           MOVE SPACES TO screened-client-id
           IF OWNER OF TRANSACTION-RECORD NOT = SPACES
               MOVE SPACES TO RAW-TEXT
               MOVE OWNER OF TRANSACTION-RECORD TO RAW-TEXT
                           DELIMITED BY SIZE
                       INTO INFO
                   WRITE REVIEW-LINE
                   IF screened-client-id NOT = SPACES
                       PERFORM WRITE-UBO-HITS
                   END-IF
               END-IF
           END-PERFORM.
       EXIT.

      * The screened person is a beneficial owner of every business
      * whose ubo-register.txt rows name them; each such business
      * gets its own hit line so the company is reviewed with its
      * owner.
       WRITE-UBO-HITS.
           PERFORM VARYING idx-ubo FROM 1 BY 1
                   UNTIL idx-ubo > ubo-count
               IF UBR-PERSON-ID OF UBO-ARRAY(idx-ubo)
                       = screened-client-id
                   ADD 1 TO hit-count
                   ADD 1 TO ubo-hit-count
                   MOVE UBR-OWNERSHIP-PCT OF UBO-ARRAY(idx-ubo)
                       TO ubo-pct-display
                   MOVE SPACES TO INFO
                   STRING "UBO-HIT: virksomhed=" DELIMITED BY SIZE
                       UBR-BUSINESS-ID OF UBO-ARRAY(idx-ubo)
                           DELIMITED BY SIZE
                       " reel-ejer=" DELIMITED BY SIZE
                       screened-client-id DELIMITED BY SIZE
                       " andel=" DELIMITED BY SIZE
                       FUNCTION TRIM(ubo-pct-display) DELIMITED BY SIZE
                       " rolle=" DELIMITED BY SIZE
                       FUNCTION TRIM(UBR-CONTROL-ROLE
                           OF UBO-ARRAY(idx-ubo)) DELIMITED BY SIZE
                       " listepost=" DELIMITED BY SIZE
                       FUNCTION TRIM(WL-ARR-LISTED(idx-wl))
                           DELIMITED BY SIZE
                       INTO INFO
                   WRITE REVIEW-LINE
               END-IF
           END-PERFORM.
       EXIT.

           COPY "clean-spaces.cpy".

           COPY "ubo-check.cpy".

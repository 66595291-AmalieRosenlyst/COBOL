      *    negativ, valuta-code på tilladt liste, ikke allerede et
      *    kendt client-id - og indfletter kun de godkendte poster i
      *    customer-info.txt, mens resten skrives til en rejects-fil.
      *    En erhvervskunde (customer-type "E") skal have firmanavn,
      *    CVR-nummer og mindst een reel ejer over 25 pct. eller en
      *    navngiven daglig ledelse i ubo-register.txt.
      *    Landekoden i adressen og skattehjemlandet skal findes i
      *    landekartoteket (country-master.txt).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKIMP.

       SELECT REJECTS-FILE ASSIGN TO DYNAMIC WS-REJECTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REJECTS-STATUS.
       SELECT UBO-REGISTER-FILE ASSIGN TO DYNAMIC WS-UBO-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-UBO-STATUS.
       SELECT COUNTRY-MASTER-FILE
       ASSIGN TO DYNAMIC WS-COUNTRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COUNTRY-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FD REJECTS-FILE.
       01 REJECT-LINE.
           02 INFO                      PIC X(100).
       FD UBO-REGISTER-FILE.
       01 UBO-REGISTER-RECORD.
           COPY "ubo-register.cpy".
       FD COUNTRY-MASTER-FILE.
       01 COUNTRY-MASTER-RECORD.
           COPY "country-master.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
      * Tegnsaet-normalisering af navne/adresser (codepage.cpy).
           COPY "codepage-fields.cpy".

      * Mindreaarige (minor-check.cpy): en udfyldt foedselsdato skal
      * vaere en gyldig dato, og en kunde under 18 aar onboardes kun
      * med mindst een registreret vaerge.
           COPY "minor-check-fields.cpy".

      * Reelle ejere (ubo-check.cpy): registret skal daekke en
      * erhvervskunde foer den onboardes.
           COPY "ubo-check-fields.cpy".

      * Landekartoteket (country-check.cpy): adressens landekode og
      * skattehjemlandet skal vaere kendte lande.
           COPY "country-check-fields.cpy".

      * Batch control totals
       01 feed-read-count           PIC 9(6) VALUE ZEROES.
       01 imported-count            PIC 9(6) VALUE ZEROES.
           MOVE "customer-onboarding-rejects.txt" TO WS-REJECTS-FILENAME
       END-IF

       ACCEPT WS-UBO-FILENAME FROM ENVIRONMENT "UBO_REGISTER_FILE"
       IF WS-UBO-FILENAME = SPACES
           MOVE "ubo-register.txt" TO WS-UBO-FILENAME
       END-IF
       PERFORM LOAD-UBO-REGISTER

       PERFORM LOAD-COUNTRY-MASTER
       IF country-loaded = "N"
           DISPLAY "BULKIMP: no " FUNCTION TRIM(WS-COUNTRY-FILENAME)
               " on file, country codes not checked"
       END-IF

       MOVE "BULKIMP" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

           END-IF

           IF record-valid = "Y"
                   AND customer-type OF FEED-RECORD NOT = SPACES
                   AND customer-type OF FEED-RECORD NOT = "P"
                   AND customer-type OF FEED-RECORD NOT = "E"
               MOVE "N" TO record-valid
               MOVE "UGYLDIG KUNDETYPE" TO reject-reason
           END-IF

      *>   A business customer is named by its company name and CVR
      *>   number; first-name/last-name is only a contact person.
           IF record-valid = "Y"
                   AND customer-type OF FEED-RECORD NOT = "E"
                   AND first-name OF FEED-RECORD = SPACES
               MOVE "N" TO record-valid
               MOVE "MANGLENDE FORNAVN" TO reject-reason
           END-IF

           IF record-valid = "Y"
                   AND customer-type OF FEED-RECORD NOT = "E"
                   AND last-name OF FEED-RECORD = SPACES
               MOVE "N" TO record-valid
               MOVE "MANGLENDE EFTERNAVN" TO reject-reason
           END-IF

           IF record-valid = "Y"
                   AND customer-type OF FEED-RECORD = "E"
               IF company-name OF FEED-RECORD = SPACES
                   MOVE "N" TO record-valid
                   MOVE "MANGLENDE FIRMANAVN" TO reject-reason
               ELSE
               IF cvr-number OF FEED-RECORD IS NOT NUMERIC
                   MOVE "N" TO record-valid
                   MOVE "UGYLDIG CVR-NUMMER" TO reject-reason
               ELSE
                   MOVE client-id OF FEED-RECORD
                       TO lookup-ubo-business-id
                   PERFORM COUNT-UBO-COVERAGE
                   IF ubo-qualifying-count = ZEROES
                       MOVE "N" TO record-valid
                       MOVE "INGEN REEL EJER OVER 25 PCT ELLER LEDELSE"
                           TO reject-reason
                   END-IF
               END-IF
               END-IF
           END-IF

           IF record-valid = "Y"
               SET cust-idx TO 1
               MOVE "N" TO found-flag
                   END-IF
               END-PERFORM

      *>   Landekoderne skal findes i landekartoteket; en kendt
      *>   kode gemmes med versaler.
           IF record-valid = "Y" AND country-loaded = "Y"
               AND country-code OF FEED-RECORD NOT = SPACES
               MOVE country-code OF FEED-RECORD TO lookup-country-code
               PERFORM LOOKUP-COUNTRY
               IF country-known = "Y"
                   MOVE lookup-country-code
                       TO country-code OF FEED-RECORD
               ELSE
                   MOVE "N" TO record-valid
                   MOVE "UKENDT LANDEKODE" TO reject-reason
               END-IF
           END-IF

           IF record-valid = "Y" AND country-loaded = "Y"
               AND tax-residency-country OF FEED-RECORD NOT = SPACES
               MOVE tax-residency-country OF FEED-RECORD
                   TO lookup-country-code
               PERFORM LOOKUP-COUNTRY
               IF country-known = "Y"
                   MOVE lookup-country-code
                       TO tax-residency-country OF FEED-RECORD
               ELSE
                   MOVE "N" TO record-valid
                   MOVE "UKENDT SKATTEHJEMLAND" TO reject-reason
               END-IF
           END-IF

      *>   CRS: en kunde med udenlandsk adresse skal onboardes med
      *>   skattemaessigt hjemland og TIN - ellers kan den aarlige
      *>   indberetning aldrig daekke kunden.
                       TO reject-reason
               END-IF
           END-IF

           IF record-valid = "Y"
               AND date-of-birth OF FEED-RECORD NOT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO age-as-of-date
               IF date-of-birth OF FEED-RECORD IS NOT NUMERIC
                   MOVE "N" TO record-valid
                   MOVE "UGYLDIG FOEDSELSDATO" TO reject-reason
               ELSE
               IF date-of-birth OF FEED-RECORD(5:2) < "01"
                   OR date-of-birth OF FEED-RECORD(5:2) > "12"
                   OR date-of-birth OF FEED-RECORD(7:2) < "01"
                   OR date-of-birth OF FEED-RECORD(7:2) > "31"
                   OR date-of-birth OF FEED-RECORD > age-as-of-date
                   MOVE "N" TO record-valid
                   MOVE "UGYLDIG FOEDSELSDATO" TO reject-reason
               ELSE
                   MOVE date-of-birth OF FEED-RECORD TO age-birth-date
                   PERFORM COMPUTE-CUSTOMER-AGE
                   IF customer-is-minor = "Y"
                       AND guardian-client-id OF FEED-RECORD(1)
                           = SPACES
                       AND guardian-client-id OF FEED-RECORD(2)
                           = SPACES
                       MOVE "N" TO record-valid
                       MOVE "MINDREAARIG UDEN VAERGE"
                           TO reject-reason
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF

           IF record-valid = "Y"
           MOVE last-name OF FEED-RECORD TO CP-RAW-TEXT
           PERFORM NORMALIZE-ENCODING
           MOVE CP-OUT-TEXT TO last-name OF FEED-RECORD
           MOVE company-name OF FEED-RECORD TO CP-RAW-TEXT
           PERFORM NORMALIZE-ENCODING
           MOVE CP-OUT-TEXT TO company-name OF FEED-RECORD
           MOVE road-name OF FEED-RECORD TO CP-RAW-TEXT
           PERFORM NORMALIZE-ENCODING
           MOVE CP-OUT-TEXT TO road-name OF FEED-RECORD

           COPY "codepage.cpy".

           COPY "minor-check.cpy".

           COPY "ubo-check.cpy".

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

           COPY "country-check.cpy".

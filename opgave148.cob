      * Formål: Registrering af besoeg i bankboksene. Kassereren
      *    taster filial, boksnummer og den besoegendes client-id;
      *    boksen slaas op i bankboksregistret
      *    (safe-deposit-boxes.txt), og adgang gives kun naar boksen
      *    er udlejet og den besoegende er en af dens lejere. Hvert
      *    besoeg og hvert afvist forsoeg skrives til adgangsloggen
      *    safe-deposit-visits.txt, saa boksens besoeg kan
      *    eftervises uden den gamle besoegsprotokol.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOXVISIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-BOXES ASSIGN TO DYNAMIC WS-BOXES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BOXES-STATUS.
       SELECT OUTPUT-VISITS ASSIGN TO DYNAMIC WS-VISITS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-VISITS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-BOXES.
       01 BOX-RECORD.
           COPY "safe-deposit-boxes.cpy".
       FD OUTPUT-VISITS.
       01 VISIT-RECORD.
           COPY "safe-deposit-visits.cpy".

       WORKING-STORAGE SECTION.
       01 EOF-BOXES                     PIC X VALUE "N".
       01 WS-BOXES-STATUS               PIC XX VALUE "00".
       01 WS-VISITS-STATUS              PIC XX VALUE "00".
       01 WS-BOXES-FILENAME
           PIC X(100) VALUE "safe-deposit-boxes.txt".
       01 WS-VISITS-FILENAME
           PIC X(100) VALUE "safe-deposit-visits.txt".

       01 entry-operator                PIC X(8) VALUE SPACES.
       01 entry-reg-nr                  PIC X(4) VALUE SPACES.
       01 entry-box-number              PIC X(6) VALUE SPACES.
       01 entry-client-id               PIC X(10) VALUE SPACES.

       01 box-found                     PIC X VALUE "N".
       01 visit-outcome                 PIC X(1) VALUE SPACES.
       01 visit-reason                  PIC X(30) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

       ACCEPT WS-BOXES-FILENAME FROM ENVIRONMENT "SAFE_DEPOSIT_FILE"
       IF WS-BOXES-FILENAME = SPACES
           MOVE "safe-deposit-boxes.txt" TO WS-BOXES-FILENAME
       END-IF

       ACCEPT WS-VISITS-FILENAME
           FROM ENVIRONMENT "SAFE_DEPOSIT_VISITS_FILE"
       IF WS-VISITS-FILENAME = SPACES
           MOVE "safe-deposit-visits.txt" TO WS-VISITS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       OPEN EXTEND OUTPUT-VISITS
       IF WS-VISITS-STATUS = "35"
           OPEN OUTPUT OUTPUT-VISITS
       END-IF
       IF WS-VISITS-STATUS NOT = "00"
           DISPLAY "BOXVISIT: cannot open " WS-VISITS-FILENAME
               ", file status " WS-VISITS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "BOXVISIT: operatoer-id?"
       ACCEPT entry-operator
       IF entry-operator = SPACES
           DISPLAY "BOXVISIT: operatoer-id er paakraevet"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "reg-nr?"
       ACCEPT entry-reg-nr
       DISPLAY "boksnummer?"
       ACCEPT entry-box-number
       DISPLAY "den besoegendes client-id?"
       ACCEPT entry-client-id
       IF entry-box-number = SPACES OR entry-client-id = SPACES
           DISPLAY "BOXVISIT: boksnummer og client-id er paakraevet"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT INPUT-BOXES
       IF WS-BOXES-STATUS NOT = "00"
           DISPLAY "BOXVISIT: cannot open " WS-BOXES-FILENAME
               ", file status " WS-BOXES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF-BOXES = "Y"
           READ INPUT-BOXES INTO BOX-RECORD
               AT END
                   MOVE "Y" TO EOF-BOXES
               NOT AT END
                   IF SB-REG-NR = entry-reg-nr
                       AND SB-BOX-NUMBER = entry-box-number
                       MOVE "Y" TO box-found
                       MOVE "Y" TO EOF-BOXES
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE INPUT-BOXES.

      * Only a renter of a rented box is let in; every other attempt
      * is refused and logged with the reason.
       MOVE "G" TO visit-outcome
       MOVE SPACES TO visit-reason
       IF box-found = "N"
           MOVE "A" TO visit-outcome
           MOVE "UKENDT BOKS" TO visit-reason
       ELSE
       IF SB-STATUS NOT = "A"
           MOVE "A" TO visit-outcome
           MOVE "BOKSEN ER IKKE UDLEJET" TO visit-reason
       ELSE
       IF entry-client-id NOT = SB-RENTER-CLIENT-ID(1)
           AND entry-client-id NOT = SB-RENTER-CLIENT-ID(2)
           MOVE "A" TO visit-outcome
           MOVE "IKKE LEJER AF BOKSEN" TO visit-reason
       END-IF
       END-IF
       END-IF

       MOVE SPACES TO VISIT-RECORD
       MOVE WS-TODAY TO SV-DATE
       MOVE WS-CURRENT-DATE(9:6) TO SV-TIME
       MOVE entry-reg-nr TO SV-REG-NR
       MOVE entry-box-number TO SV-BOX-NUMBER
       MOVE entry-client-id TO SV-CLIENT-ID
       MOVE entry-operator TO SV-OPERATOR-ID
       MOVE visit-outcome TO SV-OUTCOME
       MOVE visit-reason TO SV-REASON
       WRITE VISIT-RECORD

       CLOSE OUTPUT-VISITS.

       IF visit-outcome = "G"
           DISPLAY "BOXVISIT: adgang givet, boks " entry-reg-nr "/"
               FUNCTION TRIM(entry-box-number) " registreret."
       ELSE
           DISPLAY "BOXVISIT: ADGANG AFVIST - "
               FUNCTION TRIM(visit-reason) " - forsoeget er logget."
           MOVE 8 TO RETURN-CODE
       END-IF

       STOP RUN.

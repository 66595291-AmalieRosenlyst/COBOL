      * Formål: Nulstil oevelsesfilerne til startsaettet. Elever
      *    (rolle "E" i operator-master.txt) koerer TELLCAP og
      *    EXTXFER mod oevelsesfilerne (training-mode.cpy); foer et
      *    nyt hold eller en ny oevelse skal kontiene, kunderne og
      *    reservationerne staa som de plejer, og de forrige elevers
      *    posteringer og log vaere vaek.
      *    Startsaettet er standardnavnene med TRAINING_BASE_PREFIX
      *    (standard "training-base-") foran - lettest lavet med
      *    ANONGEN og ANON_OUTPUT_PREFIX=training-base-, saa
      *    eleverne aldrig ser rigtige kundedata. Konto- og
      *    kundefilen (indekseret som originalen) skal findes i
      *    startsaettet; mangler en af reservationsfilerne, starter
      *    oevelsen uden reservationer. Alt sessionerne skriver -
      *    oevelsesposteringer, kasselog, parkerede og henviste
      *    poster, eksport, straksfiler osv. - toemmes.
      *    TRAINRPT (opgave167) laeser oevelsesloggen; koer den foer
      *    nulstillingen, hvis holdets resultater skal med.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINRST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BASE-CUSTOMERS ASSIGN TO DYNAMIC WS-BASE-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS client-id OF BASE-CUSTOMER-RECORD
       FILE STATUS IS WS-BASE-STATUS.
       SELECT TRAINING-CUSTOMERS ASSIGN TO DYNAMIC WS-TRAINING-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF TRAINING-CUSTOMER-RECORD
       FILE STATUS IS WS-TRAINING-STATUS.
       SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BASE-STATUS.
       SELECT TRAINING-FILE ASSIGN TO DYNAMIC WS-TRAINING-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRAINING-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD BASE-CUSTOMERS.
       01 BASE-CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD TRAINING-CUSTOMERS.
       01 TRAINING-CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD BASE-FILE.
       01 BASE-LINE                     PIC X(1000).
       FD TRAINING-FILE.
       01 TRAINING-LINE                 PIC X(1000).

       WORKING-STORAGE SECTION.
      * Oevelsesfilernes navne og standardnavnene (training-mode.cpy).
           COPY "training-mode-fields.cpy".
       01 WS-BASE-PREFIX                PIC X(20) VALUE SPACES.
       01 WS-BASE-FILENAME              PIC X(100) VALUE SPACES.
       01 WS-TRAINING-FILENAME          PIC X(100) VALUE SPACES.
       01 WS-BASE-STATUS                PIC XX VALUE "00".
       01 WS-TRAINING-STATUS            PIC XX VALUE "00".
       01 EOF-BASE                      PIC X VALUE "N".
      * Konto- og kundefilen (de to foerste i TRAINING-FILE-NAMES)
      * skal findes i startsaettet; reservationsfilerne kan mangle.
       01 REQUIRED-SEED-COUNT           PIC 9(2) VALUE 2.
       01 CUSTOMERS-SEED-SLOT           PIC 9(2) VALUE 2.
       01 first-output-slot             PIC 9(2) VALUE ZEROES.

      * Batch control totals
       01 rows-copied                   PIC 9(6) VALUE ZEROES.
       01 files-restored                PIC 9(2) VALUE ZEROES.
       01 files-emptied                 PIC 9(2) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-BASE-PREFIX FROM ENVIRONMENT "TRAINING_BASE_PREFIX"
       IF WS-BASE-PREFIX = SPACES
           MOVE "training-base-" TO WS-BASE-PREFIX
       END-IF
       PERFORM BUILD-TRAINING-NAMES

      * Samme praefiks ville kopiere hver fil oven i sig selv og
      * toemme startsaettet.
       IF WS-BASE-PREFIX = WS-TRAINING-PREFIX
           DISPLAY "TRAINRST: TRAINING_BASE_PREFIX and "
               "TRAINING_FILE_PREFIX are both "
               FUNCTION TRIM(WS-BASE-PREFIX) " - nothing reset"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM VARYING training-idx FROM 1 BY 1
               UNTIL training-idx > TRAINING-SEED-COUNT
           MOVE SPACES TO WS-BASE-FILENAME
           STRING WS-BASE-PREFIX DELIMITED BY SPACE
               TRN-STANDARD-NAME(training-idx) DELIMITED BY SPACE
               INTO WS-BASE-FILENAME
           MOVE TRN-FILENAME(training-idx) TO WS-TRAINING-FILENAME
           IF training-idx = CUSTOMERS-SEED-SLOT
               PERFORM RESTORE-TRAINING-CUSTOMERS
           ELSE
               PERFORM RESTORE-TRAINING-FILE
           END-IF
       END-PERFORM.

       COMPUTE first-output-slot = TRAINING-SEED-COUNT + 1
       PERFORM VARYING training-idx FROM first-output-slot BY 1
               UNTIL training-idx > TRAINING-FILE-COUNT
           MOVE TRN-FILENAME(training-idx) TO WS-TRAINING-FILENAME
           PERFORM EMPTY-TRAINING-FILE
       END-PERFORM.

       DISPLAY "TRAINRST: " files-restored " file(s) restored from "
           FUNCTION TRIM(WS-BASE-PREFIX) "*, " files-emptied
           " emptied - training files "
           FUNCTION TRIM(WS-TRAINING-PREFIX) "* are reset"

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       RESTORE-TRAINING-FILE.
           MOVE ZEROES TO rows-copied
           OPEN INPUT BASE-FILE
           IF WS-BASE-STATUS = "35"
               AND training-idx > REQUIRED-SEED-COUNT
               DISPLAY "TRAINRST: no "
                   FUNCTION TRIM(WS-BASE-FILENAME)
                   ", training starts with an empty "
                   FUNCTION TRIM(WS-TRAINING-FILENAME)
               PERFORM EMPTY-TRAINING-FILE
           ELSE
               IF WS-BASE-STATUS NOT = "00"
                   DISPLAY "TRAINRST: cannot open " WS-BASE-FILENAME
                       ", file status " WS-BASE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT TRAINING-FILE
               PERFORM CHECK-TRAINING-OPEN
               MOVE "N" TO EOF-BASE
               PERFORM UNTIL EOF-BASE = "Y"
                   READ BASE-FILE
                       AT END
                           MOVE "Y" TO EOF-BASE
                       NOT AT END
                           MOVE BASE-LINE TO TRAINING-LINE
                           WRITE TRAINING-LINE
                           ADD 1 TO rows-copied
                   END-READ
               END-PERFORM
               CLOSE BASE-FILE
               CLOSE TRAINING-FILE
               ADD 1 TO files-restored
               DISPLAY "TRAINRST: " FUNCTION TRIM(WS-TRAINING-FILENAME)
                   " restored, " rows-copied " row(s)"
           END-IF.
       EXIT.

      * Kundefilen er indekseret som produktionens, saa TELLCAP og
      * EXTXFER kan slaa op i den paa samme maade.
       RESTORE-TRAINING-CUSTOMERS.
           MOVE ZEROES TO rows-copied
           OPEN INPUT BASE-CUSTOMERS
           IF WS-BASE-STATUS NOT = "00"
               DISPLAY "TRAINRST: cannot open " WS-BASE-FILENAME
                   ", file status " WS-BASE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRAINING-CUSTOMERS
           PERFORM CHECK-TRAINING-OPEN
           MOVE "N" TO EOF-BASE
           PERFORM UNTIL EOF-BASE = "Y"
               READ BASE-CUSTOMERS
                   AT END
                       MOVE "Y" TO EOF-BASE
                   NOT AT END
                       MOVE BASE-CUSTOMER-RECORD
                           TO TRAINING-CUSTOMER-RECORD
                       WRITE TRAINING-CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY "TRAINRST: duplicate client-id "
                                   client-id OF BASE-CUSTOMER-RECORD
                                   " in " WS-BASE-FILENAME
                           NOT INVALID KEY
                               ADD 1 TO rows-copied
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BASE-CUSTOMERS
           CLOSE TRAINING-CUSTOMERS
           ADD 1 TO files-restored
           DISPLAY "TRAINRST: " FUNCTION TRIM(WS-TRAINING-FILENAME)
               " restored, " rows-copied " customer(s)".
       EXIT.

       EMPTY-TRAINING-FILE.
           OPEN OUTPUT TRAINING-FILE
           PERFORM CHECK-TRAINING-OPEN
           CLOSE TRAINING-FILE
           ADD 1 TO files-emptied.
       EXIT.

       CHECK-TRAINING-OPEN.
           IF WS-TRAINING-STATUS NOT = "00"
               DISPLAY "TRAINRST: cannot open " WS-TRAINING-FILENAME
                   ", file status " WS-TRAINING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "training-mode.cpy".

      *    seneste posteringer med valoerdatoer og referencer,
      *    aktive stop-betalinger og reservationer (kort og
      *    retslige), og udstedte udtogsnumre fra
      *    statement-register.txt. Kundekartoteket laeses
      *    indekseret som opgave10 allerede goer. Pointen er at
      *    besvare opkaldet paa sekunder.
      *
      *    Efter et konto- eller kundeopslag vises kundens seneste
      *    kontakter fra contact-log.txt (aabne opfoelgninger
      *    markeret). Har operatoeren tastet sit operatoer-id ved
      *    start, kan samtalen registreres i loggen: kanal, emnekode,
      *    tekst, evt. opfoelgningsdato og - er det en klage -
      *    kategori og postering, som CONTLOG sender videre til
      *    COMPLREG. Uden operatoer-id skrives intet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPINQ.

       SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.
       SELECT CONTACT-LOG-FILE
       ASSIGN TO DYNAMIC WS-CONTACT-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACT-LOG-STATUS.

       DATA DIVISION.

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           COPY "statement-register.cpy".
       FD CONTACT-LOG-FILE.
       01 CONTACT-RECORD.
           COPY "contact-log.cpy".

       WORKING-STORAGE SECTION.
      * Aktive reservationer (hold-check.cpy), kort og retslige.
       01 EOF-TRANSACTIONS              PIC X VALUE "N".
       01 EOF-STOPS                     PIC X VALUE "N".
       01 EOF-REGISTER                  PIC X VALUE "N".
       01 EOF-CONTACTS                  PIC X VALUE "N".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-STOP-PAYMENTS-STATUS       PIC XX VALUE "00".
       01 WS-REGISTER-STATUS            PIC XX VALUE "00".
       01 WS-CONTACT-LOG-STATUS         PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
       01 recent-next                   PIC 9(2) VALUE 1.
       01 recent-shown                  PIC 9(2) VALUE ZEROES.

      * Kundens seneste kontakter, samme ringbuffer-princip.
       01 WS-CONTACTS-MAX               PIC 9(2) VALUE 5.
       01 CONTACT-RECENT-ARRAY          OCCURS 5 TIMES
                                        INDEXED BY idx-crc.
           02 CRC-LINE                  PIC X(150).
       01 contact-recent-count          PIC 9(2) VALUE ZEROES.
       01 contact-recent-next           PIC 9(2) VALUE 1.
       01 contact-recent-shown          PIC 9(2) VALUE ZEROES.

      * Registrering af samtalen. Kontakten bygges op her og
      * tilfoejes contact-log.txt.
       01 NEW-CONTACT.
           COPY "contact-log.cpy"
               REPLACING LEADING ==CL-== BY ==NCL-==.
       01 inquiry-operator              PIC X(8) VALUE SPACES.
       01 contact-client-id             PIC X(10) VALUE SPACES.
       01 contact-answer                PIC X(1) VALUE SPACES.
       01 contact-ok                    PIC X VALUE "N".

       01 inquiry-kind                  PIC X(1) VALUE SPACES.
       01 inquiry-key                   PIC X(20) VALUE SPACES.
       01 session-done                  PIC X VALUE "N".
           PIC X(100) VALUE "stop-payments.txt".
       01 WS-REGISTER-FILENAME
           PIC X(100) VALUE "statement-register.txt".
       01 WS-CONTACT-LOG-FILENAME
           PIC X(100) VALUE "contact-log.txt".

       PROCEDURE DIVISION.

           MOVE "statement-register.txt" TO WS-REGISTER-FILENAME
       END-IF

       ACCEPT WS-CONTACT-LOG-FILENAME
           FROM ENVIRONMENT "CONTACT_LOG_FILE"
       IF WS-CONTACT-LOG-FILENAME = SPACES
           MOVE "contact-log.txt" TO WS-CONTACT-LOG-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

           STOP RUN
       END-IF

       DISPLAY "operatoer-id (blank = kun opslag)?"
       ACCEPT inquiry-operator

       DISPLAY "SUPPINQ: K=konto, C=kunde, T=transaktionsref, "
           "blank = slut"

               MOVE client-id OF ACCOUNT-ARRAY(account-slot)
                   TO inquiry-key
               PERFORM SHOW-STATEMENTS
               MOVE client-id OF ACCOUNT-ARRAY(account-slot)
                   TO contact-client-id
               PERFORM SHOW-CONTACTS
               PERFORM OFFER-CONTACT-ENTRY
           END-IF.
       EXIT.

                       END-IF
                   END-PERFORM
                   PERFORM SHOW-STATEMENTS
                   MOVE client-id OF CUSTOMER-RECORD
                       TO contact-client-id
                   PERFORM SHOW-CONTACTS
                   PERFORM OFFER-CONTACT-ENTRY
           END-READ.
       EXIT.

           END-IF.
       EXIT.

      * Kundens seneste kontakter: loggen stroemmes igennem og de
      * sidste WS-CONTACTS-MAX beholdes i ringbufferen.
       SHOW-CONTACTS.
           MOVE ZEROES TO contact-recent-count
           MOVE 1 TO contact-recent-next
           MOVE "N" TO EOF-CONTACTS
           OPEN INPUT CONTACT-LOG-FILE
           IF WS-CONTACT-LOG-STATUS = "00"
               PERFORM UNTIL EOF-CONTACTS = "Y"
                   READ CONTACT-LOG-FILE INTO CONTACT-RECORD
                       AT END
                           MOVE "Y" TO EOF-CONTACTS
                       NOT AT END
                           IF CL-CLIENT-ID = contact-client-id
                               PERFORM NOTE-RECENT-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-LOG-FILE
           END-IF
           DISPLAY "Seneste kontakter:"
           IF contact-recent-count = ZEROES
               DISPLAY "  (ingen)"
           ELSE
               MOVE ZEROES TO contact-recent-shown
               SET idx-crc TO contact-recent-next
               PERFORM UNTIL contact-recent-shown
                       >= contact-recent-count
                   IF idx-crc > WS-CONTACTS-MAX
                       SET idx-crc TO 1
                   END-IF
                   IF CRC-LINE(idx-crc) NOT = SPACES
                       DISPLAY "  " FUNCTION TRIM(CRC-LINE(idx-crc))
                   END-IF
                   SET idx-crc UP BY 1
                   ADD 1 TO contact-recent-shown
               END-PERFORM
           END-IF.
       EXIT.

       NOTE-RECENT-CONTACT.
           SET idx-crc TO contact-recent-next
           MOVE SPACES TO CRC-LINE(idx-crc)
           STRING CL-CONTACT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CL-CONTACT-TIME(1:4) DELIMITED BY SIZE
               " kanal=" DELIMITED BY SIZE
               CL-CHANNEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CL-OPERATOR-ID DELIMITED BY SIZE
               " emne=" DELIMITED BY SIZE
               CL-TOPIC-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CL-TEXT) DELIMITED BY SIZE
               INTO CRC-LINE(idx-crc)
           IF CL-FOLLOW-UP-STATUS = "A"
               STRING FUNCTION TRIM(CRC-LINE(idx-crc))
                       DELIMITED BY SIZE
                   " [opfoelgning " DELIMITED BY SIZE
                   CL-FOLLOW-UP-DATE DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO CRC-LINE(idx-crc)
           END-IF
           IF CL-COMPLAINT-CATEGORY NOT = SPACES
               STRING FUNCTION TRIM(CRC-LINE(idx-crc))
                       DELIMITED BY SIZE
                   " [klage " DELIMITED BY SIZE
                   FUNCTION TRIM(CL-COMPLAINT-CATEGORY)
                       DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO CRC-LINE(idx-crc)
           END-IF
           ADD 1 TO contact-recent-next
           IF contact-recent-next > WS-CONTACTS-MAX
               MOVE 1 TO contact-recent-next
           END-IF
           IF contact-recent-count < WS-CONTACTS-MAX
               ADD 1 TO contact-recent-count
           END-IF.
       EXIT.

       OFFER-CONTACT-ENTRY.
           IF inquiry-operator NOT = SPACES
               DISPLAY "registrer kontakt (J = ja)?"
               ACCEPT contact-answer
               IF contact-answer = "J" OR contact-answer = "j"
                   PERFORM REGISTER-CONTACT
               END-IF
           END-IF.
       EXIT.

      * Samtalen tilfoejes loggen med det samme, saa den ses ved
      * naeste opslag; CONTLOG tager sig af opfoelgning og klage.
       REGISTER-CONTACT.
           MOVE "Y" TO contact-ok
           MOVE SPACES TO NEW-CONTACT
           MOVE "N" TO NCL-COMPLAINT-QUEUED
           MOVE contact-client-id TO NCL-CLIENT-ID
           MOVE inquiry-operator TO NCL-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO NCL-CONTACT-DATE
           MOVE WS-CURRENT-DATE(9:6) TO NCL-CONTACT-TIME

           DISPLAY "kanal (T/F/M/N, blank = telefon)?"
           ACCEPT NCL-CHANNEL
           IF NCL-CHANNEL = SPACES
               MOVE "T" TO NCL-CHANNEL
           END-IF
           IF NCL-CHANNEL NOT = "T" AND NCL-CHANNEL NOT = "F"
               AND NCL-CHANNEL NOT = "M" AND NCL-CHANNEL NOT = "N"
               DISPLAY "SUPPINQ: ukendt kanal '" NCL-CHANNEL "'"
               MOVE "N" TO contact-ok
           END-IF
           IF contact-ok = "Y"
               DISPLAY "emnekode?"
               ACCEPT NCL-TOPIC-CODE
               IF NCL-TOPIC-CODE = SPACES
                   DISPLAY "SUPPINQ: emnekode mangler"
                   MOVE "N" TO contact-ok
               END-IF
           END-IF
           IF contact-ok = "Y"
               DISPLAY "tekst?"
               ACCEPT NCL-TEXT
               DISPLAY "opfoelgningsdato (YYYYMMDD, blank = ingen)?"
               ACCEPT NCL-FOLLOW-UP-DATE
               IF NCL-FOLLOW-UP-DATE NOT = SPACES
                   IF NCL-FOLLOW-UP-DATE IS NUMERIC
                       MOVE "A" TO NCL-FOLLOW-UP-STATUS
                   ELSE
                       DISPLAY "SUPPINQ: opfoelgningsdato skal vaere "
                           "YYYYMMDD"
                       MOVE "N" TO contact-ok
                   END-IF
               END-IF
           END-IF
           IF contact-ok = "Y"
               DISPLAY "klage (J = ja)?"
               ACCEPT contact-answer
               IF contact-answer = "J" OR contact-answer = "j"
                   DISPLAY "klagekategori?"
                   ACCEPT NCL-COMPLAINT-CATEGORY
                   IF NCL-COMPLAINT-CATEGORY = SPACES
                       DISPLAY "SUPPINQ: klagekategori mangler"
                       MOVE "N" TO contact-ok
                   ELSE
                       DISPLAY "transaktionsref (blank = ingen)?"
                       ACCEPT NCL-TRANSACTION-REF
                   END-IF
               END-IF
           END-IF
           IF contact-ok = "Y"
               OPEN EXTEND CONTACT-LOG-FILE
               IF WS-CONTACT-LOG-STATUS = "35"
                   OPEN OUTPUT CONTACT-LOG-FILE
               END-IF
               IF WS-CONTACT-LOG-STATUS NOT = "00"
                   DISPLAY "SUPPINQ: cannot open "
                       WS-CONTACT-LOG-FILENAME ", file status "
                       WS-CONTACT-LOG-STATUS
                   MOVE "N" TO contact-ok
               ELSE
                   WRITE CONTACT-RECORD FROM NEW-CONTACT
                   CLOSE CONTACT-LOG-FILE
               END-IF
           END-IF
           IF contact-ok = "Y"
               DISPLAY "Kontakt registreret."
           ELSE
               DISPLAY "SUPPINQ: kontakten er ikke registreret"
           END-IF.
       EXIT.

           COPY "hold-check.cpy".

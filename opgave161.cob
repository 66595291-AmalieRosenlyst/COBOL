      * Formål: Kundekontaktlog. Hvad kunden sidst ringede om, hvem
      *    der talte med dem og hvad der blev lovet, stod i
      *    raadgivernes egne noter. contact-log.txt holder nu hver
      *    kontakt pr. client-id med dato og klokkeslaet, kanal,
      *    operatoer, emnekode, fritekst og evt. opfoelgningsdato.
      *    SUPPINQ skriver kontakten direkte efter et opslag og viser
      *    kundens seneste kontakter; filialerne indberetter gennem
      *    contact-log-requests.txt: "N" = ny kontakt (kanal blank =
      *    filial), "F" = opfoelgning udfoert (lukkes), "K" = kontakten
      *    er en klage (kategori og evt. TRANSACTION-REF).
      *
      *    Klager der endnu ikke er sendt videre skrives som "N"-
      *    anmodninger til COMPLREG (contact-complaint-requests.txt),
      *    udfyldt med client-id, kategori, kontaktdatoen som
      *    modtagedato og posteringen; natkoerslen lader COMPLREG
      *    aabne sagerne. Aabne opfoelgninger hvis dato er passeret
      *    skrives til contact-followups-due.txt, som WBLOAD tager ind
      *    i arbejdskurven. RC 8 naar der er forfaldne opfoelgninger.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-CONTACTS ASSIGN TO DYNAMIC WS-CONTACTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACTS-STATUS.
       SELECT OUTPUT-CONTACTS ASSIGN TO DYNAMIC WS-CONTACTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTACTS-STATUS.
       SELECT INPUT-REQUESTS ASSIGN TO DYNAMIC WS-REQUESTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUESTS-STATUS.
       SELECT COMPLAINT-QUEUE-FILE
       ASSIGN TO DYNAMIC WS-COMPLAINT-QUEUE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COMPLAINT-QUEUE-STATUS.
       SELECT FOLLOWUPS-FILE ASSIGN TO DYNAMIC WS-FOLLOWUPS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FOLLOWUPS-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-CONTACTS.
       01 CONTACT-RECORD.
           COPY "contact-log.cpy".
       FD OUTPUT-CONTACTS.
       01 OUTPUT-CONTACT-RECORD         PIC X(171).
       FD INPUT-REQUESTS.
       01 MAINT-REQUEST.
           02 maint-action              PIC X(1).
           02 maint-client-id           PIC X(10).
           02 maint-contact-date        PIC X(8).
           02 maint-contact-time        PIC X(6).
           02 maint-channel             PIC X(1).
           02 maint-operator-id         PIC X(8).
           02 maint-topic-code          PIC X(4).
           02 maint-follow-up-date      PIC X(8).
           02 maint-complaint-category  PIC X(12).
           02 maint-transaction-ref     PIC X(12).
           02 maint-text                PIC X(100).
      * Samme opbygning som COMPLREG's anmodningsfil.
       FD COMPLAINT-QUEUE-FILE.
       01 COMPLAINT-QUEUE-RECORD.
           02 CQ-ACTION                 PIC X(1).
           02 CQ-CASE-NUMBER            PIC X(8).
           02 CQ-CLIENT-ID              PIC X(10).
           02 CQ-CATEGORY               PIC X(12).
           02 CQ-RECEIVED-DATE          PIC X(8).
           02 CQ-NEW-STATUS             PIC X(1).
           02 CQ-TRANSACTION-REF        PIC X(12).
       FD FOLLOWUPS-FILE.
       01 FOLLOWUP-LINE.
           02 INFO                      PIC X(250).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 END-OF-REQUESTS               PIC X VALUE "N".
       01 WS-CONTACTS-STATUS            PIC XX VALUE "00".
       01 WS-REQUESTS-STATUS            PIC XX VALUE "00".
       01 WS-COMPLAINT-QUEUE-STATUS     PIC XX VALUE "00".
       01 WS-FOLLOWUPS-STATUS           PIC XX VALUE "00".

       01 CONTACT-ARRAY-MAX             PIC 9(5) VALUE 20000.
       01 CONTACT-ARRAY                 OCCURS 20000 TIMES
                                        INDEXED BY idx-cnt.
           COPY "contact-log.cpy"
               REPLACING LEADING ==CL-== BY ==CLA-==.
       01 contact-count                 PIC 9(5) VALUE ZEROES.
       01 found-slot                    PIC 9(5) VALUE ZEROES.
       01 request-rejected              PIC X VALUE "N".
       01 queue-opened                  PIC X VALUE "N".
       01 contacts-present              PIC X VALUE "N".

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-NOW-TIME                   PIC X(6) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CONTACTS-FILENAME
           PIC X(100) VALUE "contact-log.txt".
       01 WS-REQUESTS-FILENAME
           PIC X(100) VALUE "contact-log-requests.txt".
       01 WS-COMPLAINT-QUEUE-FILENAME
           PIC X(100) VALUE "contact-complaint-requests.txt".
       01 WS-FOLLOWUPS-FILENAME
           PIC X(100) VALUE "contact-followups-due.txt".

      * Safe rewrite-and-swap of the log, same pattern as the
      * other rewriters.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 added-count                   PIC 9(5) VALUE ZEROES.
       01 closed-count                  PIC 9(5) VALUE ZEROES.
       01 marked-count                  PIC 9(5) VALUE ZEROES.
       01 rejected-count                PIC 9(5) VALUE ZEROES.
       01 queued-count                  PIC 9(5) VALUE ZEROES.
       01 due-count                     PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-CONTACTS-FILENAME FROM ENVIRONMENT "CONTACT_LOG_FILE"
       IF WS-CONTACTS-FILENAME = SPACES
           MOVE "contact-log.txt" TO WS-CONTACTS-FILENAME
       END-IF

       ACCEPT WS-REQUESTS-FILENAME
           FROM ENVIRONMENT "CONTACT_LOG_REQUESTS_FILE"
       IF WS-REQUESTS-FILENAME = SPACES
           MOVE "contact-log-requests.txt" TO WS-REQUESTS-FILENAME
       END-IF

       ACCEPT WS-COMPLAINT-QUEUE-FILENAME
           FROM ENVIRONMENT "CONTACT_COMPLAINT_QUEUE_FILE"
       IF WS-COMPLAINT-QUEUE-FILENAME = SPACES
           MOVE "contact-complaint-requests.txt"
               TO WS-COMPLAINT-QUEUE-FILENAME
       END-IF

       ACCEPT WS-FOLLOWUPS-FILENAME
           FROM ENVIRONMENT "CONTACT_FOLLOWUPS_FILE"
       IF WS-FOLLOWUPS-FILENAME = SPACES
           MOVE "contact-followups-due.txt" TO WS-FOLLOWUPS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       MOVE WS-CURRENT-DATE(9:6) TO WS-NOW-TIME

       MOVE "CONTLOG" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

      * No log on file yet is a normal state - the first contact
      * creates it.
       OPEN INPUT INPUT-CONTACTS
       IF WS-CONTACTS-STATUS = "00"
           MOVE "Y" TO contacts-present
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-CONTACTS INTO CONTACT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CL-CLIENT-ID NOT = SPACES
                           PERFORM LOAD-ONE-CONTACT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-CONTACTS
       ELSE
           IF WS-CONTACTS-STATUS NOT = "35"
               DISPLAY "CONTLOG: cannot open "
                   WS-CONTACTS-FILENAME ", file status "
                   WS-CONTACTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       OPEN INPUT INPUT-REQUESTS
       IF WS-REQUESTS-STATUS = "00"
           PERFORM UNTIL END-OF-REQUESTS = "Y"
               READ INPUT-REQUESTS INTO MAINT-REQUEST
                   AT END
                       MOVE "Y" TO END-OF-REQUESTS
                   NOT AT END
                       EVALUATE maint-action
                           WHEN "N"
                               PERFORM ADD-CONTACT
                           WHEN "F"
                               PERFORM CLOSE-FOLLOW-UP
                           WHEN "K"
                               PERFORM MARK-COMPLAINT
                           WHEN OTHER
                               ADD 1 TO rejected-count
                               DISPLAY "CONTLOG: unknown action '"
                                   maint-action "'"
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INPUT-REQUESTS
       ELSE
           IF WS-REQUESTS-STATUS NOT = "35"
               DISPLAY "CONTLOG: cannot open " WS-REQUESTS-FILENAME
                   ", file status " WS-REQUESTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       PERFORM QUEUE-COMPLAINTS.
       PERFORM WRITE-FOLLOWUPS-DUE.

       MOVE WS-CONTACTS-FILENAME TO swap-master-name
       PERFORM BUILD-SWAP-NAMES
       MOVE swap-new-name TO WS-CONTACTS-FILENAME

       OPEN OUTPUT OUTPUT-CONTACTS
       IF WS-CONTACTS-STATUS NOT = "00"
           DISPLAY "CONTLOG: cannot open " WS-CONTACTS-FILENAME
               " for rewrite, file status " WS-CONTACTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM VARYING idx-cnt FROM 1 BY 1
               UNTIL idx-cnt > contact-count
           MOVE CONTACT-ARRAY(idx-cnt) TO OUTPUT-CONTACT-RECORD
           WRITE OUTPUT-CONTACT-RECORD
       END-PERFORM.
       CLOSE OUTPUT-CONTACTS.

       MOVE swap-master-name TO WS-CONTACTS-FILENAME
       PERFORM SWAP-OR-PLACE-CONTACTS.

       DISPLAY "CONTLOG: " added-count " added, " closed-count
           " follow-up(s) closed, " marked-count
           " marked as complaint, " rejected-count " rejected."
       DISPLAY "CONTLOG: " queued-count
           " complaint(s) queued for COMPLREG, " due-count
           " follow-up(s) overdue."

       IF due-count > 0 AND swap-failed = "N"
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-ONE-CONTACT.
           IF contact-count >= CONTACT-ARRAY-MAX
               DISPLAY "CONTLOG: CONTACT-ARRAY is full, cannot load "
                   "more of " WS-CONTACTS-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO contact-count
           MOVE CONTACT-RECORD TO CONTACT-ARRAY(contact-count)
           IF CLA-COMPLAINT-QUEUED(contact-count) NOT = "Y"
               MOVE "N" TO CLA-COMPLAINT-QUEUED(contact-count)
           END-IF.
       EXIT.

      * Kontakten slaas op paa client-id, dato og klokkeslaet.
       FIND-CONTACT.
           MOVE ZEROES TO found-slot
           SET idx-cnt TO 1
           SEARCH CONTACT-ARRAY
               AT END
                   CONTINUE
               WHEN CLA-CLIENT-ID(idx-cnt) = maint-client-id
                   AND CLA-CONTACT-DATE(idx-cnt) = maint-contact-date
                   AND CLA-CONTACT-TIME(idx-cnt) = maint-contact-time
                   SET found-slot TO idx-cnt
           END-SEARCH.
       EXIT.

       ADD-CONTACT.
           MOVE "N" TO request-rejected
           IF maint-contact-date = SPACES
               MOVE WS-TODAY TO maint-contact-date
           END-IF
           IF maint-contact-time = SPACES
               MOVE WS-NOW-TIME TO maint-contact-time
           END-IF
           IF maint-channel = SPACES
               MOVE "F" TO maint-channel
           END-IF
           EVALUATE TRUE
               WHEN maint-client-id = SPACES
                   MOVE "Y" TO request-rejected
                   DISPLAY "CONTLOG: new contact rejected, "
                       "no client-id"
               WHEN maint-operator-id = SPACES
                   MOVE "Y" TO request-rejected
                   DISPLAY "CONTLOG: new contact for "
                       maint-client-id " rejected, no operator"
               WHEN maint-topic-code = SPACES
                   MOVE "Y" TO request-rejected
                   DISPLAY "CONTLOG: new contact for "
                       maint-client-id " rejected, no topic code"
               WHEN maint-channel NOT = "T"
                   AND maint-channel NOT = "F"
                   AND maint-channel NOT = "M"
                   AND maint-channel NOT = "N"
                   MOVE "Y" TO request-rejected
                   DISPLAY "CONTLOG: new contact for "
                       maint-client-id " rejected, unknown channel '"
                       maint-channel "'"
               WHEN maint-contact-date IS NOT NUMERIC
                   OR maint-contact-time IS NOT NUMERIC
                   MOVE "Y" TO request-rejected
                   DISPLAY "CONTLOG: new contact for "
                       maint-client-id " rejected, contact date/time "
                       "must be YYYYMMDD/HHMMSS"
               WHEN maint-follow-up-date NOT = SPACES
                   AND maint-follow-up-date IS NOT NUMERIC
                   MOVE "Y" TO request-rejected
                   DISPLAY "CONTLOG: new contact for "
                       maint-client-id " rejected, follow-up date "
                       "must be YYYYMMDD"
           END-EVALUATE
           IF request-rejected = "N"
               PERFORM FIND-CONTACT
               IF found-slot NOT = ZEROES
                   MOVE "Y" TO request-rejected
                   DISPLAY "CONTLOG: new contact for "
                       maint-client-id " rejected, "
                       maint-contact-date "-" maint-contact-time
                       " is already logged"
               END-IF
           END-IF
           IF request-rejected = "N"
               AND contact-count >= CONTACT-ARRAY-MAX
               MOVE "Y" TO request-rejected
               DISPLAY "CONTLOG: contact log is full"
           END-IF
           IF request-rejected = "Y"
               ADD 1 TO rejected-count
           ELSE
               ADD 1 TO contact-count
               MOVE SPACES TO CONTACT-ARRAY(contact-count)
               MOVE maint-client-id TO CLA-CLIENT-ID(contact-count)
               MOVE maint-contact-date
                   TO CLA-CONTACT-DATE(contact-count)
               MOVE maint-contact-time
                   TO CLA-CONTACT-TIME(contact-count)
               MOVE maint-channel TO CLA-CHANNEL(contact-count)
               MOVE maint-operator-id
                   TO CLA-OPERATOR-ID(contact-count)
               MOVE maint-topic-code TO CLA-TOPIC-CODE(contact-count)
               MOVE maint-follow-up-date
                   TO CLA-FOLLOW-UP-DATE(contact-count)
               IF maint-follow-up-date NOT = SPACES
                   MOVE "A" TO CLA-FOLLOW-UP-STATUS(contact-count)
               END-IF
               MOVE maint-complaint-category
                   TO CLA-COMPLAINT-CATEGORY(contact-count)
               MOVE "N" TO CLA-COMPLAINT-QUEUED(contact-count)
               MOVE maint-transaction-ref
                   TO CLA-TRANSACTION-REF(contact-count)
               MOVE maint-text TO CLA-TEXT(contact-count)
               ADD 1 TO added-count
           END-IF.
       EXIT.

       CLOSE-FOLLOW-UP.
           PERFORM FIND-CONTACT
           IF found-slot = ZEROES
               ADD 1 TO rejected-count
               DISPLAY "CONTLOG: follow-up close rejected, contact "
                   maint-client-id " " maint-contact-date "-"
                   maint-contact-time " not found"
           ELSE
               IF CLA-FOLLOW-UP-STATUS(found-slot) NOT = "A"
                   ADD 1 TO rejected-count
                   DISPLAY "CONTLOG: follow-up close rejected, "
                       "contact " maint-client-id " "
                       maint-contact-date "-" maint-contact-time
                       " has no open follow-up"
               ELSE
                   MOVE "L" TO CLA-FOLLOW-UP-STATUS(found-slot)
                   ADD 1 TO closed-count
               END-IF
           END-IF.
       EXIT.

      * En kontakt der allerede er sendt til COMPLREG som klage
      * aendres ikke - sagen foelges derefter i complaints.txt.
       MARK-COMPLAINT.
           PERFORM FIND-CONTACT
           IF found-slot = ZEROES
               ADD 1 TO rejected-count
               DISPLAY "CONTLOG: complaint rejected, contact "
                   maint-client-id " " maint-contact-date "-"
                   maint-contact-time " not found"
           ELSE
               IF maint-complaint-category = SPACES
                   ADD 1 TO rejected-count
                   DISPLAY "CONTLOG: complaint rejected, contact "
                       maint-client-id " " maint-contact-date "-"
                       maint-contact-time " has no category"
               ELSE
                   IF CLA-COMPLAINT-QUEUED(found-slot) = "Y"
                       ADD 1 TO rejected-count
                       DISPLAY "CONTLOG: complaint rejected, "
                           "contact " maint-client-id " "
                           maint-contact-date "-" maint-contact-time
                           " is already with COMPLREG"
                   ELSE
                       MOVE maint-complaint-category
                           TO CLA-COMPLAINT-CATEGORY(found-slot)
                       IF maint-transaction-ref NOT = SPACES
                           MOVE maint-transaction-ref
                               TO CLA-TRANSACTION-REF(found-slot)
                       END-IF
                       ADD 1 TO marked-count
                   END-IF
               END-IF
           END-IF.
       EXIT.

      * Hver klage der endnu ikke er sendt videre bliver en "N"-
      * anmodning i COMPLREG's format. Koen tilfoejes, saa en
      * ubehandlet koe fra en tidligere nat ikke gaar tabt.
       QUEUE-COMPLAINTS.
           MOVE "N" TO queue-opened
           PERFORM VARYING idx-cnt FROM 1 BY 1
                   UNTIL idx-cnt > contact-count
               IF CLA-COMPLAINT-CATEGORY(idx-cnt) NOT = SPACES
                   AND CLA-COMPLAINT-QUEUED(idx-cnt) NOT = "Y"
                   IF queue-opened = "N"
                       PERFORM OPEN-COMPLAINT-QUEUE
                       MOVE "Y" TO queue-opened
                   END-IF
                   MOVE SPACES TO COMPLAINT-QUEUE-RECORD
                   MOVE "N" TO CQ-ACTION
                   MOVE CLA-CLIENT-ID(idx-cnt) TO CQ-CLIENT-ID
                   MOVE CLA-COMPLAINT-CATEGORY(idx-cnt) TO CQ-CATEGORY
                   MOVE CLA-CONTACT-DATE(idx-cnt) TO CQ-RECEIVED-DATE
                   MOVE CLA-TRANSACTION-REF(idx-cnt)
                       TO CQ-TRANSACTION-REF
                   WRITE COMPLAINT-QUEUE-RECORD
                   MOVE "Y" TO CLA-COMPLAINT-QUEUED(idx-cnt)
                   ADD 1 TO queued-count
               END-IF
           END-PERFORM
           IF queue-opened = "Y"
               CLOSE COMPLAINT-QUEUE-FILE
           END-IF.
       EXIT.

       OPEN-COMPLAINT-QUEUE.
           OPEN EXTEND COMPLAINT-QUEUE-FILE
           IF WS-COMPLAINT-QUEUE-STATUS = "35"
               OPEN OUTPUT COMPLAINT-QUEUE-FILE
           END-IF
           IF WS-COMPLAINT-QUEUE-STATUS NOT = "00"
               DISPLAY "CONTLOG: cannot open "
                   WS-COMPLAINT-QUEUE-FILENAME ", file status "
                   WS-COMPLAINT-QUEUE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * Forfaldne opfoelgninger til arbejdskurven. Linjen holdes
      * stabil fra nat til nat (ingen dage-over), saa WBLOAD kender
      * sagen igen og status og ejer bliver staaende.
       WRITE-FOLLOWUPS-DUE.
           OPEN OUTPUT FOLLOWUPS-FILE
           IF WS-FOLLOWUPS-STATUS NOT = "00"
               DISPLAY "CONTLOG: cannot open " WS-FOLLOWUPS-FILENAME
                   ", file status " WS-FOLLOWUPS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-cnt FROM 1 BY 1
                   UNTIL idx-cnt > contact-count
               IF CLA-FOLLOW-UP-STATUS(idx-cnt) = "A"
                   AND CLA-FOLLOW-UP-DATE(idx-cnt) < WS-TODAY
                   ADD 1 TO due-count
                   MOVE SPACES TO INFO
                   STRING "OPFOELGNING: client-id=" DELIMITED BY SIZE
                       CLA-CLIENT-ID(idx-cnt) DELIMITED BY SIZE
                       " kontakt=" DELIMITED BY SIZE
                       CLA-CONTACT-DATE(idx-cnt) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       CLA-CONTACT-TIME(idx-cnt) DELIMITED BY SIZE
                       " opfoelgning=" DELIMITED BY SIZE
                       CLA-FOLLOW-UP-DATE(idx-cnt) DELIMITED BY SIZE
                       " emne=" DELIMITED BY SIZE
                       CLA-TOPIC-CODE(idx-cnt) DELIMITED BY SIZE
                       " operatoer=" DELIMITED BY SIZE
                       CLA-OPERATOR-ID(idx-cnt) DELIMITED BY SIZE
                       " tekst=" DELIMITED BY SIZE
                       CLA-TEXT(idx-cnt) DELIMITED BY SIZE
                       INTO INFO
                   WRITE FOLLOWUP-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO INFO
           STRING "TRAILER: dato=" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " forfaldne=" DELIMITED BY SIZE
               due-count DELIMITED BY SIZE
               INTO INFO
           WRITE FOLLOWUP-LINE
           CLOSE FOLLOWUPS-FILE.
       EXIT.

      * The first night with no log on file has nothing to move
      * aside; the new file is simply renamed into place.
       SWAP-OR-PLACE-CONTACTS.
           MOVE "N" TO swap-failed
           IF contacts-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "CONTLOG: cannot move "
                       FUNCTION TRIM(swap-new-name)
                       " into place as "
                       FUNCTION TRIM(swap-master-name)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

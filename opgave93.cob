      *    TAXINT), aarets gebyrer talt op af advislinjerne i
      *    fee-advice.txt, og posteringsantal - eet dokument pr.
      *    kunde med bankens brandtekster fra statement-branding.txt,
      *    leveret gennem papir-/email-/Digital Post-kanalerne efter
      *    delivery-preference og registreret i
      *    statement-register.txt som ethvert andet udtog.
       IDENTIFICATION DIVISION.
       SELECT OUTPUT-EMAIL-QUEUE ASSIGN TO DYNAMIC WS-EMAIL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EMAIL-STATUS.
       SELECT OUTPUT-DIGIPOST-QUEUE
       ASSIGN TO DYNAMIC WS-DIGIPOST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DIGIPOST-STATUS.
       SELECT STMT-SEQ-FILE ASSIGN TO DYNAMIC WS-STMT-SEQ-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STMT-SEQ-STATUS.
       FD OUTPUT-EMAIL-QUEUE.
       01 EMAIL-QUEUE-LINE.
           02 EMAIL-INFO               PIC X(120).
       FD OUTPUT-DIGIPOST-QUEUE.
       01 DIGIPOST-QUEUE-LINE.
           02 DIGIPOST-INFO            PIC X(120).
       FD STMT-SEQ-FILE.
       01 STMT-SEQ-RECORD.
           02 STMT-NEXT-NUMBER         PIC 9(8).
       01 WS-BRANDING-STATUS            PIC XX VALUE "00".
       01 WS-OVERVIEWS-STATUS           PIC XX VALUE "00".
       01 WS-EMAIL-STATUS               PIC XX VALUE "00".
       01 WS-DIGIPOST-STATUS            PIC XX VALUE "00".
       01 WS-STMT-SEQ-STATUS            PIC XX VALUE "00".
       01 WS-REGISTER-STATUS            PIC XX VALUE "00".

       01 balance-display               PIC -(7)9.99 VALUE ZEROES.
       01 amount-display                PIC Z(8)9.99 VALUE ZEROES.
       01 OVERVIEW-TEXT                 PIC X(120) VALUE SPACES.
       01 DIGIPOST-HEADER.
           COPY "digital-post-queue.cpy".

       01 next-statement-number         PIC 9(8) VALUE 1.
       01 stmt-number-display.
           PIC X(100) VALUE "annual-overviews.txt".
       01 WS-EMAIL-FILENAME
           PIC X(100) VALUE "email-queue.txt".
       01 WS-DIGIPOST-FILENAME
           PIC X(100) VALUE "digital-post-queue.txt".
       01 WS-STMT-SEQ-FILENAME
           PIC X(100) VALUE "statement-number-sequence.txt".
       01 WS-REGISTER-FILENAME
           MOVE "email-queue.txt" TO WS-EMAIL-FILENAME
       END-IF

       ACCEPT WS-DIGIPOST-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_QUEUE_FILE"
       IF WS-DIGIPOST-FILENAME = SPACES
           MOVE "digital-post-queue.txt" TO WS-DIGIPOST-FILENAME
       END-IF

       ACCEPT WS-STMT-SEQ-FILENAME
           FROM ENVIRONMENT "STATEMENT_SEQUENCE_FILE"
       IF WS-STMT-SEQ-FILENAME = SPACES
       IF WS-EMAIL-STATUS = "35"
           OPEN OUTPUT OUTPUT-EMAIL-QUEUE
       END-IF
       OPEN EXTEND OUTPUT-DIGIPOST-QUEUE
       IF WS-DIGIPOST-STATUS = "35"
           OPEN OUTPUT OUTPUT-DIGIPOST-QUEUE
       END-IF
       OPEN EXTEND REGISTER-FILE
       IF WS-REGISTER-STATUS = "35"
           OPEN OUTPUT REGISTER-FILE
       END-IF
       IF WS-OVERVIEWS-STATUS NOT = "00"
           OR WS-EMAIL-STATUS NOT = "00"
           OR WS-DIGIPOST-STATUS NOT = "00"
           OR WS-REGISTER-STATUS NOT = "00"
           DISPLAY "ANNOVW: cannot open output files (ovw="
               WS-OVERVIEWS-STATUS " email=" WS-EMAIL-STATUS
               " digipost=" WS-DIGIPOST-STATUS
               " register=" WS-REGISTER-STATUS ")"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       CLOSE INPUT-CUSTOMERS.
       CLOSE OUTPUT-OVERVIEWS.
       CLOSE OUTPUT-EMAIL-QUEUE.
       CLOSE OUTPUT-DIGIPOST-QUEUE.
       CLOSE REGISTER-FILE.
       PERFORM SAVE-STATEMENT-SEQUENCE.

           PERFORM ROUTE-OVERVIEW-LINE.
       EXIT.

      * Email customers get their lines as an EMAIL-KUNDE bundle,
      * Digital Post customers as a DIGIPOST-KUNDE document carrying
      * the statement number REGISTER-OVERVIEW is about to take;
      * everyone else goes to the paper overview file. The first
      * line of a bundle opens it with the control line.
       ROUTE-OVERVIEW-LINE.
               END-IF
               MOVE OVERVIEW-TEXT TO EMAIL-INFO
               WRITE EMAIL-QUEUE-LINE
           ELSE IF overview-pref = "D"
               IF customer-listed = "Y"
                   AND OVERVIEW-TEXT = WS-BRANDING-BANK-NAME
                   MOVE client-id OF CUSTOMER-RECORD TO DQ-CLIENT-ID
                   MOVE "AARSOVERSIGT" TO DQ-DOC-TYPE
                   MOVE next-statement-number TO stmt-number-digits
                   MOVE stmt-number-display TO DQ-DOC-REF
                   WRITE DIGIPOST-QUEUE-LINE FROM DIGIPOST-HEADER
               END-IF
               MOVE OVERVIEW-TEXT TO DIGIPOST-INFO
               WRITE DIGIPOST-QUEUE-LINE
           ELSE
               MOVE OVERVIEW-TEXT TO INFO
               WRITE OVERVIEW-LINE
           END-IF
           END-IF.
       EXIT.


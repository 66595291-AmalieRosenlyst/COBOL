      *    flettefelterne &1/&2, flere linjer pr. brev), vaelger
      *    kundens sprog som udskrifterne goer (country-code DK ->
      *    DA, ellers EN, customer-language.txt gaar forud), og
      *    ruter det faerdige brev til papirstroemmen, email-koeen
      *    eller Digital Post-koeen efter delivery-preference.
      *    Hvert sendt brev logges pr. kunde i
      *    correspondence-log.txt, og haendelsesfilen toemmes naar
      *    alt er formatteret.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRENG.

       SELECT OUTPUT-EMAIL-QUEUE ASSIGN TO DYNAMIC WS-EMAIL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EMAIL-STATUS.
       SELECT OUTPUT-DIGIPOST-QUEUE
       ASSIGN TO DYNAMIC WS-DIGIPOST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DIGIPOST-STATUS.
       SELECT OUTPUT-LOG ASSIGN TO DYNAMIC WS-LOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.
       FD OUTPUT-EMAIL-QUEUE.
       01 EMAIL-QUEUE-LINE.
           02 EMAIL-INFO               PIC X(120).
       FD OUTPUT-DIGIPOST-QUEUE.
       01 DIGIPOST-QUEUE-LINE.
           02 DIGIPOST-INFO            PIC X(120).
       FD OUTPUT-LOG.
       01 LOG-LINE.
           02 LOG-INFO                 PIC X(120).
       01 WS-LANG-OVERRIDE-STATUS       PIC XX VALUE "00".
       01 WS-LETTERS-STATUS             PIC XX VALUE "00".
       01 WS-EMAIL-STATUS               PIC XX VALUE "00".
       01 WS-DIGIPOST-STATUS            PIC XX VALUE "00".
       01 WS-LOG-STATUS                 PIC XX VALUE "00".

       01 TEMPLATE-ARRAY-MAX            PIC 9(3) VALUE 300.
       01 customer-pref                 PIC X(1) VALUE "P".
       01 lines-written                 PIC 9(2) VALUE ZEROES.
       01 bundle-opened                 PIC X VALUE "N".
       01 DIGIPOST-HEADER.
           COPY "digital-post-queue.cpy".

      * Flettefelt-substitution: skabelonteksten scannes for "&1"
      * og "&2", som erstattes med haendelsens variabler.
           PIC X(100) VALUE "correspondence-letters.txt".
       01 WS-EMAIL-FILENAME
           PIC X(100) VALUE "email-queue.txt".
       01 WS-DIGIPOST-FILENAME
           PIC X(100) VALUE "digital-post-queue.txt".
       01 WS-LOG-FILENAME
           PIC X(100) VALUE "correspondence-log.txt".

           MOVE "email-queue.txt" TO WS-EMAIL-FILENAME
       END-IF

       ACCEPT WS-DIGIPOST-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_QUEUE_FILE"
       IF WS-DIGIPOST-FILENAME = SPACES
           MOVE "digital-post-queue.txt" TO WS-DIGIPOST-FILENAME
       END-IF

       ACCEPT WS-LOG-FILENAME
           FROM ENVIRONMENT "CORRESPONDENCE_LOG_FILE"
       IF WS-LOG-FILENAME = SPACES
       IF WS-EMAIL-STATUS = "35"
           OPEN OUTPUT OUTPUT-EMAIL-QUEUE
       END-IF
       OPEN EXTEND OUTPUT-DIGIPOST-QUEUE
       IF WS-DIGIPOST-STATUS = "35"
           OPEN OUTPUT OUTPUT-DIGIPOST-QUEUE
       END-IF
       OPEN EXTEND OUTPUT-LOG
       IF WS-LOG-STATUS = "35"
           OPEN OUTPUT OUTPUT-LOG
       END-IF
       IF WS-LETTERS-STATUS NOT = "00"
           OR WS-EMAIL-STATUS NOT = "00"
           OR WS-DIGIPOST-STATUS NOT = "00"
           OR WS-LOG-STATUS NOT = "00"
           DISPLAY "CORRENG: cannot open output files (letters="
               WS-LETTERS-STATUS " email=" WS-EMAIL-STATUS
               " digipost=" WS-DIGIPOST-STATUS
               " log=" WS-LOG-STATUS ")"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       CLOSE INPUT-CUSTOMERS.
       CLOSE OUTPUT-LETTERS.
       CLOSE OUTPUT-EMAIL-QUEUE.
       CLOSE OUTPUT-DIGIPOST-QUEUE.
       CLOSE OUTPUT-LOG.

      * Alle haendelser er formatteret; filen toemmes saa naeste
               END-IF
               MOVE subst-out TO EMAIL-INFO
               WRITE EMAIL-QUEUE-LINE
           ELSE IF customer-pref = "D"
               IF bundle-opened = "N"
                   MOVE "Y" TO bundle-opened
                   MOVE EV-CLIENT-ID TO DQ-CLIENT-ID
                   MOVE "BREV" TO DQ-DOC-TYPE
                   MOVE EV-EVENT-CODE TO DQ-DOC-REF
                   WRITE DIGIPOST-QUEUE-LINE FROM DIGIPOST-HEADER
               END-IF
               MOVE subst-out TO DIGIPOST-INFO
               WRITE DIGIPOST-QUEUE-LINE
           ELSE
               IF bundle-opened = "N"
                   MOVE "Y" TO bundle-opened
                   subst-out DELIMITED BY SIZE
                   INTO LTR-INFO
               WRITE LETTER-LINE
           END-IF
           END-IF.
       EXIT.

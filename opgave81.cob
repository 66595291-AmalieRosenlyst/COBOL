      *    mellem hvert 3. aar, lav hvert 5.), lister gennemgange
      *    der forfalder inden for varselsvinduet, genererer
      *    indkaldelsesbreve gennem korrespondancekanalerne
      *    (EMAIL-KUNDE-bundter, Digital Post-koeen eller
      *    brevstroemmen efter delivery-preference) og rapporterer
      *    gennemgange der er overskredet ud over fristen. Kunder
      *    uden risikoklasse eller gennemgangsdato rapporteres som
      *    manglende.
      *    En erhvervskundes gennemgang omfatter dens reelle ejere fra
      *    ubo-register.txt, som listes under virksomheden; mangler
      *    registret en ejer over 25 pct. eller en navngiven ledelse,
      *    rapporteres virksomheden som manglende.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREV.

       SELECT OUTPUT-EMAIL-QUEUE ASSIGN TO DYNAMIC WS-EMAIL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EMAIL-STATUS.
       SELECT OUTPUT-DIGIPOST-QUEUE
       ASSIGN TO DYNAMIC WS-DIGIPOST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DIGIPOST-STATUS.
       SELECT OUTPUT-LETTERS ASSIGN TO DYNAMIC WS-LETTERS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LETTERS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
       SELECT UBO-REGISTER-FILE ASSIGN TO DYNAMIC WS-UBO-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-UBO-STATUS.

       DATA DIVISION.

       FD OUTPUT-EMAIL-QUEUE.
       01 EMAIL-QUEUE-LINE.
           02 EMAIL-INFO               PIC X(120).
       FD OUTPUT-DIGIPOST-QUEUE.
       01 DIGIPOST-QUEUE-LINE.
           02 DIGIPOST-INFO            PIC X(120).
       FD OUTPUT-LETTERS.
       01 LETTER-LINE.
           02 LTR-INFO                 PIC X(120).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(120).
       FD UBO-REGISTER-FILE.
       01 UBO-REGISTER-RECORD.
           COPY "ubo-register.cpy".

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 EOF-CUSTOMERS                 PIC X VALUE "N".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-EMAIL-STATUS               PIC XX VALUE "00".
       01 WS-DIGIPOST-STATUS            PIC XX VALUE "00".
       01 WS-LETTERS-STATUS             PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Control line heading each call-in in digital-post-queue.txt.
       01 DIGIPOST-HEADER.
           COPY "digital-post-queue.cpy".

      * Reelle ejere (ubo-check.cpy).
           COPY "ubo-check-fields.cpy".
       01 ubo-pct-display               PIC ZZ9.99.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
           PIC X(100) VALUE "customer-info.txt".
       01 WS-EMAIL-FILENAME
           PIC X(100) VALUE "email-queue.txt".
       01 WS-DIGIPOST-FILENAME
           PIC X(100) VALUE "digital-post-queue.txt".
       01 WS-LETTERS-FILENAME
           PIC X(100) VALUE "kyc-letters.txt".
       01 WS-REPORT-FILENAME
       01 due-count                     PIC 9(6) VALUE ZEROES.
       01 overdue-count                 PIC 9(6) VALUE ZEROES.
       01 missing-count                 PIC 9(6) VALUE ZEROES.
       01 business-count                PIC 9(6) VALUE ZEROES.
      * "Y" when the customer just assessed was called in (due or
      * overdue), so a business's beneficial owners are listed with it.
       01 review-called-in              PIC X VALUE "N".

       PROCEDURE DIVISION.

           MOVE "email-queue.txt" TO WS-EMAIL-FILENAME
       END-IF

       ACCEPT WS-DIGIPOST-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_QUEUE_FILE"
       IF WS-DIGIPOST-FILENAME = SPACES
           MOVE "digital-post-queue.txt" TO WS-DIGIPOST-FILENAME
       END-IF

       ACCEPT WS-LETTERS-FILENAME FROM ENVIRONMENT "KYC_LETTERS_FILE"
       IF WS-LETTERS-FILENAME = SPACES
           MOVE "kyc-letters.txt" TO WS-LETTERS-FILENAME
               FUNCTION NUMVAL(WS-WARNING-DAYS-TEXT)
       END-IF

       ACCEPT WS-UBO-FILENAME FROM ENVIRONMENT "UBO_REGISTER_FILE"
       IF WS-UBO-FILENAME = SPACES
           MOVE "ubo-register.txt" TO WS-UBO-FILENAME
       END-IF
       PERFORM LOAD-UBO-REGISTER

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       COMPUTE today-integer =
           STOP RUN
       END-IF

       OPEN EXTEND OUTPUT-DIGIPOST-QUEUE
       IF WS-DIGIPOST-STATUS = "35"
           OPEN OUTPUT OUTPUT-DIGIPOST-QUEUE
       END-IF
       IF WS-DIGIPOST-STATUS NOT = "00"
           DISPLAY "KYCREV: cannot open " WS-DIGIPOST-FILENAME ", "
               "file status " WS-DIGIPOST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-LETTERS
       IF WS-LETTERS-STATUS NOT = "00"
           DISPLAY "KYCREV: cannot open " WS-LETTERS-FILENAME ", "
                   ADD 1 TO customer-count
                   IF deceased-flag OF CUSTOMER-RECORD NOT = "Y"
                       PERFORM ASSESS-ONE-CUSTOMER
                       IF customer-type OF CUSTOMER-RECORD = "E"
                           PERFORM CHECK-BUSINESS-OWNERS
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
           overdue-count DELIMITED BY SIZE
           " missing-data=" DELIMITED BY SIZE
           missing-count DELIMITED BY SIZE
           " businesses=" DELIMITED BY SIZE
           business-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.
       CLOSE OUTPUT-EMAIL-QUEUE.
       CLOSE OUTPUT-DIGIPOST-QUEUE.
       CLOSE OUTPUT-LETTERS.

       DISPLAY "KYCREV: " due-count " review(s) due, "
      * within the warning window calls the customer in; past due
      * plus grace is reported overdue.
       ASSESS-ONE-CUSTOMER.
           MOVE "N" TO review-called-in
           IF risk-class OF CUSTOMER-RECORD = SPACES
               OR kyc-last-review OF CUSTOMER-RECORD = SPACES
               OR kyc-last-review OF CUSTOMER-RECORD IS NOT NUMERIC
                       INTO INFO
                   WRITE REPORT-LINE
                   PERFORM SEND-INFORMATION-REQUEST
                   MOVE "Y" TO review-called-in
               ELSE
                   IF days-until-due <= warning-days
                       ADD 1 TO due-count
                           INTO INFO
                       WRITE REPORT-LINE
                       PERFORM SEND-INFORMATION-REQUEST
                       MOVE "Y" TO review-called-in
                   END-IF
               END-IF
           END-IF.
                       DELIMITED BY SIZE
                   INTO EMAIL-INFO
               WRITE EMAIL-QUEUE-LINE
           ELSE IF delivery-preference OF CUSTOMER-RECORD = "D"
               MOVE client-id OF CUSTOMER-RECORD TO DQ-CLIENT-ID
               MOVE "KYC" TO DQ-DOC-TYPE
               MOVE due-date-text TO DQ-DOC-REF
               WRITE DIGIPOST-QUEUE-LINE FROM DIGIPOST-HEADER
               MOVE SPACES TO DIGIPOST-INFO
               STRING "Vi skal bede Dem opdatere Deres "
                       DELIMITED BY SIZE
                   "legitimationsoplysninger inden "
                       DELIMITED BY SIZE
                   due-date-text DELIMITED BY SIZE
                   ". Kontakt venligst Deres filial."
                       DELIMITED BY SIZE
                   INTO DIGIPOST-INFO
               WRITE DIGIPOST-QUEUE-LINE
           ELSE
               MOVE SPACES TO LTR-INFO
               STRING "BREV: client-id=" DELIMITED BY SIZE
                   due-date-text DELIMITED BY SIZE
                   INTO LTR-INFO
               WRITE LETTER-LINE
           END-IF
           END-IF.
       EXIT.

      * A business must have at least one beneficial owner above the
      * threshold or a named senior manager in the register - else
      * it is reported as missing data. When the business is called
      * in, every registered owner is listed under it so the owners
      * are reviewed with the company.
       CHECK-BUSINESS-OWNERS.
           ADD 1 TO business-count
           MOVE client-id OF CUSTOMER-RECORD TO lookup-ubo-business-id
           PERFORM COUNT-UBO-COVERAGE
           IF ubo-qualifying-count = ZEROES
               ADD 1 TO missing-count
               MOVE SPACES TO INFO
               STRING "MANGLER: client-id=" DELIMITED BY SIZE
                   client-id OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " ingen reel ejer over 25 pct. eller ledelse"
                       DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF
           IF review-called-in = "Y"
               PERFORM VARYING idx-ubo FROM 1 BY 1
                       UNTIL idx-ubo > ubo-count
                   IF UBR-BUSINESS-ID OF UBO-ARRAY(idx-ubo)
                           = client-id OF CUSTOMER-RECORD
                       MOVE UBR-OWNERSHIP-PCT OF UBO-ARRAY(idx-ubo)
                           TO ubo-pct-display
                       MOVE SPACES TO INFO
                       STRING "  REEL-EJER: client-id="
                               DELIMITED BY SIZE
                           UBR-PERSON-ID OF UBO-ARRAY(idx-ubo)
                               DELIMITED BY SIZE
                           " andel=" DELIMITED BY SIZE
                           FUNCTION TRIM(ubo-pct-display)
                               DELIMITED BY SIZE
                           " rolle=" DELIMITED BY SIZE
                           FUNCTION TRIM(UBR-CONTROL-ROLE
                               OF UBO-ARRAY(idx-ubo)) DELIMITED BY SIZE
                           INTO INFO
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.
       EXIT.

           COPY "ubo-check.cpy".

      * Formål: Upload til Digital Post (e-Boks). Kunder med
      *    delivery-preference "D" faar deres dokumenter i den
      *    offentlige digitale postkasse i stedet for paa papir
      *    eller email. opgave10 (kontoudtog), CORRENG (breve),
      *    KYCREV (KYC-indkaldelser) og ANNOVW (aarsoversigter)
      *    laegger dokumenterne i digital-post-queue.txt bag en
      *    DIGIPOST-KUNDE:-styrelinje (digital-post-queue.cpy).
      *    Koerslen deler koeen op pr. dokument, finder modtagerens
      *    identifikation - CPR-nummeret fra CPRFEED's
      *    krydsreference cpr-xref.txt for private, kundekortets
      *    CVR-nummer for erhvervskunder - giver hvert dokument et
      *    dokument-id og skriver upload-batchen til udbyderen
      *    (digital-post-upload.txt) med modtager og metadata pr.
      *    dokument. Hvert dokument registreres i
      *    digital-post-documents.txt, hvor DPRCPT senere noterer
      *    udbyderens kvittering. Et dokument uden gyldig
      *    modtager-identifikation laegges hele i
      *    digital-post-failures.txt og meldes som kanal "D" i
      *    delivery-failures.txt, saa DLVFAIL flytter kunden til
      *    papir. Den behandlede koe omdoebes til <navn>.applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGIPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-QUEUE ASSIGN TO DYNAMIC WS-QUEUE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT INPUT-XREF ASSIGN TO DYNAMIC WS-XREF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-XREF-STATUS.
       SELECT DP-SEQ-FILE ASSIGN TO DYNAMIC WS-DP-SEQ-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DP-SEQ-STATUS.
       SELECT OUTPUT-UPLOAD ASSIGN TO DYNAMIC WS-UPLOAD-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-UPLOAD-STATUS.
       SELECT OUTPUT-FAILURES ASSIGN TO DYNAMIC WS-FAILURES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FAILURES-STATUS.
       SELECT OUTPUT-DOCUMENTS ASSIGN TO DYNAMIC WS-DOCUMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DOCUMENTS-STATUS.
       SELECT OUTPUT-DELIVERY-FAILURES
       ASSIGN TO DYNAMIC WS-DLV-FAILURES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DLV-FAILURES-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-QUEUE.
       01 QUEUE-LINE.
           02 QUEUE-INFO               PIC X(250).
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD INPUT-XREF.
       01 XREF-RECORD.
           02 CX-CPR-NUMBER            PIC X(10).
           02 CX-CLIENT-ID             PIC X(10).
       FD DP-SEQ-FILE.
       01 DP-SEQ-RECORD.
           02 DP-NEXT-NUMBER           PIC 9(8).
       FD OUTPUT-UPLOAD.
       01 UPLOAD-LINE.
           02 UPLOAD-INFO              PIC X(250).
       FD OUTPUT-FAILURES.
       01 FAILURE-LINE.
           02 FAILURE-INFO             PIC X(250).
       FD OUTPUT-DOCUMENTS.
       01 DOCUMENT-RECORD.
           COPY "digital-post-documents.cpy".
       FD OUTPUT-DELIVERY-FAILURES.
       01 DELIVERY-FAILURE-RECORD.
           02 DF-CHANNEL               PIC X(1).
           02 DF-CLIENT-ID             PIC X(10).
           02 DF-REASON                PIC X(30).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 END-OF-QUEUE                  PIC X VALUE "N".
       01 EOF-XREF                      PIC X VALUE "N".
       01 WS-QUEUE-STATUS               PIC XX VALUE "00".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-XREF-STATUS                PIC XX VALUE "00".
       01 WS-DP-SEQ-STATUS              PIC XX VALUE "00".
       01 WS-UPLOAD-STATUS              PIC XX VALUE "00".
       01 WS-FAILURES-STATUS            PIC XX VALUE "00".
       01 WS-DOCUMENTS-STATUS           PIC XX VALUE "00".
       01 WS-DLV-FAILURES-STATUS        PIC XX VALUE "00".

       01 XREF-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 XREF-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-xrf.
           02 XR-CPR-NUMBER             PIC X(10) VALUE SPACES.
           02 XR-CLIENT-ID              PIC X(10) VALUE SPACES.
       01 xref-count                    PIC 9(4) VALUE ZEROES.

      * The control line just read, in the producers' fixed layout.
       01 DIGIPOST-HEADER.
           COPY "digital-post-queue.cpy".

      * State of the document currently being copied. doc-active =
      * "N" until the first DIGIPOST-KUNDE: control line arrives;
      * stray lines before that are counted and dropped.
       01 doc-active                    PIC X VALUE "N".
       01 doc-status                    PIC X(20) VALUE SPACES.
       01 doc-line-count                PIC 9(6) VALUE ZEROES.
       01 doc-title                     PIC X(40) VALUE SPACES.
       01 customer-found                PIC X VALUE "N".
       01 next-document-number          PIC 9(8) VALUE 1.
       01 document-id-display.
           02 FILLER                    PIC X(2) VALUE "DP".
           02 document-id-digits        PIC 9(8) VALUE ZEROES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-QUEUE-FILENAME
           PIC X(100) VALUE "digital-post-queue.txt".
       01 WS-QUEUE-DONE-FILENAME        PIC X(100) VALUE SPACES.
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-XREF-FILENAME
           PIC X(100) VALUE "cpr-xref.txt".
       01 WS-DP-SEQ-FILENAME
           PIC X(100) VALUE "digital-post-sequence.txt".
       01 WS-UPLOAD-FILENAME
           PIC X(100) VALUE "digital-post-upload.txt".
       01 WS-FAILURES-FILENAME
           PIC X(100) VALUE "digital-post-failures.txt".
       01 WS-DOCUMENTS-FILENAME
           PIC X(100) VALUE "digital-post-documents.txt".
       01 WS-DLV-FAILURES-FILENAME
           PIC X(100) VALUE "delivery-failures.txt".

      * Batch control totals
       01 document-count                PIC 9(6) VALUE ZEROES.
       01 uploaded-count                PIC 9(6) VALUE ZEROES.
       01 failed-count                  PIC 9(6) VALUE ZEROES.
       01 stray-line-count              PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-QUEUE-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_QUEUE_FILE"
       IF WS-QUEUE-FILENAME = SPACES
           MOVE "digital-post-queue.txt" TO WS-QUEUE-FILENAME
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-XREF-FILENAME FROM ENVIRONMENT "CPR_XREF_FILE"
       IF WS-XREF-FILENAME = SPACES
           MOVE "cpr-xref.txt" TO WS-XREF-FILENAME
       END-IF

       ACCEPT WS-DP-SEQ-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_SEQUENCE_FILE"
       IF WS-DP-SEQ-FILENAME = SPACES
           MOVE "digital-post-sequence.txt" TO WS-DP-SEQ-FILENAME
       END-IF

       ACCEPT WS-UPLOAD-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_UPLOAD_FILE"
       IF WS-UPLOAD-FILENAME = SPACES
           MOVE "digital-post-upload.txt" TO WS-UPLOAD-FILENAME
       END-IF

       ACCEPT WS-FAILURES-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_FAILURES_FILE"
       IF WS-FAILURES-FILENAME = SPACES
           MOVE "digital-post-failures.txt" TO WS-FAILURES-FILENAME
       END-IF

       ACCEPT WS-DOCUMENTS-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_DOCUMENTS_FILE"
       IF WS-DOCUMENTS-FILENAME = SPACES
           MOVE "digital-post-documents.txt" TO WS-DOCUMENTS-FILENAME
       END-IF

       ACCEPT WS-DLV-FAILURES-FILENAME
           FROM ENVIRONMENT "DELIVERY_FAILURES_FILE"
       IF WS-DLV-FAILURES-FILENAME = SPACES
           MOVE "delivery-failures.txt" TO WS-DLV-FAILURES-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

      * No Digital Post customers tonight means no queue; that is
      * not an error.
       OPEN INPUT INPUT-QUEUE
       IF WS-QUEUE-STATUS = "35"
           DISPLAY "DIGIPOST: no " FUNCTION TRIM(WS-QUEUE-FILENAME)
               " on file, nothing to upload"
           STOP RUN
       END-IF
       IF WS-QUEUE-STATUS NOT = "00"
           DISPLAY "DIGIPOST: cannot open " WS-QUEUE-FILENAME ", "
               "file status " WS-QUEUE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "DIGIPOST" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-XREF.
       PERFORM LOAD-DOCUMENT-SEQUENCE.

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "DIGIPOST: cannot open " WS-CUSTOMERS-FILENAME ", "
               "file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-UPLOAD
       IF WS-UPLOAD-STATUS NOT = "00"
           DISPLAY "DIGIPOST: cannot open " WS-UPLOAD-FILENAME ", "
               "file status " WS-UPLOAD-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-FAILURES
       IF WS-FAILURES-STATUS NOT = "00"
           DISPLAY "DIGIPOST: cannot open " WS-FAILURES-FILENAME ", "
               "file status " WS-FAILURES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND OUTPUT-DOCUMENTS
       IF WS-DOCUMENTS-STATUS = "35"
           OPEN OUTPUT OUTPUT-DOCUMENTS
       END-IF
       OPEN EXTEND OUTPUT-DELIVERY-FAILURES
       IF WS-DLV-FAILURES-STATUS = "35"
           OPEN OUTPUT OUTPUT-DELIVERY-FAILURES
       END-IF
       IF WS-DOCUMENTS-STATUS NOT = "00"
           OR WS-DLV-FAILURES-STATUS NOT = "00"
           DISPLAY "DIGIPOST: cannot open output files (documents="
               WS-DOCUMENTS-STATUS " delivery-failures="
               WS-DLV-FAILURES-STATUS ")"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM UNTIL END-OF-QUEUE = "Y"
           READ INPUT-QUEUE INTO QUEUE-LINE
               AT END
                   MOVE "Y" TO END-OF-QUEUE
               NOT AT END
                   IF QUEUE-INFO(1:16) = "DIGIPOST-KUNDE: "
                       PERFORM FINISH-DOCUMENT
                       MOVE QUEUE-INFO TO DIGIPOST-HEADER
                       PERFORM START-DOCUMENT
                   ELSE
      *>               Each producer closes its stretch of the queue
      *>               with a control-total line; it is not part of
      *>               any customer's document.
                       IF QUEUE-INFO(1:9) = "TRAILER: "
                           CONTINUE
                       ELSE
                           PERFORM COPY-DOCUMENT-LINE
                       END-IF
                   END-IF
           END-READ

           IF WS-QUEUE-STATUS NOT = "00" AND WS-QUEUE-STATUS NOT = "10"
               DISPLAY "DIGIPOST: error reading " WS-QUEUE-FILENAME
                   ", file status " WS-QUEUE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-PERFORM.

       PERFORM FINISH-DOCUMENT.

       MOVE SPACES TO UPLOAD-INFO
       STRING "TRAILER: documents=" DELIMITED BY SIZE
           uploaded-count DELIMITED BY SIZE
           " batch-date=" DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO UPLOAD-INFO
       WRITE UPLOAD-LINE

       CLOSE INPUT-QUEUE
       CLOSE INPUT-CUSTOMERS
       CLOSE OUTPUT-UPLOAD
       CLOSE OUTPUT-FAILURES
       CLOSE OUTPUT-DOCUMENTS
       CLOSE OUTPUT-DELIVERY-FAILURES

       PERFORM SAVE-DOCUMENT-SEQUENCE
       PERFORM RETIRE-QUEUE-FILE

       DISPLAY "DIGIPOST: " document-count " document(s), "
           uploaded-count " in the upload batch, " failed-count
           " without a valid recipient, " stray-line-count
           " stray line(s)."

       IF failed-count > 0 OR stray-line-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-XREF.
           OPEN INPUT INPUT-XREF
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL EOF-XREF = "Y"
                   READ INPUT-XREF INTO XREF-RECORD
                       AT END
                           MOVE "Y" TO EOF-XREF
                       NOT AT END
                           IF xref-count < XREF-ARRAY-MAX
                               ADD 1 TO xref-count
                               MOVE CX-CPR-NUMBER
                                   TO XR-CPR-NUMBER(xref-count)
                               MOVE CX-CLIENT-ID
                                   TO XR-CLIENT-ID(xref-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-XREF
           END-IF.
       EXIT.

       LOAD-DOCUMENT-SEQUENCE.
           OPEN INPUT DP-SEQ-FILE
           IF WS-DP-SEQ-STATUS = "00"
               READ DP-SEQ-FILE INTO DP-SEQ-RECORD
                   NOT AT END
                       MOVE DP-NEXT-NUMBER TO next-document-number
               END-READ
               CLOSE DP-SEQ-FILE
           END-IF.
       EXIT.

       SAVE-DOCUMENT-SEQUENCE.
           OPEN OUTPUT DP-SEQ-FILE
           MOVE next-document-number TO DP-NEXT-NUMBER
           WRITE DP-SEQ-RECORD
           CLOSE DP-SEQ-FILE.
       EXIT.

      * Opens a new document for the control line just read: takes
      * the next document id, resolves the recipient (CVR for a
      * business customer, CPR from the cross-reference otherwise)
      * and writes the DOC-START block the provider ingests. A
      * document whose recipient cannot be identified is kept whole
      * in the failures file instead.
       START-DOCUMENT.
           MOVE "Y" TO doc-active
           MOVE ZEROES TO doc-line-count
           ADD 1 TO document-count
           MOVE next-document-number TO document-id-digits
           ADD 1 TO next-document-number

           MOVE SPACES TO DOCUMENT-RECORD
           MOVE document-id-display TO DD-DOCUMENT-ID
           MOVE DQ-CLIENT-ID TO DD-CLIENT-ID
           MOVE DQ-DOC-TYPE TO DD-DOC-TYPE
           MOVE DQ-DOC-REF TO DD-DOC-REF
           MOVE WS-TODAY TO DD-UPLOAD-DATE
           MOVE WS-TODAY TO DD-STATUS-DATE

           MOVE "N" TO customer-found
           MOVE DQ-CLIENT-ID TO client-id OF CUSTOMER-RECORD
           READ INPUT-CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO customer-found
           END-READ

           MOVE "KLAR" TO doc-status
           IF customer-found = "N"
               MOVE "FEJL-UKENDT-KUNDE" TO doc-status
           ELSE IF customer-type OF CUSTOMER-RECORD = "E"
               MOVE "CVR" TO DD-RECIPIENT-TYPE
               MOVE cvr-number OF CUSTOMER-RECORD TO DD-RECIPIENT-ID
               IF DD-RECIPIENT-ID = SPACES
                   MOVE "FEJL-INGEN-CVR" TO doc-status
               END-IF
           ELSE
               MOVE "CPR" TO DD-RECIPIENT-TYPE
               SET idx-xrf TO 1
               SEARCH XREF-ARRAY
                   AT END
                       CONTINUE
                   WHEN idx-xrf > xref-count
                       CONTINUE
                   WHEN XR-CLIENT-ID(idx-xrf) = DQ-CLIENT-ID
                       MOVE XR-CPR-NUMBER(idx-xrf) TO DD-RECIPIENT-ID
               END-SEARCH
               IF DD-RECIPIENT-ID = SPACES
                   MOVE "FEJL-INGEN-CPR" TO doc-status
               END-IF
           END-IF
           END-IF

           EVALUATE DQ-DOC-TYPE
               WHEN "KONTOUDTOG"
                   MOVE "Kontoudskrift" TO doc-title
               WHEN "AARSOVERSIGT"
                   MOVE "Aarsoversigt" TO doc-title
               WHEN "KYC"
                   MOVE "Opdatering af legitimation" TO doc-title
               WHEN OTHER
                   MOVE "Meddelelse fra banken" TO doc-title
           END-EVALUATE

           MOVE SPACES TO UPLOAD-INFO
           STRING "DOC-START: id=" DELIMITED BY SIZE
               DD-DOCUMENT-ID DELIMITED BY SIZE
               INTO UPLOAD-INFO
           PERFORM WRITE-DOCUMENT-LINE

           MOVE SPACES TO UPLOAD-INFO
           STRING "MODTAGER: " DELIMITED BY SIZE
               DD-RECIPIENT-TYPE DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               DD-RECIPIENT-ID DELIMITED BY SIZE
               INTO UPLOAD-INFO
           PERFORM WRITE-DOCUMENT-LINE

           MOVE SPACES TO UPLOAD-INFO
           STRING "METADATA: type=" DELIMITED BY SIZE
               FUNCTION TRIM(DQ-DOC-TYPE) DELIMITED BY SIZE
               " ref=" DELIMITED BY SIZE
               FUNCTION TRIM(DQ-DOC-REF) DELIMITED BY SIZE
               " dato=" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " client-id=" DELIMITED BY SIZE
               DQ-CLIENT-ID DELIMITED BY SIZE
               INTO UPLOAD-INFO
           PERFORM WRITE-DOCUMENT-LINE

           MOVE SPACES TO UPLOAD-INFO
           STRING "TITEL: " DELIMITED BY SIZE
               FUNCTION TRIM(doc-title) DELIMITED BY SIZE
               INTO UPLOAD-INFO
           PERFORM WRITE-DOCUMENT-LINE.
       EXIT.

      * Copies one document line into the open document's target
      * file. Lines arriving before any control line have no owner
      * and are counted as stray instead of reaching the wrong
      * mailbox.
       COPY-DOCUMENT-LINE.
           IF doc-active = "N"
               ADD 1 TO stray-line-count
           ELSE
               MOVE QUEUE-INFO TO UPLOAD-INFO
               PERFORM WRITE-DOCUMENT-LINE
               ADD 1 TO doc-line-count
           END-IF.
       EXIT.

      * Closes the document in progress (if any) and registers it:
      * "U" awaiting the provider's receipt, or "F" with the reason
      * plus a channel "D" delivery failure for DLVFAIL.
       FINISH-DOCUMENT.
           IF doc-active = "Y"
               MOVE "DOC-END" TO UPLOAD-INFO
               PERFORM WRITE-DOCUMENT-LINE

               IF doc-status = "KLAR"
                   MOVE "U" TO DD-STATUS
                   ADD 1 TO uploaded-count
               ELSE
                   MOVE "F" TO DD-STATUS
                   MOVE doc-status TO DD-REASON
                   ADD 1 TO failed-count
                   MOVE "D" TO DF-CHANNEL
                   MOVE DD-CLIENT-ID TO DF-CLIENT-ID
                   MOVE doc-status TO DF-REASON
                   WRITE DELIVERY-FAILURE-RECORD
               END-IF
               WRITE DOCUMENT-RECORD
               MOVE "N" TO doc-active
           END-IF.
       EXIT.

       WRITE-DOCUMENT-LINE.
           IF doc-status = "KLAR"
               WRITE UPLOAD-LINE
           ELSE
               WRITE FAILURE-LINE FROM UPLOAD-LINE
           END-IF.
       EXIT.

      * Once the upload batch is written the queue is moved aside,
      * so the producers start a fresh queue and no document is
      * uploaded twice.
       RETIRE-QUEUE-FILE.
           MOVE SPACES TO WS-QUEUE-DONE-FILENAME
           STRING FUNCTION TRIM(WS-QUEUE-FILENAME) DELIMITED BY SIZE
               ".applied" DELIMITED BY SIZE
               INTO WS-QUEUE-DONE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-QUEUE-DONE-FILENAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-QUEUE-FILENAME WS-QUEUE-DONE-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "DIGIPOST: cannot move "
                   FUNCTION TRIM(WS-QUEUE-FILENAME) " aside as "
                   FUNCTION TRIM(WS-QUEUE-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "run-lock.cpy".

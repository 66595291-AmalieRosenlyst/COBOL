      * Formål: Indlaesning af Digital Post-udbyderens
      *    leveringskvitteringer (digital-post-receipts.txt). For
      *    hvert dokument DIGIPOST har uploadet melder udbyderen
      *    tilbage om det blev leveret i modtagerens postkasse eller
      *    fejlede (modtager fritaget, ukendt CPR/CVR, ophoert
      *    virksomhed osv.). Koerslen noterer status, dato og aarsag
      *    paa dokumentet i digital-post-documents.txt - som SLATRACK
      *    laeser for kanal "D" ligesom email-manifestet for kanal
      *    "E" - og melder hver fejl som kanal "D" i
      *    delivery-failures.txt, saa DLVFAIL flager kanalen og
      *    flytter kunden til papir. Kvitteringer for ukendte
      *    dokument-id'er rapporteres. En indlaest fil omdoebes til
      *    <navn>.applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPRCPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-RECEIPTS ASSIGN TO DYNAMIC WS-RECEIPTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RECEIPTS-STATUS.
       SELECT DOCUMENTS-FILE ASSIGN TO DYNAMIC WS-DOCUMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DOCUMENTS-STATUS.
       SELECT OUTPUT-DOCUMENTS ASSIGN TO DYNAMIC WS-DOCUMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DOCUMENTS-STATUS.
       SELECT OUTPUT-DELIVERY-FAILURES
       ASSIGN TO DYNAMIC WS-DLV-FAILURES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DLV-FAILURES-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-RECEIPTS.
       01 RECEIPT-RECORD.
           COPY "digital-post-receipts.cpy".
       FD DOCUMENTS-FILE.
       01 DOCUMENT-RECORD.
           COPY "digital-post-documents.cpy".
       FD OUTPUT-DOCUMENTS.
       01 OUTPUT-DOCUMENT-RECORD.
           COPY "digital-post-documents.cpy"
               REPLACING LEADING ==DD-== BY ==DD-OUT-==.
       FD OUTPUT-DELIVERY-FAILURES.
       01 DELIVERY-FAILURE-RECORD.
           02 DF-CHANNEL               PIC X(1).
           02 DF-CLIENT-ID             PIC X(10).
           02 DF-REASON                PIC X(30).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(120).

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
       01 EOF-DOCUMENTS                 PIC X VALUE "N".
       01 WS-RECEIPTS-STATUS            PIC XX VALUE "00".
       01 WS-DOCUMENTS-STATUS           PIC XX VALUE "00".
       01 WS-DLV-FAILURES-STATUS        PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 DOCUMENT-ARRAY-MAX            PIC 9(4) VALUE 5000.
       01 DOCUMENT-ARRAY                OCCURS 5000 TIMES
                                        INDEXED BY idx-doc.
           COPY "digital-post-documents.cpy"
               REPLACING LEADING ==DD-== BY ==DD-ARR-==.
       01 document-count                PIC 9(4) VALUE ZEROES.
       01 doc-found                     PIC X VALUE "N".

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-RECEIPTS-FILENAME
           PIC X(100) VALUE "digital-post-receipts.txt".
       01 WS-RECEIPTS-DONE-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-DOCUMENTS-FILENAME
           PIC X(100) VALUE "digital-post-documents.txt".
       01 WS-DLV-FAILURES-FILENAME
           PIC X(100) VALUE "delivery-failures.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "digital-post-receipt-report.txt".

      * Safe rewrite-and-swap of the document register, same
      * pattern as NEMKMAINT's rewrite.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 receipt-count                 PIC 9(6) VALUE ZEROES.
       01 delivered-count               PIC 9(6) VALUE ZEROES.
       01 failed-count                  PIC 9(6) VALUE ZEROES.
       01 unknown-count                 PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-RECEIPTS-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_RECEIPTS_FILE"
       IF WS-RECEIPTS-FILENAME = SPACES
           MOVE "digital-post-receipts.txt" TO WS-RECEIPTS-FILENAME
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

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_RECEIPT_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "digital-post-receipt-report.txt"
               TO WS-REPORT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

      * The provider sends receipts some nights only.
       OPEN INPUT INPUT-RECEIPTS
       IF WS-RECEIPTS-STATUS = "35"
           DISPLAY "DPRCPT: no " FUNCTION TRIM(WS-RECEIPTS-FILENAME)
               " on file, nothing to record"
           STOP RUN
       END-IF
       IF WS-RECEIPTS-STATUS NOT = "00"
           DISPLAY "DPRCPT: cannot open " WS-RECEIPTS-FILENAME ", "
               "file status " WS-RECEIPTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "DPRCPT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       PERFORM LOAD-DOCUMENTS.

       OPEN EXTEND OUTPUT-DELIVERY-FAILURES
       IF WS-DLV-FAILURES-STATUS = "35"
           OPEN OUTPUT OUTPUT-DELIVERY-FAILURES
       END-IF
       IF WS-DLV-FAILURES-STATUS NOT = "00"
           DISPLAY "DPRCPT: cannot open " WS-DLV-FAILURES-FILENAME
               ", file status " WS-DLV-FAILURES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "DPRCPT: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "Digital Post receipt run" TO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-RECEIPTS INTO RECEIPT-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF DR-DOCUMENT-ID NOT = SPACES
                       ADD 1 TO receipt-count
                       PERFORM APPLY-ONE-RECEIPT
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE INPUT-RECEIPTS.

       MOVE SPACES TO INFO
       STRING "TRAILER: receipts=" DELIMITED BY SIZE
           receipt-count DELIMITED BY SIZE
           " delivered=" DELIMITED BY SIZE
           delivered-count DELIMITED BY SIZE
           " failed=" DELIMITED BY SIZE
           failed-count DELIMITED BY SIZE
           " unknown=" DELIMITED BY SIZE
           unknown-count DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.
       CLOSE OUTPUT-DELIVERY-FAILURES.

       IF delivered-count > 0 OR failed-count > 0
           PERFORM REWRITE-DOCUMENT-REGISTER
       END-IF

       PERFORM RETIRE-RECEIPTS-FILE

       DISPLAY "DPRCPT: " receipt-count " receipt(s), "
           delivered-count " delivered, " failed-count " failed, "
           unknown-count " for unknown documents."

       IF failed-count > 0 OR unknown-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-DOCUMENTS.
           OPEN INPUT DOCUMENTS-FILE
           IF WS-DOCUMENTS-STATUS = "00"
               PERFORM UNTIL EOF-DOCUMENTS = "Y"
                   READ DOCUMENTS-FILE INTO DOCUMENT-RECORD
                       AT END
                           MOVE "Y" TO EOF-DOCUMENTS
                       NOT AT END
                           IF document-count < DOCUMENT-ARRAY-MAX
                               ADD 1 TO document-count
                               MOVE DOCUMENT-RECORD
                                   TO DOCUMENT-ARRAY(document-count)
                           ELSE
                               DISPLAY "DPRCPT: DOCUMENT-ARRAY is "
                                   "full, cannot load more of "
                                   WS-DOCUMENTS-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCUMENTS-FILE
           END-IF.
       EXIT.

      * One receipt: the document's status, date and reason are set
      * from the provider's answer. A failure is also reported on
      * channel "D" for DLVFAIL; a receipt for a document we never
      * uploaded is listed and otherwise ignored.
       APPLY-ONE-RECEIPT.
           MOVE "N" TO doc-found
           SET idx-doc TO 1
           SEARCH DOCUMENT-ARRAY
               AT END
                   CONTINUE
               WHEN idx-doc > document-count
                   CONTINUE
               WHEN DD-ARR-DOCUMENT-ID(idx-doc) = DR-DOCUMENT-ID
                   MOVE "Y" TO doc-found
           END-SEARCH

           IF doc-found = "N"
               ADD 1 TO unknown-count
               MOVE SPACES TO INFO
               STRING "UKENDT DOKUMENT: id=" DELIMITED BY SIZE
                   DR-DOCUMENT-ID DELIMITED BY SIZE
                   " status=" DELIMITED BY SIZE
                   DR-STATUS DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           ELSE
               MOVE DR-RECEIPT-DATE TO DD-ARR-STATUS-DATE(idx-doc)
               IF DD-ARR-STATUS-DATE(idx-doc) = SPACES
                   MOVE WS-TODAY TO DD-ARR-STATUS-DATE(idx-doc)
               END-IF
               EVALUATE DR-STATUS
                   WHEN "L"
                       MOVE "L" TO DD-ARR-STATUS(idx-doc)
                       MOVE SPACES TO DD-ARR-REASON(idx-doc)
                       ADD 1 TO delivered-count
                   WHEN OTHER
                       MOVE "F" TO DD-ARR-STATUS(idx-doc)
                       MOVE DR-REASON TO DD-ARR-REASON(idx-doc)
                       ADD 1 TO failed-count
                       MOVE "D" TO DF-CHANNEL
                       MOVE DD-ARR-CLIENT-ID(idx-doc) TO DF-CLIENT-ID
                       MOVE DR-REASON TO DF-REASON
                       WRITE DELIVERY-FAILURE-RECORD
                       MOVE SPACES TO INFO
                       STRING "FEJLET: id=" DELIMITED BY SIZE
                           DR-DOCUMENT-ID DELIMITED BY SIZE
                           " client-id=" DELIMITED BY SIZE
                           DD-ARR-CLIENT-ID(idx-doc) DELIMITED BY SIZE
                           " dokument=" DELIMITED BY SIZE
                           FUNCTION TRIM(DD-ARR-DOC-TYPE(idx-doc))
                               DELIMITED BY SIZE
                           " aarsag=" DELIMITED BY SIZE
                           FUNCTION TRIM(DR-REASON) DELIMITED BY SIZE
                           INTO INFO
                       WRITE REPORT-LINE
               END-EVALUATE
           END-IF.
       EXIT.

       REWRITE-DOCUMENT-REGISTER.
           MOVE WS-DOCUMENTS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-DOCUMENTS-FILENAME

           OPEN OUTPUT OUTPUT-DOCUMENTS
           IF WS-DOCUMENTS-STATUS NOT = "00"
               DISPLAY "DPRCPT: cannot open " WS-DOCUMENTS-FILENAME
                   " for rewrite, file status " WS-DOCUMENTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-doc FROM 1 BY 1
                   UNTIL idx-doc > document-count
               MOVE DOCUMENT-ARRAY(idx-doc) TO OUTPUT-DOCUMENT-RECORD
               WRITE OUTPUT-DOCUMENT-RECORD
           END-PERFORM
           CLOSE OUTPUT-DOCUMENTS

           PERFORM VERIFY-NEW-DOCUMENTS-FILE
           MOVE swap-master-name TO WS-DOCUMENTS-FILENAME
           PERFORM SWAP-IN-NEW-MASTER
           IF swap-failed = "Y"
               STOP RUN
           END-IF.
       EXIT.

       VERIFY-NEW-DOCUMENTS-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT DOCUMENTS-FILE
           IF WS-DOCUMENTS-STATUS NOT = "00"
               DISPLAY "DPRCPT: cannot re-open new register for "
                   "verification, file status " WS-DOCUMENTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ DOCUMENTS-FILE INTO DOCUMENT-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE DOCUMENTS-FILE
           IF verify-count NOT = document-count
               DISPLAY "DPRCPT: new register FAILED verification ("
                   verify-count "/" document-count
                   ") - live register untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * Once recorded, the receipt file is moved aside so a rerun
      * does not report the same failures to DLVFAIL twice.
       RETIRE-RECEIPTS-FILE.
           MOVE SPACES TO WS-RECEIPTS-DONE-FILENAME
           STRING FUNCTION TRIM(WS-RECEIPTS-FILENAME) DELIMITED BY SIZE
               ".applied" DELIMITED BY SIZE
               INTO WS-RECEIPTS-DONE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-RECEIPTS-DONE-FILENAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-RECEIPTS-FILENAME WS-RECEIPTS-DONE-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "DPRCPT: cannot move "
                   FUNCTION TRIM(WS-RECEIPTS-FILENAME) " aside as "
                   FUNCTION TRIM(WS-RECEIPTS-DONE-FILENAME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

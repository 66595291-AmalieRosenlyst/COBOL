      *    pct. til tiden pr. kanal - det er det tal papirleveran-
      *    doerens kontrakt-SLA skal maales paa. Manifestet baerer
      *    ingen dato, saa afsendelsesdagen regnes som natten efter
      *    udstedelsen naar bundtet staar KLAR. Digital Post-udtog
      *    (kanal "D") slaas op paa udtogsnummeret i
      *    digital-post-documents.txt: uploadet er afsendt, og til
      *    tiden er det naar udbyderens kvittering for levering er
      *    dateret inden for SLA'en.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLATRACK.

       ASSIGN TO DYNAMIC WS-CHANNEL-STATUS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANNEL-STATUS-ST.
       SELECT INPUT-DP-DOCUMENTS
       ASSIGN TO DYNAMIC WS-DP-DOCUMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DP-DOCUMENTS-STATUS.
       SELECT INPUT-FAILURES ASSIGN TO DYNAMIC WS-FAILURES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FAILURES-STATUS.
           02 CSI-EMAIL-BAD            PIC X(1).
           02 CSI-PAPER-BAD            PIC X(1).
           02 CSI-LAST-REASON          PIC X(30).
           02 CSI-DIGITAL-BAD          PIC X(1).
       FD INPUT-DP-DOCUMENTS.
       01 DP-DOCUMENT-RECORD.
           COPY "digital-post-documents.cpy".
       FD INPUT-FAILURES.
       01 FAILURE-RECORD.
           02 DF-CHANNEL               PIC X(1).
       01 EOF-MANIFEST                  PIC X VALUE "N".
       01 EOF-CHANNEL-STATUS            PIC X VALUE "N".
       01 EOF-FAILURES                  PIC X VALUE "N".
       01 EOF-DP-DOCUMENTS              PIC X VALUE "N".
       01 WS-REGISTER-STATUS            PIC XX VALUE "00".
       01 WS-MANIFEST-STATUS            PIC XX VALUE "00".
       01 WS-CHANNEL-STATUS-ST          PIC XX VALUE "00".
       01 WS-FAILURES-STATUS            PIC XX VALUE "00".
       01 WS-DP-DOCUMENTS-STATUS        PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

      * Manifestets status pr. kunde: "K" = KLAR (afsendt), "F" =
           02 CHN-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 CHN-EMAIL-BAD             PIC X(1) VALUE "N".
           02 CHN-PAPER-BAD             PIC X(1) VALUE "N".
           02 CHN-DIGITAL-BAD           PIC X(1) VALUE "N".
       01 channel-count                 PIC 9(3) VALUE ZEROES.

      * Digital Post-udtog og -aarsoversigter pr. udtogsnummer med
      * dokumentets status ("U"/"L"/"F") og statusdato.
       01 DP-DOC-ARRAY-MAX              PIC 9(4) VALUE 2000.
       01 DP-DOC-ARRAY                  OCCURS 2000 TIMES
                                        INDEXED BY idx-dpd.
           02 DPD-STATEMENT-NUMBER      PIC X(16) VALUE SPACES.
           02 DPD-STATUS                PIC X(1) VALUE SPACES.
           02 DPD-STATUS-DATE           PIC X(8) VALUE SPACES.
       01 dp-doc-count                  PIC 9(4) VALUE ZEROES.
       01 status-date-integer           PIC 9(8) VALUE ZEROES.

      * Manifest-linje-parsning: client-id staar fast placeret
      * efter "MANIFEST: client-id=", status efter " status=".
       01 manifest-client               PIC X(10) VALUE SPACES.
       01 email-on-time                 PIC 9(6) VALUE ZEROES.
       01 paper-issued                  PIC 9(6) VALUE ZEROES.
       01 paper-on-time                 PIC 9(6) VALUE ZEROES.
       01 digital-issued                PIC 9(6) VALUE ZEROES.
       01 digital-on-time               PIC 9(6) VALUE ZEROES.
       01 on-time-pct                   PIC 9(3)V9 VALUE ZEROES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
           PIC X(100) VALUE "delivery-channel-status.txt".
       01 WS-FAILURES-FILENAME
           PIC X(100) VALUE "delivery-failures.txt".
       01 WS-DP-DOCUMENTS-FILENAME
           PIC X(100) VALUE "digital-post-documents.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "delivery-sla-report.txt".

           MOVE "delivery-failures.txt" TO WS-FAILURES-FILENAME
       END-IF

       ACCEPT WS-DP-DOCUMENTS-FILENAME
           FROM ENVIRONMENT "DIGITAL_POST_DOCUMENTS_FILE"
       IF WS-DP-DOCUMENTS-FILENAME = SPACES
           MOVE "digital-post-documents.txt"
               TO WS-DP-DOCUMENTS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "DELIVERY_SLA_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES

       PERFORM LOAD-MANIFEST.
       PERFORM LOAD-CHANNEL-STATUS.
       PERFORM LOAD-DIGITAL-POST-DOCUMENTS.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
               INTO INFO
           WRITE REPORT-LINE
       END-IF
       IF digital-issued > ZEROES
           COMPUTE on-time-pct ROUNDED =
               digital-on-time * 100 / digital-issued
           MOVE SPACES TO INFO
           STRING "KANAL D: udstedt=" DELIMITED BY SIZE
               digital-issued DELIMITED BY SIZE
               " til-tiden=" DELIMITED BY SIZE
               digital-on-time DELIMITED BY SIZE
               " pct=" DELIMITED BY SIZE
               on-time-pct DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
       END-IF

       MOVE SPACES TO INFO
       STRING "TRAILER: issued=" DELIMITED BY SIZE
                                   TO CHN-EMAIL-BAD(channel-count)
                               MOVE CSI-PAPER-BAD
                                   TO CHN-PAPER-BAD(channel-count)
                               IF CSI-DIGITAL-BAD = "Y"
                                   MOVE "Y" TO
                                       CHN-DIGITAL-BAD(channel-count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       EXIT.

      * Only documents that carry a statement number are kept -
      * letters and KYC call-ins have no register row to match.
       LOAD-DIGITAL-POST-DOCUMENTS.
           OPEN INPUT INPUT-DP-DOCUMENTS
           IF WS-DP-DOCUMENTS-STATUS = "00"
               PERFORM UNTIL EOF-DP-DOCUMENTS = "Y"
                   READ INPUT-DP-DOCUMENTS INTO DP-DOCUMENT-RECORD
                       AT END
                           MOVE "Y" TO EOF-DP-DOCUMENTS
                       NOT AT END
                           IF (DD-DOC-TYPE = "KONTOUDTOG"
                               OR DD-DOC-TYPE = "AARSOVERSIGT")
                               AND DD-DOC-REF NOT = SPACES
                               AND dp-doc-count < DP-DOC-ARRAY-MAX
                               ADD 1 TO dp-doc-count
                               MOVE DD-DOC-REF
                                   TO DPD-STATEMENT-NUMBER(dp-doc-count)
                               MOVE DD-STATUS
                                   TO DPD-STATUS(dp-doc-count)
                               MOVE DD-STATUS-DATE
                                   TO DPD-STATUS-DATE(dp-doc-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-DP-DOCUMENTS
           END-IF.
       EXIT.

      * One issued statement this month: dispatched when the
      * manifest says KLAR (email), when DIGIPOST uploaded it and
      * the provider has not failed it (Digital Post), or when the
      * paper channel is not marked bad (paper is assumed
      * dispatched the following night unless the channel failed).
       ASSESS-ONE-STATEMENT.
           MOVE "N" TO this-dispatched
           MOVE "N" TO this-on-time
               IF this-dispatched = "Y"
                   ADD 1 TO email-on-time
               END-IF
           ELSE IF RG-CHANNEL = "D"
               ADD 1 TO digital-issued
               SET idx-dpd TO 1
               SEARCH DP-DOC-ARRAY
                   AT END
                       CONTINUE
                   WHEN idx-dpd > dp-doc-count
                       CONTINUE
                   WHEN DPD-STATEMENT-NUMBER(idx-dpd)
                           = RG-STATEMENT-NUMBER
                       PERFORM ASSESS-DIGITAL-POST-DOCUMENT
               END-SEARCH
           ELSE
               ADD 1 TO paper-issued
               MOVE "Y" TO this-dispatched
                   ADD 1 TO paper-on-time
               END-IF
           END-IF
           END-IF

           IF this-dispatched = "N"
               ADD 1 TO undispatched-count
           END-IF.
       EXIT.

      * Uploaded ("U") or delivered ("L") counts as dispatched; on
      * time once the provider's delivery receipt is dated within
      * the SLA of the statement's run date.
       ASSESS-DIGITAL-POST-DOCUMENT.
           IF DPD-STATUS(idx-dpd) = "U" OR DPD-STATUS(idx-dpd) = "L"
               MOVE "Y" TO this-dispatched
           END-IF
           IF DPD-STATUS(idx-dpd) = "L"
               AND DPD-STATUS-DATE(idx-dpd) IS NUMERIC
               AND RG-RUN-DATE IS NUMERIC
               COMPUTE status-date-integer =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(DPD-STATUS-DATE(idx-dpd)))
               IF status-date-integer - run-date-integer <= sla-days
                   MOVE "Y" TO this-on-time
                   ADD 1 TO digital-on-time
               END-IF
           END-IF.
       EXIT.

      * A failure without a successful retry: the failure row's
      * channel still stands bad for the customer in the channel
      * status file - nothing has gone through since.
                                       OR (DF-CHANNEL = "P"
                                       AND CHN-PAPER-BAD(idx-chn)
                                           = "Y")
                                       OR (DF-CHANNEL = "D"
                                       AND CHN-DIGITAL-BAD(idx-chn)
                                           = "Y")
                                       ADD 1 TO unretried-count
                                       MOVE SPACES TO INFO
                                       STRING

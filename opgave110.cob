      *    opdateringen gaar gennem CUSTMAINT's eksisterende
      *    aendringshistorik-maskineri. Umatchede eller
      *    modstridende aendringer gaar til en gennemsynsfil.
      *    En fraflytning til udlandet kommer med det nye lands kode;
      *    koden skal findes i landekartoteket (country-master.txt),
      *    og postnummerkontrollen gaelder kun danske adresser.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRFEED.

       SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
       SELECT COUNTRY-MASTER-FILE
       ASSIGN TO DYNAMIC WS-COUNTRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COUNTRY-STATUS.

       DATA DIVISION.

           02 CF-HOUSE-NUMBER          PIC X(5).
           02 CF-POSTAL-CODE           PIC X(4).
           02 CF-CITY                  PIC X(20).
      * Trailing optional field: the new country on a move abroad.
      * SPACES (and older, shorter records) mean a Danish address.
           02 CF-COUNTRY-CODE          PIC X(2).
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD AUDIT-FILE.
       01 AUDIT-LINE.
           02 AUD-INFO                 PIC X(120).
       FD COUNTRY-MASTER-FILE.
       01 COUNTRY-MASTER-RECORD.
           COPY "country-master.cpy".

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 postal-ok                     PIC X VALUE "N".
       01 city-matches                  PIC X VALUE "N".

      * Landekartoteket (country-check.cpy) for flytninger til
      * udlandet.
           COPY "country-check-fields.cpy".
       01 new-country                   PIC X(2) VALUE SPACES.

       01 WS-XREF-OPERATOR              PIC X(8) VALUE SPACES.
       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-RUN-TIMESTAMP              PIC X(19) VALUE SPACES.
       PERFORM LOAD-XREF.
       PERFORM MAINTAIN-XREF.
       PERFORM LOAD-POSTAL-CODES.
       PERFORM LOAD-COUNTRY-MASTER.
       IF country-loaded = "N"
           DISPLAY "CPRFEED: no " FUNCTION TRIM(WS-COUNTRY-FILENAME)
               " on file, moves abroad go to review"
       END-IF

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
               WHEN XR-CPR-NUMBER(idx-xrf) = CF-CPR-NUMBER
                   SET xref-slot TO idx-xrf
           END-SEARCH
           MOVE "DK" TO new-country
           IF CF-COUNTRY-CODE NOT = SPACES
               MOVE CF-COUNTRY-CODE TO lookup-country-code
               PERFORM LOOKUP-COUNTRY
               MOVE lookup-country-code TO new-country
           END-IF
           IF xref-slot = ZEROES
               PERFORM WRITE-REVIEW-LINE
           ELSE
           IF new-country NOT = "DK"
               IF country-known = "N"
                   PERFORM WRITE-REVIEW-LINE
               ELSE
                   PERFORM READ-AND-EMIT
               END-IF
           ELSE
               MOVE "N" TO postal-ok
               MOVE "N" TO city-matches
               IF postal-ok = "N" OR city-matches = "N"
                   PERFORM WRITE-REVIEW-LINE
               ELSE
                   PERFORM READ-AND-EMIT
               END-IF
           END-IF
           END-IF.
       EXIT.

       READ-AND-EMIT.
           MOVE XR-CLIENT-ID(xref-slot)
               TO client-id OF CUSTOMER-RECORD
           READ INPUT-CUSTOMERS
               INVALID KEY
                   PERFORM WRITE-REVIEW-LINE
               NOT INVALID KEY
                   PERFORM EMIT-MAINT-REQUEST
           END-READ.
       EXIT.

       EMIT-MAINT-REQUEST.
           MOVE SPACES TO MAINT-REQUEST-OUT
           MOVE "U" TO out-action
           MOVE CF-HOUSE-NUMBER TO out-house-number
           MOVE CF-POSTAL-CODE TO out-postal-code
           MOVE CF-CITY TO out-city
      *    A Danish address leaves a blank country blank; one moving
      *    home from abroad gets "DK" back.
           IF CF-COUNTRY-CODE NOT = SPACES
               OR out-country-code NOT = SPACES
               MOVE new-country TO out-country-code
           END-IF
           WRITE MAINT-REQUEST-OUT
           ADD 1 TO applied-count.
       EXIT.
               CF-POSTAL-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CF-CITY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CF-COUNTRY-CODE DELIMITED BY SIZE
               INTO REV-INFO
           WRITE REVIEW-LINE.
       EXIT.

           COPY "country-check.cpy".

      * Formål: Vedligehold customer-info.txt (tilføj/ret/slet kunder)
      *    ud fra en fil med vedligeholdelses-anmodninger, i stedet for
      *    at rette direkte i den flade fil. Landekoden i adressen og
      *    skattehjemlandet valideres mod landekartoteket
      *    (country-master.txt).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.

       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT COUNTRY-MASTER-FILE
       ASSIGN TO DYNAMIC WS-COUNTRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COUNTRY-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.
       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           COPY "master-journal.cpy".
       FD COUNTRY-MASTER-FILE.
       01 COUNTRY-MASTER-RECORD.
           COPY "country-master.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
       01 CH-OLD-VALUE              PIC X(50) VALUE SPACES.
       01 CH-NEW-VALUE              PIC X(50) VALUE SPACES.

      * Landekoder i adresse og skattehjemland skal findes i
      * landekartoteket (country-check.cpy); en ukendt kode afviser
      * tilfoejelsen eller rettelsen.
           COPY "country-check-fields.cpy".
       01 country-rejected          PIC X VALUE "N".
       01 rejected-country          PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.

       ACCEPT WS-CHANGE-HISTORY-FILENAME
       MOVE WS-CUSTOMERS-FILENAME(1:40) TO jrn-master-file
       PERFORM OPEN-MASTER-JOURNAL

       PERFORM LOAD-COUNTRY-MASTER
       IF country-loaded = "N"
           DISPLAY "CUSTMAINT: no " FUNCTION TRIM(WS-COUNTRY-FILENAME)
               " on file, country codes not checked"
       END-IF

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-INPUT-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "CUSTMAINT: cannot open customer-info.txt, "
                   MOVE "Y" TO found-flag
           END-SEARCH

           IF found-flag = "N"
               PERFORM CHECK-REQUEST-COUNTRIES
           END-IF

           IF found-flag = "Y"
               DISPLAY "CUSTMAINT: add rejected, client-id "
                   client-id OF maint-customer " already exists"
           ELSE
           IF country-rejected = "Y"
               DISPLAY "CUSTMAINT: add rejected, client-id "
                   client-id OF maint-customer
                   " has unknown country code " rejected-country
           ELSE
               IF customer-count >= 500
                   DISPLAY "CUSTMAINT: CUSTOMER-ARRAY is full, "
                   PERFORM WRITE-JOURNAL-IMAGE
               END-IF
           END-IF
           END-IF
       EXIT.

       UPDATE-CUSTOMER.
                   MOVE "Y" TO found-flag
           END-SEARCH

           IF found-flag = "Y"
               PERFORM CHECK-REQUEST-COUNTRIES
           END-IF

           IF found-flag = "Y" AND country-rejected = "Y"
               DISPLAY "CUSTMAINT: update rejected, client-id "
                   client-id OF maint-customer
                   " has unknown country code " rejected-country
           ELSE
           IF found-flag = "Y"
               MOVE SPACES TO approval-rule
               IF approved-bypass = "N"
               DISPLAY "CUSTMAINT: update rejected, client-id "
                   client-id OF maint-customer " not found"
           END-IF
           END-IF
       EXIT.

      * Both country codes on the request - the address's and the
      * tax residency's - must be on the country master when filled
      * in; a known code is stored in upper case. Without a master
      * on file nothing is rejected.
       CHECK-REQUEST-COUNTRIES.
           MOVE "N" TO country-rejected
           MOVE SPACES TO rejected-country
           IF country-loaded = "Y"
               IF country-code OF maint-customer NOT = SPACES
                   MOVE country-code OF maint-customer
                       TO lookup-country-code
                   PERFORM LOOKUP-COUNTRY
                   IF country-known = "Y"
                       MOVE lookup-country-code
                           TO country-code OF maint-customer
                   ELSE
                       MOVE "Y" TO country-rejected
                       MOVE country-code OF maint-customer
                           TO rejected-country
                   END-IF
               END-IF
               IF tax-residency-country OF maint-customer NOT = SPACES
                   MOVE tax-residency-country OF maint-customer
                       TO lookup-country-code
                   PERFORM LOOKUP-COUNTRY
                   IF country-known = "Y"
                       MOVE lookup-country-code
                           TO tax-residency-country OF maint-customer
                   ELSE
                       MOVE "Y" TO country-rejected
                       MOVE tax-residency-country OF maint-customer
                           TO rejected-country
                   END-IF
               END-IF
           END-IF.
       EXIT.

      * The dual-control risk rules: a delivery-preference change,
                   MOVE foreign-tin OF maint-customer TO CH-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF
               IF date-of-birth OF OLD-CUSTOMER-RECORD
                       NOT = date-of-birth OF maint-customer
                   MOVE "date-of-birth" TO CH-FIELD-NAME
                   MOVE date-of-birth OF OLD-CUSTOMER-RECORD
                       TO CH-OLD-VALUE
                   MOVE date-of-birth OF maint-customer
                       TO CH-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF
               PERFORM VARYING chg-acct-idx FROM 1 BY 1
                       UNTIL chg-acct-idx > 2
                   IF guardian-client-id OF OLD-CUSTOMER-RECORD
                           (chg-acct-idx)
                           NOT = guardian-client-id OF maint-customer
                               (chg-acct-idx)
                       MOVE "guardian-client-id" TO CH-FIELD-NAME
                       MOVE guardian-client-id OF OLD-CUSTOMER-RECORD
                           (chg-acct-idx) TO CH-OLD-VALUE
                       MOVE guardian-client-id OF maint-customer
                           (chg-acct-idx) TO CH-NEW-VALUE
                       PERFORM WRITE-CHANGE-LINE
                   END-IF
               END-PERFORM
               IF customer-type OF OLD-CUSTOMER-RECORD
                       NOT = customer-type OF maint-customer
                   MOVE "customer-type" TO CH-FIELD-NAME
                   MOVE customer-type OF OLD-CUSTOMER-RECORD
                       TO CH-OLD-VALUE
                   MOVE customer-type OF maint-customer
                       TO CH-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF
               IF cvr-number OF OLD-CUSTOMER-RECORD
                       NOT = cvr-number OF maint-customer
                   MOVE "cvr-number" TO CH-FIELD-NAME
                   MOVE cvr-number OF OLD-CUSTOMER-RECORD
                       TO CH-OLD-VALUE
                   MOVE cvr-number OF maint-customer TO CH-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF
               IF company-name OF OLD-CUSTOMER-RECORD
                       NOT = company-name OF maint-customer
                   MOVE "company-name" TO CH-FIELD-NAME
                   MOVE company-name OF OLD-CUSTOMER-RECORD
                       TO CH-OLD-VALUE
                   MOVE company-name OF maint-customer
                       TO CH-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF

               PERFORM VARYING chg-acct-idx FROM 1 BY 1
                       UNTIL chg-acct-idx > 2
           COPY "run-lock.cpy".

           COPY "journal.cpy".

           COPY "country-check.cpy".

      * Formål: Kildeskat paa renter til kunder med skattemaessigt
      *    hjemland i udlandet. INTPOST (opgave19) traekker
      *    overenskomstsatsen fra withholding-rates.txt af hver
      *    rentekreditering og logger traekket i kildeskatteregistret
      *    withholding-tax-register.txt. Dette program laeser
      *    registret. Koerselsformer, valgt med WHTREP_MODE:
      *      REMIT (standard) - maanedens afregningsfil til
      *               skattemyndigheden, withholding-remittance.txt:
      *               en "D"-raekke pr. hjemland med antal, bruttorente
      *               og indeholdt skat, og en "T"-totalraekke.
      *               Periode YYYYMM paa kommandolinjen, ellers
      *               forrige maaned.
      *      CERT     - aarets kildeskatteattest pr. kunde og hjemland,
      *               withholding-certificates.txt, med navn og
      *               adresse fra customer-info.txt, udenlandsk
      *               skattenummer, bruttorente og indeholdt skat -
      *               kunden bruger den til at faa skatten godskrevet
      *               hjemme. Aar YYYY paa kommandolinjen, ellers
      *               forrige aar.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WITHHOLDING-REGISTER-FILE
       ASSIGN TO DYNAMIC WS-WHT-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WHT-REGISTER-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT OUTPUT-REMITTANCE
       ASSIGN TO DYNAMIC WS-REMITTANCE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REMITTANCE-STATUS.
       SELECT OUTPUT-CERTIFICATES
       ASSIGN TO DYNAMIC WS-CERTIFICATES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CERTIFICATES-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD WITHHOLDING-REGISTER-FILE.
       01 WITHHOLDING-REGISTER-RECORD.
           COPY "withholding-register.cpy".
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD OUTPUT-REMITTANCE.
       01 REMITTANCE-RECORD.
           02 RM-RECORD-TYPE           PIC X(1).
           02 RM-PERIOD                PIC X(6).
           02 RM-COUNTRY               PIC X(2).
           02 RM-POSTING-COUNT         PIC 9(6).
           02 RM-GROSS-TOTAL           PIC 9(11)V99.
           02 RM-TAX-TOTAL             PIC 9(11)V99.
       FD OUTPUT-CERTIFICATES.
       01 CERTIFICATE-LINE.
           02 INFO                     PIC X(120).

       WORKING-STORAGE SECTION.
      * Variable used as condition in while loop
       01 EOF-REGISTER                  PIC X VALUE "N".
       01 WS-WHT-REGISTER-STATUS        PIC XX VALUE "00".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-REMITTANCE-STATUS          PIC XX VALUE "00".
       01 WS-CERTIFICATES-STATUS        PIC XX VALUE "00".

       01 WS-MODE                       PIC X(10) VALUE SPACES.
      * YYYYMM for REMIT, YYYY for CERT; matched against the start
      * of WHT-POSTING-DATE.
       01 WS-TARGET-PERIOD              PIC X(6) VALUE SPACES.
       01 target-length                 PIC 9(1) VALUE ZEROES.
       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 prior-year                    PIC 9(4) VALUE ZEROES.
       01 prior-month                   PIC 9(2) VALUE ZEROES.

      * REMIT: totals per country of tax residence.
       01 COUNTRY-ARRAY-MAX             PIC 9(3) VALUE 300.
       01 COUNTRY-ARRAY                 OCCURS 300 TIMES
                                        INDEXED BY idx-ctry.
           02 CT-COUNTRY                PIC X(2) VALUE SPACES.
           02 CT-COUNT                  PIC 9(6) VALUE ZEROES.
           02 CT-GROSS                  PIC 9(11)V99 VALUE ZEROES.
           02 CT-TAX                    PIC 9(11)V99 VALUE ZEROES.
       01 country-count                 PIC 9(3) VALUE ZEROES.

      * CERT: the year per customer and country - a customer who
      * moved abroad mid-year gets one certificate per country.
       01 CERT-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 CERT-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-cert.
           02 CE-CLIENT-ID              PIC X(10) VALUE SPACES.
           02 CE-COUNTRY                PIC X(2) VALUE SPACES.
           02 CE-FOREIGN-TIN            PIC X(20) VALUE SPACES.
           02 CE-COUNT                  PIC 9(6) VALUE ZEROES.
           02 CE-GROSS                  PIC 9(11)V99 VALUE ZEROES.
           02 CE-TAX                    PIC 9(11)V99 VALUE ZEROES.
       01 cert-count                    PIC 9(4) VALUE ZEROES.

       01 amount-display                PIC ZZZ,ZZZ,ZZ9.99.
           COPY "clean-spaces-fields.cpy".

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at an archived register
      * without recompiling.
       01 WS-WHT-REGISTER-FILENAME
           PIC X(100) VALUE "withholding-tax-register.txt".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-REMITTANCE-FILENAME
           PIC X(100) VALUE "withholding-remittance.txt".
       01 WS-CERTIFICATES-FILENAME
           PIC X(100) VALUE "withholding-certificates.txt".

      * Batch control totals
       01 register-row-count            PIC 9(6) VALUE ZEROES.
       01 selected-count                PIC 9(6) VALUE ZEROES.
       01 gross-grand-total             PIC 9(11)V99 VALUE ZEROES.
       01 tax-grand-total               PIC 9(11)V99 VALUE ZEROES.
       01 certificate-count             PIC 9(6) VALUE ZEROES.
       01 missing-customer-count        PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-MODE FROM ENVIRONMENT "WHTREP_MODE"
       IF WS-MODE = SPACES
           MOVE "REMIT" TO WS-MODE
       END-IF
       IF WS-MODE NOT = "REMIT" AND WS-MODE NOT = "CERT"
           DISPLAY "WHTREP: unknown WHTREP_MODE '"
               FUNCTION TRIM(WS-MODE) "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4) TO prior-year
       MOVE WS-CURRENT-DATE(5:2) TO prior-month
       ACCEPT WS-TARGET-PERIOD FROM COMMAND-LINE
       IF WS-MODE = "REMIT"
           MOVE 6 TO target-length
           IF WS-TARGET-PERIOD = SPACES
               IF prior-month = 1
                   SUBTRACT 1 FROM prior-year
                   MOVE 12 TO prior-month
               ELSE
                   SUBTRACT 1 FROM prior-month
               END-IF
               STRING prior-year DELIMITED BY SIZE
                   prior-month DELIMITED BY SIZE
                   INTO WS-TARGET-PERIOD
           END-IF
       ELSE
           MOVE 4 TO target-length
           IF WS-TARGET-PERIOD = SPACES
               SUBTRACT 1 FROM prior-year
               MOVE prior-year TO WS-TARGET-PERIOD
           END-IF
       END-IF
       IF WS-TARGET-PERIOD(1:target-length) IS NOT NUMERIC
           DISPLAY "WHTREP: usage: opgave125 [YYYYMM] (REMIT) or "
               "[YYYY] (CERT)"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       ACCEPT WS-WHT-REGISTER-FILENAME
           FROM ENVIRONMENT "WITHHOLDING_REGISTER_FILE"
       IF WS-WHT-REGISTER-FILENAME = SPACES
           MOVE "withholding-tax-register.txt"
               TO WS-WHT-REGISTER-FILENAME
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       ACCEPT WS-REMITTANCE-FILENAME
           FROM ENVIRONMENT "WITHHOLDING_REMITTANCE_FILE"
       IF WS-REMITTANCE-FILENAME = SPACES
           MOVE "withholding-remittance.txt" TO WS-REMITTANCE-FILENAME
       END-IF

       ACCEPT WS-CERTIFICATES-FILENAME
           FROM ENVIRONMENT "WITHHOLDING_CERTIFICATES_FILE"
       IF WS-CERTIFICATES-FILENAME = SPACES
           MOVE "withholding-certificates.txt"
               TO WS-CERTIFICATES-FILENAME
       END-IF

      * No register yet is a normal state - nothing has been withheld,
      * and the run writes an empty remittance or no certificates.
       OPEN INPUT WITHHOLDING-REGISTER-FILE
       IF WS-WHT-REGISTER-STATUS = "35"
           MOVE "Y" TO EOF-REGISTER
       ELSE
           IF WS-WHT-REGISTER-STATUS NOT = "00"
               DISPLAY "WHTREP: cannot open "
                   WS-WHT-REGISTER-FILENAME ", file status "
                   WS-WHT-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       PERFORM UNTIL EOF-REGISTER = "Y"
           READ WITHHOLDING-REGISTER-FILE
               INTO WITHHOLDING-REGISTER-RECORD
               AT END
                   MOVE "Y" TO EOF-REGISTER
               NOT AT END
                   ADD 1 TO register-row-count
                   IF WHT-POSTING-DATE(1:target-length)
                           = WS-TARGET-PERIOD(1:target-length)
                       ADD 1 TO selected-count
                       ADD WHT-GROSS-INTEREST TO gross-grand-total
                       ADD WHT-TAX-AMOUNT TO tax-grand-total
                       IF WS-MODE = "REMIT"
                           PERFORM TALLY-COUNTRY
                       ELSE
                           PERFORM TALLY-CERTIFICATE
                       END-IF
                   END-IF
           END-READ

           IF WS-WHT-REGISTER-STATUS NOT = "00"
                   AND WS-WHT-REGISTER-STATUS NOT = "10"
               DISPLAY "WHTREP: error reading "
                   WS-WHT-REGISTER-FILENAME
                   ", file status " WS-WHT-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-PERFORM.
       IF WS-WHT-REGISTER-STATUS NOT = "35"
           CLOSE WITHHOLDING-REGISTER-FILE
       END-IF

       IF WS-MODE = "REMIT"
           PERFORM WRITE-REMITTANCE
       ELSE
           PERFORM WRITE-CERTIFICATES
       END-IF

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       TALLY-COUNTRY.
           SET idx-ctry TO 1
           SEARCH COUNTRY-ARRAY
               AT END
                   IF country-count >= COUNTRY-ARRAY-MAX
                       DISPLAY "WHTREP: COUNTRY-ARRAY is full, "
                           "cannot tally country " WHT-COUNTRY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO country-count
                   MOVE WHT-COUNTRY TO CT-COUNTRY(country-count)
                   SET idx-ctry TO country-count
                   PERFORM ADD-TO-COUNTRY
               WHEN CT-COUNTRY(idx-ctry) = WHT-COUNTRY
                   PERFORM ADD-TO-COUNTRY
           END-SEARCH.
       EXIT.

       ADD-TO-COUNTRY.
           ADD 1 TO CT-COUNT(idx-ctry)
           ADD WHT-GROSS-INTEREST TO CT-GROSS(idx-ctry)
           ADD WHT-TAX-AMOUNT TO CT-TAX(idx-ctry).
       EXIT.

       TALLY-CERTIFICATE.
           SET idx-cert TO 1
           SEARCH CERT-ARRAY
               AT END
                   IF cert-count >= CERT-ARRAY-MAX
                       DISPLAY "WHTREP: CERT-ARRAY is full, "
                           "cannot tally client-id " WHT-CLIENT-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO cert-count
                   MOVE WHT-CLIENT-ID TO CE-CLIENT-ID(cert-count)
                   MOVE WHT-COUNTRY TO CE-COUNTRY(cert-count)
                   SET idx-cert TO cert-count
                   PERFORM ADD-TO-CERTIFICATE
               WHEN CE-CLIENT-ID(idx-cert) = WHT-CLIENT-ID
                   AND CE-COUNTRY(idx-cert) = WHT-COUNTRY
                   PERFORM ADD-TO-CERTIFICATE
           END-SEARCH.
       EXIT.

      * The latest TIN in the register wins - it is the one the
      * customer master held when the last interest was paid.
       ADD-TO-CERTIFICATE.
           ADD 1 TO CE-COUNT(idx-cert)
           ADD WHT-GROSS-INTEREST TO CE-GROSS(idx-cert)
           ADD WHT-TAX-AMOUNT TO CE-TAX(idx-cert)
           IF WHT-FOREIGN-TIN NOT = SPACES
               MOVE WHT-FOREIGN-TIN TO CE-FOREIGN-TIN(idx-cert)
           END-IF.
       EXIT.

      * The month's remittance: one "D" record per country of
      * residence and a closing "T" record the tax authority
      * reconciles the payment against.
       WRITE-REMITTANCE.
           OPEN OUTPUT OUTPUT-REMITTANCE
           IF WS-REMITTANCE-STATUS NOT = "00"
               DISPLAY "WHTREP: cannot open " WS-REMITTANCE-FILENAME
                   ", file status " WS-REMITTANCE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-ctry FROM 1 BY 1
                   UNTIL idx-ctry > country-count
               MOVE "D" TO RM-RECORD-TYPE
               MOVE WS-TARGET-PERIOD TO RM-PERIOD
               MOVE CT-COUNTRY(idx-ctry) TO RM-COUNTRY
               MOVE CT-COUNT(idx-ctry) TO RM-POSTING-COUNT
               MOVE CT-GROSS(idx-ctry) TO RM-GROSS-TOTAL
               MOVE CT-TAX(idx-ctry) TO RM-TAX-TOTAL
               WRITE REMITTANCE-RECORD
           END-PERFORM
           MOVE "T" TO RM-RECORD-TYPE
           MOVE WS-TARGET-PERIOD TO RM-PERIOD
           MOVE SPACES TO RM-COUNTRY
           MOVE selected-count TO RM-POSTING-COUNT
           MOVE gross-grand-total TO RM-GROSS-TOTAL
           MOVE tax-grand-total TO RM-TAX-TOTAL
           WRITE REMITTANCE-RECORD
           CLOSE OUTPUT-REMITTANCE

           DISPLAY "WHTREP: remittance " WS-TARGET-PERIOD ", "
               country-count " country(ies), " selected-count
               " posting(s), tax " tax-grand-total ".".
       EXIT.

       WRITE-CERTIFICATES.
           OPEN INPUT INPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WHTREP: cannot open " WS-CUSTOMERS-FILENAME
                   ", file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUTPUT-CERTIFICATES
           IF WS-CERTIFICATES-STATUS NOT = "00"
               DISPLAY "WHTREP: cannot open "
                   WS-CERTIFICATES-FILENAME ", file status "
                   WS-CERTIFICATES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING idx-cert FROM 1 BY 1
                   UNTIL idx-cert > cert-count
               PERFORM WRITE-ONE-CERTIFICATE
           END-PERFORM

           MOVE SPACES TO INFO
           STRING "TRAILER: year=" DELIMITED BY SIZE
               WS-TARGET-PERIOD(1:4) DELIMITED BY SIZE
               " posting-count=" DELIMITED BY SIZE
               selected-count DELIMITED BY SIZE
               " certificate-count=" DELIMITED BY SIZE
               certificate-count DELIMITED BY SIZE
               " gross-total=" DELIMITED BY SIZE
               gross-grand-total DELIMITED BY SIZE
               " tax-total=" DELIMITED BY SIZE
               tax-grand-total DELIMITED BY SIZE
               INTO INFO
           WRITE CERTIFICATE-LINE

           CLOSE INPUT-CUSTOMERS
           CLOSE OUTPUT-CERTIFICATES

           IF missing-customer-count > ZEROES
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "WHTREP: " certificate-count " certificate(s) for "
               WS-TARGET-PERIOD(1:4) ", tax " tax-grand-total ", "
               missing-customer-count " customer(s) not on file.".
       EXIT.

      * One certificate block: the customer as on the master today,
      * the country and TIN the tax was withheld under, and the
      * year's gross interest and tax. A client-id no longer on the
      * master still gets its certificate, flagged for follow-up.
       WRITE-ONE-CERTIFICATE.
           ADD 1 TO certificate-count
           MOVE "============================" TO INFO
           WRITE CERTIFICATE-LINE

           MOVE SPACES TO RAW-TEXT
           MOVE CE-CLIENT-ID(idx-cert) TO client-id OF CUSTOMER-RECORD
           READ INPUT-CUSTOMERS
               INVALID KEY
                   ADD 1 TO missing-customer-count
                   STRING "client-id " DELIMITED BY SIZE
                       CE-CLIENT-ID(idx-cert) DELIMITED BY SIZE
                       " - IKKE I KUNDEREGISTRET" DELIMITED BY SIZE
                       INTO RAW-TEXT
               NOT INVALID KEY
                   STRING first-name OF CUSTOMER-RECORD
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       last-name OF CUSTOMER-RECORD DELIMITED BY SIZE
                       INTO RAW-TEXT
           END-READ
           PERFORM CLEAN-SPACES
           MOVE SPACES TO INFO
           STRING "Kildeskatteattest / Certificate of tax withheld "
                   DELIMITED BY SIZE
               WS-TARGET-PERIOD(1:4) DELIMITED BY SIZE
               " for: " DELIMITED BY SIZE
               FUNCTION TRIM(CLEAN-TEXT) DELIMITED BY SIZE
               INTO INFO
           WRITE CERTIFICATE-LINE

           IF WS-CUSTOMERS-STATUS = "00"
               MOVE SPACES TO RAW-TEXT
               STRING road-name OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   house-number OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   postal-code OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   city OF CUSTOMER-RECORD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   country-code OF CUSTOMER-RECORD DELIMITED BY SIZE
                   INTO RAW-TEXT
               PERFORM CLEAN-SPACES
               MOVE SPACES TO INFO
               STRING "Adresse / Address: " DELIMITED BY SIZE
                   FUNCTION TRIM(CLEAN-TEXT) DELIMITED BY SIZE
                   INTO INFO
               WRITE CERTIFICATE-LINE
           END-IF

           MOVE SPACES TO INFO
           STRING "Skattemaessigt hjemland / Country of residence: "
                   DELIMITED BY SIZE
               CE-COUNTRY(idx-cert) DELIMITED BY SIZE
               INTO INFO
           WRITE CERTIFICATE-LINE

           MOVE SPACES TO INFO
           STRING "Udenlandsk skattenummer / Foreign TIN: "
                   DELIMITED BY SIZE
               CE-FOREIGN-TIN(idx-cert) DELIMITED BY SIZE
               INTO INFO
           WRITE CERTIFICATE-LINE

           MOVE CE-GROSS(idx-cert) TO amount-display
           MOVE SPACES TO INFO
           STRING "Bruttorente / Gross interest paid: "
                   DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               INTO INFO
           WRITE CERTIFICATE-LINE

           MOVE CE-TAX(idx-cert) TO amount-display
           MOVE SPACES TO INFO
           STRING "Indeholdt kildeskat / Tax withheld: "
                   DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               INTO INFO
           WRITE CERTIFICATE-LINE

           MOVE SPACES TO INFO
           WRITE CERTIFICATE-LINE.
       EXIT.

           COPY "clean-spaces.cpy".

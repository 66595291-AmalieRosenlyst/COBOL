      *    og skriver eksporten grupperet pr. indberetningsland med
      *    kontroltotaler pr. land og en samlet TRAILER som vores
      *    andre afleveringer.
      *    Om et skattehjemland er et indberetningsland afgoeres af
      *    CRS-flaget i landekartoteket (country-master.txt); et land
      *    der ikke deltager i udvekslingen eller ikke staar i
      *    kartoteket indberettes ikke, men taelles og naevnes.
      *    Uden kartotek indberettes alle udenlandske lande som hidtil.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSEXT.

       SELECT OUTPUT-EXTRACT ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXTRACT-STATUS.
       SELECT COUNTRY-MASTER-FILE
       ASSIGN TO DYNAMIC WS-COUNTRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COUNTRY-STATUS.

       DATA DIVISION.

       FD OUTPUT-EXTRACT.
       01 EXTRACT-LINE.
           02 INFO                     PIC X(150).
       FD COUNTRY-MASTER-FILE.
       01 COUNTRY-MASTER-RECORD.
           COPY "country-master.cpy".

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
           PIC S9(11)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 country-interest-total        PIC 9(11)V99 VALUE ZEROES.

      * CRS participation per tax residency comes from the country
      * master (country-check.cpy).
           COPY "country-check-fields.cpy".
       01 crs-reportable                PIC X VALUE "N".
       01 not-participating-count       PIC 9(6) VALUE ZEROES.

       01 WS-REPORT-YEAR-TEXT           PIC X(4) VALUE SPACES.
       01 report-year                   PIC 9(4) VALUE ZEROES.
       01 year-start                    PIC X(8) VALUE SPACES.
       MOVE SPACES TO year-end
       STRING report-year "1231" DELIMITED BY SIZE INTO year-end

       PERFORM LOAD-COUNTRY-MASTER.
       IF country-loaded = "N"
           DISPLAY "CRSEXT: no " FUNCTION TRIM(WS-COUNTRY-FILENAME)
               " on file, every foreign tax residency reported"
       END-IF

       PERFORM LOAD-FOREIGN-CUSTOMERS.
       IF not-participating-count > ZEROES
           DISPLAY "CRSEXT: " not-participating-count " customer(s) "
               "resident in a non-participating or unknown country, "
               "not reported"
       END-IF
       IF foreign-count = ZEROES
           DISPLAY "CRSEXT: no foreign-resident customers on file, "
               "nothing to report"
                               NOT = SPACES
                           AND tax-residency-country
                               OF CUSTOMER-RECORD NOT = "DK"
                           PERFORM CHECK-CRS-PARTICIPATION
                           IF crs-reportable = "Y"
                               PERFORM NOTE-FOREIGN-CUSTOMER
                           ELSE
                               ADD 1 TO not-participating-count
                               DISPLAY "CRSEXT: customer "
                                   client-id OF CUSTOMER-RECORD
                                   " resident in "
                                   tax-residency-country
                                       OF CUSTOMER-RECORD
                                   ", not a CRS participant"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-CUSTOMERS.
       EXIT.

      * A tax residency is reportable when the country master flags
      * it as a CRS participant; without a master every foreign
      * residency is.
       CHECK-CRS-PARTICIPATION.
           MOVE "Y" TO crs-reportable
           IF country-loaded = "Y"
               MOVE tax-residency-country OF CUSTOMER-RECORD
                   TO lookup-country-code
               PERFORM LOOKUP-COUNTRY
               IF country-known = "N"
                   MOVE "N" TO crs-reportable
               ELSE
                   IF CNM-CRS-FLAG OF COUNTRY-MASTER-ARRAY(country-slot)
                           NOT = "Y"
                       MOVE "N" TO crs-reportable
                   END-IF
               END-IF
           END-IF.
       EXIT.

       NOTE-FOREIGN-CUSTOMER.
           IF foreign-count < FOREIGN-ARRAY-MAX
               ADD 1 TO foreign-count
           MOVE ZEROES TO country-interest-total

           MOVE SPACES TO INFO
           MOVE current-country TO lookup-country-code
           PERFORM LOOKUP-COUNTRY
           IF country-known = "Y"
               STRING "LAND: " DELIMITED BY SIZE
                   current-country DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CNM-NAME-DA
                       OF COUNTRY-MASTER-ARRAY(country-slot))
                       DELIMITED BY SIZE
                   INTO INFO
           ELSE
               STRING "LAND: " DELIMITED BY SIZE
                   current-country DELIMITED BY SIZE
                   INTO INFO
           END-IF
           WRITE EXTRACT-LINE

           PERFORM VARYING idx-for FROM 1 BY 1
               INTO INFO
           WRITE EXTRACT-LINE.
       EXIT.

           COPY "country-check.cpy".

      * Formål: Gruppér customer-info.txt efter c-address country-code
      *    og udskriv antal kunder og samlet saldo pr. land, til brug
      *    i rapportering om graenseoverskridende eksponering. Landets
      *    navn hentes fra landekartoteket (country-master.txt).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNTRYSUM.

       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.

       SELECT COUNTRY-MASTER-FILE
       ASSIGN TO DYNAMIC WS-COUNTRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COUNTRY-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".

       FD COUNTRY-MASTER-FILE.
       01 COUNTRY-MASTER-RECORD.
           COPY "country-master.cpy".

       WORKING-STORAGE SECTION.
       01 EOF-CUSTOMERS                 PIC X VALUE "N".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
      * 9 integer digits - matches the S9(9)V99 width of
      * CTY-BALANCE-TOTAL/grand-balance-total.
       01 balance-display               PIC -ZZZ,ZZZ,ZZ9.99.

      * Country names for the report come from the country master
      * (country-check.cpy); a code not on it is printed as it is.
           COPY "country-check-fields.cpy".
       01 country-label                 PIC X(36) VALUE SPACES.
      * Balances live only in account-info.txt (BALCONV removed them
      * from the customer record), so they are looked up here by
      * account-number.
       END-IF
       PERFORM LOAD-ACCOUNT-BALANCES

       PERFORM LOAD-COUNTRY-MASTER
       IF country-loaded = "N"
           DISPLAY "COUNTRYSUM: no " FUNCTION TRIM(WS-COUNTRY-FILENAME)
               " on file, countries printed by code"
       END-IF

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "COUNTRYSUM: cannot open " WS-CUSTOMERS-FILENAME
               UNTIL cty-idx > COUNTRY-ARRAY-MAX
           MOVE SPACES TO INFO
           MOVE CTY-BALANCE-TOTAL(cty-idx) TO balance-display
           PERFORM BUILD-COUNTRY-LABEL
           STRING "Country " DELIMITED BY SIZE
               FUNCTION TRIM(country-label) DELIMITED BY SIZE
               ": customer-count=" DELIMITED BY SIZE
               CTY-CUSTOMER-COUNT(cty-idx) DELIMITED BY SIZE
               " balance-total=" DELIMITED BY SIZE
           END-IF.
       EXIT.

      * "Denmark (DK)" when the code is on the country master, the
      * bare code otherwise (a blank code prints as blank, as before).
       BUILD-COUNTRY-LABEL.
           MOVE CTY-COUNTRY-CODE(cty-idx) TO country-label
           MOVE CTY-COUNTRY-CODE(cty-idx) TO lookup-country-code
           PERFORM LOOKUP-COUNTRY
           IF country-known = "Y"
               MOVE SPACES TO country-label
               STRING FUNCTION TRIM(CNM-NAME-EN
                       OF COUNTRY-MASTER-ARRAY(country-slot))
                       DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   CTY-COUNTRY-CODE(cty-idx) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO country-label
           END-IF.
       EXIT.

      * Loads the balance source of truth and resolves one account's
      * balance by number; an account not on the master reads as
      * zero with looked-up-found = "N".
                       TO looked-up-balance
           END-SEARCH.
       EXIT.

           COPY "country-check.cpy".

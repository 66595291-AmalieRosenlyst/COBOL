      * Landekartotek-paragraffer, delt af CUSTMAINT/BULKIMP/CPRFEED/
      * COUNTRYSUM/CRSEXT/AMLSCAN/EXTXFER. Kraever
      * country-check-fields.cpy i WORKING-STORAGE samt SELECT/FD
      * for COUNTRY-MASTER-FILE (se kommentaren der).
       LOAD-COUNTRY-MASTER.
           MOVE "N" TO country-loaded
           MOVE ZEROES TO country-master-count
           MOVE "N" TO EOF-COUNTRY
           ACCEPT WS-COUNTRY-FILENAME
               FROM ENVIRONMENT "COUNTRY_MASTER_FILE"
           IF WS-COUNTRY-FILENAME = SPACES
               MOVE "country-master.txt" TO WS-COUNTRY-FILENAME
           END-IF
           OPEN INPUT COUNTRY-MASTER-FILE
           IF WS-COUNTRY-STATUS = "00"
               MOVE "Y" TO country-loaded
               PERFORM UNTIL EOF-COUNTRY = "Y"
                   READ COUNTRY-MASTER-FILE
                       INTO COUNTRY-MASTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-COUNTRY
                       NOT AT END
                           IF CN-COUNTRY-CODE NOT = SPACES
                               PERFORM ADD-COUNTRY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNTRY-MASTER-FILE
           END-IF.
       EXIT.

       ADD-COUNTRY-ENTRY.
           IF country-master-count >= COUNTRY-MASTER-MAX
               DISPLAY "COUNTRY: COUNTRY-MASTER-ARRAY is full, cannot "
                   "load more of " WS-COUNTRY-FILENAME
               MOVE "Y" TO EOF-COUNTRY
           ELSE
               ADD 1 TO country-master-count
               MOVE COUNTRY-MASTER-RECORD
                   TO COUNTRY-MASTER-ARRAY(country-master-count)
               MOVE FUNCTION UPPER-CASE(CN-COUNTRY-CODE)
                   TO CNM-COUNTRY-CODE
                       OF COUNTRY-MASTER-ARRAY(country-master-count)
           END-IF.
       EXIT.

      * Codes are compared in upper case, so a hand-keyed "de" is
      * the same country as "DE".
       LOOKUP-COUNTRY.
           MOVE "N" TO country-known
           MOVE ZEROES TO country-slot
           MOVE FUNCTION UPPER-CASE(lookup-country-code)
               TO lookup-country-code
           IF lookup-country-code NOT = SPACES
               SET idx-cnm TO 1
               SEARCH COUNTRY-MASTER-ARRAY
                   AT END
                       CONTINUE
                   WHEN CNM-COUNTRY-CODE
                           OF COUNTRY-MASTER-ARRAY(idx-cnm)
                           = lookup-country-code
                       MOVE "Y" TO country-known
                       SET country-slot TO idx-cnm
               END-SEARCH
           END-IF.
       EXIT.

      * Paragraffer til screening af udgaaende betalinger mod
      * watchlist.txt. Kraever watchlist-check-fields.cpy og
      * clean-spaces-fields.cpy i WORKING-STORAGE samt
      * clean-spaces.cpy i programmet.
       LOAD-WATCHLIST.
           MOVE "N" TO watchlist-loaded
           MOVE ZEROES TO watchlist-count
           MOVE "N" TO EOF-WATCHLIST
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS = "00"
               MOVE "Y" TO watchlist-loaded
               PERFORM UNTIL EOF-WATCHLIST = "Y"
                   READ WATCHLIST-FILE INTO WATCHLIST-RECORD
                       AT END
                           MOVE "Y" TO EOF-WATCHLIST
                       NOT AT END
                           IF WL-NAME NOT = SPACES
                               PERFORM ADD-WATCHLIST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCHLIST-FILE
           END-IF.
       EXIT.

       ADD-WATCHLIST-ENTRY.
           IF watchlist-count >= WATCHLIST-ARRAY-MAX
               DISPLAY "WATCHLIST: WATCHLIST-ARRAY is full, cannot "
                   "load more of " WS-WATCHLIST-FILENAME
               MOVE "Y" TO EOF-WATCHLIST
           ELSE
               ADD 1 TO watchlist-count
               MOVE WL-NAME TO WL-ARR-LISTED(watchlist-count)
               MOVE WL-ENTRY-TYPE TO WL-ARR-ENTRY-TYPE(watchlist-count)
               MOVE SPACES TO RAW-TEXT
               MOVE WL-NAME TO RAW-TEXT
               PERFORM CLEAN-SPACES
               MOVE FUNCTION UPPER-CASE(CLEAN-TEXT)
                   TO WL-ARR-NORMALIZED(watchlist-count)
           END-IF.
       EXIT.

      * The beneficiary name, normalized the same way as WATCHSCN's
      * (case and extra spaces ignored), against every name entry;
      * the SWIFT/BIC's country code (positions 5-6) against every
      * country entry. The first hit is returned.
       SCREEN-OUTBOUND-PAYMENT.
           MOVE "N" TO screen-hit
           MOVE SPACES TO screen-hit-kind
           MOVE SPACES TO screen-hit-entry
           MOVE SPACES TO RAW-TEXT
           MOVE screen-beneficiary TO RAW-TEXT
           PERFORM CLEAN-SPACES
           MOVE FUNCTION UPPER-CASE(CLEAN-TEXT) TO screen-normalized
           MOVE FUNCTION UPPER-CASE(screen-swift-bic(5:2))
               TO screen-country
           PERFORM VARYING idx-wl FROM 1 BY 1
                   UNTIL idx-wl > watchlist-count
                   OR screen-hit = "Y"
               IF WL-ARR-ENTRY-TYPE(idx-wl) = "L"
                   IF screen-country NOT = SPACES
                       AND screen-country
                           = WL-ARR-NORMALIZED(idx-wl)(1:2)
                       MOVE "Y" TO screen-hit
                       MOVE "L" TO screen-hit-kind
                       MOVE WL-ARR-LISTED(idx-wl) TO screen-hit-entry
                   END-IF
               ELSE
                   IF screen-normalized NOT = SPACES
                       AND screen-normalized(1:40)
                           = WL-ARR-NORMALIZED(idx-wl)
                       MOVE "Y" TO screen-hit
                       MOVE "N" TO screen-hit-kind
                       MOVE WL-ARR-LISTED(idx-wl) TO screen-hit-entry
                   END-IF
               END-IF
           END-PERFORM.
       EXIT.

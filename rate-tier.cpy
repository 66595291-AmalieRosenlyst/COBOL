      * Rentetrappe-paragraffer, delt af INTPOST og INTACCR. Kraever
      * rate-tier-fields.cpy i WORKING-STORAGE samt SELECT/FD for
      * RATE-TIER-FILE (se kommentaren der).
       LOAD-RATE-TIERS.
           MOVE "N" TO tiers-loaded
           OPEN INPUT RATE-TIER-FILE
           IF WS-RATE-TIER-STATUS = "00"
               MOVE "Y" TO tiers-loaded
               PERFORM UNTIL EOF-RATE-TIER = "Y"
                   READ RATE-TIER-FILE INTO RATE-TIER-RECORD
                       AT END
                           MOVE "Y" TO EOF-RATE-TIER
                       NOT AT END
                           IF RT-ACCOUNT-TYPE NOT = SPACES
                               IF tier-row-count < TIER-ROW-ARRAY-MAX
                                   ADD 1 TO tier-row-count
                                   MOVE RATE-TIER-RECORD
                                       TO TIER-ROW-ARRAY(tier-row-count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TIER-FILE
           END-IF.
       EXIT.

      * The type's price list in force on tier-as-of-date is the set
      * of rows with the latest effective date on or before it; its
      * bands are ordered by lower bound and the balance is cut into
      * the part lying in each band.
       SPLIT-RATE-BANDS.
           MOVE "N" TO tier-found
           MOVE ZEROES TO tier-band-count
           MOVE SPACES TO tier-effective-date
           PERFORM VARYING idx-tier-row FROM 1 BY 1
                   UNTIL idx-tier-row > tier-row-count
               IF RT-ARR-ACCOUNT-TYPE(idx-tier-row) = tier-account-type
                   AND RT-ARR-EFFECTIVE-FROM(idx-tier-row)
                       <= tier-as-of-date
                   AND RT-ARR-EFFECTIVE-FROM(idx-tier-row)
                       > tier-effective-date
                   MOVE RT-ARR-EFFECTIVE-FROM(idx-tier-row)
                       TO tier-effective-date
               END-IF
           END-PERFORM
           IF tier-effective-date NOT = SPACES
               PERFORM VARYING idx-tier-row FROM 1 BY 1
                       UNTIL idx-tier-row > tier-row-count
                   IF RT-ARR-ACCOUNT-TYPE(idx-tier-row)
                           = tier-account-type
                       AND RT-ARR-EFFECTIVE-FROM(idx-tier-row)
                           = tier-effective-date
                       PERFORM INSERT-TIER-BAND
                   END-IF
               END-PERFORM
               MOVE "Y" TO tier-found
           END-IF
           PERFORM VARYING idx-tb FROM 1 BY 1
                   UNTIL idx-tb > tier-band-count
               MOVE ZEROES TO TB-PORTION(idx-tb)
               IF tier-balance > TB-FROM(idx-tb)
                   IF idx-tb < tier-band-count
                       MOVE TB-FROM(idx-tb + 1) TO tier-band-upper
                       IF tier-balance < tier-band-upper
                           COMPUTE TB-PORTION(idx-tb) =
                               tier-balance - TB-FROM(idx-tb)
                       ELSE
                           COMPUTE TB-PORTION(idx-tb) =
                               tier-band-upper - TB-FROM(idx-tb)
                       END-IF
                   ELSE
                       COMPUTE TB-PORTION(idx-tb) =
                           tier-balance - TB-FROM(idx-tb)
                   END-IF
               END-IF
           END-PERFORM.
       EXIT.

      * Keeps TIER-BAND in ascending lower-bound order whatever the
      * order of the rows in the file; bands past TIER-BAND-MAX are
      * reported and ignored.
       INSERT-TIER-BAND.
           IF tier-band-count >= TIER-BAND-MAX
               DISPLAY "RATETIER: more than " TIER-BAND-MAX
                   " bands for " tier-account-type
                   " - band from " RT-ARR-BAND-FROM(idx-tier-row)
                   " ignored"
           ELSE
               ADD 1 TO tier-band-count
               MOVE tier-band-count TO tier-insert-slot
               MOVE "N" TO tier-shift-done
               PERFORM UNTIL tier-shift-done = "Y"
                   IF tier-insert-slot = 1
                       MOVE "Y" TO tier-shift-done
                   ELSE
                       IF TB-FROM(tier-insert-slot - 1)
                               <= RT-ARR-BAND-FROM(idx-tier-row)
                           MOVE "Y" TO tier-shift-done
                       ELSE
                           MOVE TIER-BAND(tier-insert-slot - 1)
                               TO TIER-BAND(tier-insert-slot)
                           SUBTRACT 1 FROM tier-insert-slot
                       END-IF
                   END-IF
               END-PERFORM
               MOVE RT-ARR-BAND-FROM(idx-tier-row)
                   TO TB-FROM(tier-insert-slot)
               IF RT-ARR-SIGN(idx-tier-row) = "-"
                   COMPUTE TB-RATE(tier-insert-slot) =
                       0 - RT-ARR-RATE(idx-tier-row)
               ELSE
                   MOVE RT-ARR-RATE(idx-tier-row)
                       TO TB-RATE(tier-insert-slot)
               END-IF
           END-IF.
       EXIT.

      * Screening af en udgaaende clearingraekke foer eksporten, delt
      * af de koersler der skriver i clearing-eksporten uden om
      * EXTXFER's skranke (STANDORD, PAYRETRY, TPPACCS, ACCTCLOSE).
      * Kraever export-screen-fields.cpy, watchlist-check-fields.cpy
      * og clean-spaces-fields.cpy i WORKING-STORAGE samt
      * watchlist-check.cpy og clean-spaces.cpy i programmet.
      * Modtageren screenes som i EXTXFER; et hit skrives i
      * held-payments.txt til HOLDREL, og screen-hit "Y" fortaeller
      * kalderen at raekken ikke maa i eksporten. Debiteringen
      * staar til compliance frigiver eller afviser betalingen.
       SCREEN-EXPORT-ROW.
           PERFORM SCREEN-OUTBOUND-PAYMENT
           IF screen-hit = "Y"
               PERFORM HOLD-EXPORT-ROW
           END-IF.
       EXIT.

      * Filen aabnes og lukkes pr. hit; de er faa.
       HOLD-EXPORT-ROW.
           OPEN EXTEND HELD-PAYMENTS-FILE
           IF WS-HELD-PAYMENTS-STATUS = "35"
               OPEN OUTPUT HELD-PAYMENTS-FILE
           END-IF
           IF WS-HELD-PAYMENTS-STATUS NOT = "00"
               DISPLAY "SCREEN: cannot open "
                   FUNCTION TRIM(WS-HELD-PAYMENTS-FILENAME)
                   ", file status " WS-HELD-PAYMENTS-STATUS
                   " - payment " SXR-TRANSFER-REF " neither held "
                   "nor exported"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO HELD-PAYMENT-RECORD
           MOVE SCREEN-ROW TO HP-EXPORT-ROW
           MOVE screen-held-date TO HP-HELD-DATE
           MOVE screen-held-by TO HP-OPERATOR-ID
           MOVE screen-hit-kind TO HP-HIT-KIND
           MOVE screen-hit-entry TO HP-HIT-ENTRY
           MOVE "H" TO HP-STATUS
           WRITE HELD-PAYMENT-RECORD
           CLOSE HELD-PAYMENTS-FILE
           ADD 1 TO held-count
           ADD SXR-AMOUNT TO held-total.
       EXIT.

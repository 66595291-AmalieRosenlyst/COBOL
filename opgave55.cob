      *>       Kortkoeb kategoriseres som standard "KORT".
               MOVE "KORT" TO PURPOSE-CATEGORY
                   OF TRANSACTION-RECORD
               MOVE CF-CARD-NUMBER TO PAYMENT-CARD-NUMBER
                   OF TRANSACTION-RECORD
               WRITE TRANSACTION-RECORD
               ADD 1 TO posted-count
           END-IF.

      * Saetter txn-gl-type for posteringen i TRANSACTION-RECORD
      * (transactions.cpy). Kraever gl-type-fields.cpy.
       SET-TXN-GL-TYPE.
           MOVE TRANSACTION-TYPE OF TRANSACTION-RECORD TO txn-gl-type
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
               AND OWNER OF TRANSACTION-RECORD(1:26)
                   = "System - negative interest"
               MOVE "M" TO txn-gl-type
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
               AND OWNER OF TRANSACTION-RECORD(1:24)
                   = "System - withholding tax"
               MOVE "K" TO txn-gl-type
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
               AND OWNER OF TRANSACTION-RECORD(1:17)
                   = "System - PAL-skat"
               MOVE "P" TO txn-gl-type
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "I"
               AND OWNER OF TRANSACTION-RECORD(1:18)
                   = "System - write-off"
               MOVE "W" TO txn-gl-type
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
               AND OWNER OF TRANSACTION-RECORD(1:27)
                   = "System - write-off recovery"
               MOVE "G" TO txn-gl-type
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
               AND OWNER OF TRANSACTION-RECORD(1:27)
                   = "System - overdraft interest"
               MOVE "O" TO txn-gl-type
           END-IF.
       EXIT.

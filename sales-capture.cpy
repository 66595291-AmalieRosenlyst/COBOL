      * Salgsregister-paragraffer, delt af ACCTOPEN/CARDMAINT/
      * LOANORIG/TERMMAT. Kraever sales-capture-fields.cpy i
      * WORKING-STORAGE samt SELECT/FD for SALES-REGISTER-FILE (se
      * kommentaren der).
       OPEN-SALES-REGISTER.
           ACCEPT WS-SALES-FILENAME
               FROM ENVIRONMENT "SALES_REGISTER_FILE"
           IF WS-SALES-FILENAME = SPACES
               MOVE "sales-register.txt" TO WS-SALES-FILENAME
           END-IF
           OPEN EXTEND SALES-REGISTER-FILE
           IF WS-SALES-STATUS = "35"
               OPEN OUTPUT SALES-REGISTER-FILE
           END-IF
           IF WS-SALES-STATUS = "00"
               MOVE "Y" TO sales-open
           ELSE
               MOVE "N" TO sales-open
               DISPLAY FUNCTION TRIM(sale-program)
                   ": cannot open " WS-SALES-FILENAME
                   ", file status " WS-SALES-STATUS
                   " - sales not recorded"
           END-IF.
       EXIT.

       CLOSE-SALES-REGISTER.
           IF sales-open = "Y"
               CLOSE SALES-REGISTER-FILE
               MOVE "N" TO sales-open
           END-IF.
       EXIT.

       WRITE-SALE.
           IF sales-open = "Y"
               MOVE FUNCTION CURRENT-DATE TO sale-now
               MOVE SPACES TO SALES-REGISTER-RECORD
               MOVE sale-now(1:8) TO SR-SALE-DATE
               MOVE sale-program TO SR-SOURCE-PROGRAM
               MOVE sale-kind TO SR-PRODUCT-KIND
               MOVE sale-product-type TO SR-PRODUCT-TYPE
               MOVE sale-product-key TO SR-PRODUCT-KEY
               MOVE sale-client-id TO SR-CLIENT-ID
               MOVE sale-operator TO SR-OPERATOR-ID
               MOVE sale-branch TO SR-BRANCH-REG-NR
               MOVE sale-amount TO SR-AMOUNT
               MOVE "S" TO SR-STATUS
               MOVE SPACES TO SR-SETTLED-DATE
               WRITE SALES-REGISTER-RECORD
           END-IF.
       EXIT.

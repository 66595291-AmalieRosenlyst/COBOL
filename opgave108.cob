      *    (contact-info-exceptions.txt, postal-code-exceptions.txt,
      *    account-number-exceptions.txt, card-feed-exceptions.txt,
      *    transaction-edit-errors.txt, watchlist-hits.txt,
      *    fik-exceptions.txt, clearing-return-exceptions.txt,
      *    employee-self-dealing-exceptions.txt,
      *    contact-followups-due.txt) ind i
      *    workbasket.txt med en stabil sagsnoegle (kildekode plus
      *    tvaersum af linjen), saa status og ejer bliver staaende
      *    paa tvaers af koersler - en sag der allerede er loest
       01 key-exists                    PIC X VALUE "N".

       01 source-file-idx               PIC 9(2) VALUE ZEROES.
       01 WS-SOURCE-COUNT               PIC 9(2) VALUE 10.

       01 today-integer                 PIC 9(8) VALUE ZEROES.
       01 seen-integer                  PIC 9(8) VALUE ZEROES.
                   MOVE "clearing-return-exceptions.txt"
                       TO WS-SOURCE-FILENAME
                   MOVE "CLRRET" TO source-code
               WHEN 9
                   MOVE "employee-self-dealing-exceptions.txt"
                       TO WS-SOURCE-FILENAME
                   MOVE "SELFDEAL" TO source-code
               WHEN 10
                   MOVE "contact-followups-due.txt"
                       TO WS-SOURCE-FILENAME
                   MOVE "CONTLOG" TO source-code
           END-EVALUATE

           MOVE "N" TO EOF-SOURCE

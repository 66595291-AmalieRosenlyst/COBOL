      * Arbejdsfelter til screening af clearingraekker foer eksporten
      * (export-screen.cpy). Kraever ogsaa watchlist-check-fields.cpy
      * og clean-spaces-fields.cpy. Programmet skal selv deklarere:
      *   SELECT HELD-PAYMENTS-FILE
      *   ASSIGN TO DYNAMIC WS-HELD-PAYMENTS-FILENAME ...
      *   LINE SEQUENTIAL
      *   FILE STATUS IS WS-HELD-PAYMENTS-STATUS.
      * med FD HELD-PAYMENTS-FILE / 01 HELD-PAYMENT-RECORD /
      * COPY "held-payments.cpy".
       01 WS-HELD-PAYMENTS-FILENAME
           PIC X(100) VALUE "held-payments.txt".
       01 WS-HELD-PAYMENTS-STATUS       PIC XX VALUE "00".
      * Raekken der skal i eksporten, i clearing-export.cpy's
      * opstilling. Kalderen fylder den samt screen-beneficiary og
      * screen-swift-bic foer SCREEN-EXPORT-ROW.
       01 SCREEN-ROW.
           COPY "clearing-export.cpy"
               REPLACING LEADING ==CE-== BY ==SXR-==.
      * Koerslens navn og dato paa en tilbageholdt raekke.
       01 screen-held-by                PIC X(8) VALUE SPACES.
       01 screen-held-date              PIC X(8) VALUE SPACES.
       01 held-count                    PIC 9(6) VALUE ZEROES.
       01 held-total                    PIC 9(9)V99 VALUE ZEROES.

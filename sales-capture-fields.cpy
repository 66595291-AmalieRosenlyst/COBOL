      * Arbejdsfelter til salgsregistret (sales-capture.cpy).
      * Programmet skal selv deklarere:
      *   SELECT SALES-REGISTER-FILE
      *   ASSIGN TO DYNAMIC WS-SALES-FILENAME ... LINE SEQUENTIAL
      *   FILE STATUS IS WS-SALES-STATUS.
      * med FD SALES-REGISTER-FILE / 01 SALES-REGISTER-RECORD /
      * COPY "sales-register.cpy".
      * sale-program saettes een gang; foer hver WRITE-SALE saettes
      * sale-kind, sale-product-type, sale-product-key,
      * sale-client-id, sale-operator, sale-branch og sale-amount.
      * Kan registret ikke aabnes, advares der og salget springes
      * over - salgsstatistikken maa aldrig standse selve salget.
       01 WS-SALES-FILENAME             PIC X(100)
           VALUE "sales-register.txt".
       01 WS-SALES-STATUS               PIC XX VALUE "00".
       01 sales-open                    PIC X VALUE "N".
       01 sale-program                  PIC X(10) VALUE SPACES.
       01 sale-kind                     PIC X(1) VALUE SPACES.
       01 sale-product-type             PIC X(10) VALUE SPACES.
       01 sale-product-key              PIC X(20) VALUE SPACES.
       01 sale-client-id                PIC X(10) VALUE SPACES.
       01 sale-operator                 PIC X(8) VALUE SPACES.
       01 sale-branch                   PIC X(4) VALUE SPACES.
       01 sale-amount                   PIC 9(9)V99 VALUE ZEROES.
       01 sale-now                      PIC X(21) VALUE SPACES.

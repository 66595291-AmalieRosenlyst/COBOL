      * Arbejdsfelter til de gemte modtagere (payee-check.cpy).
      * Programmet skal selv deklarere:
      *   SELECT PAYEES-FILE
      *   ASSIGN TO DYNAMIC WS-PAYEES-FILENAME ... LINE SEQUENTIAL
      *   FILE STATUS IS WS-PAYEES-STATUS.
      *   SELECT FIRST-PAYMENTS-FILE
      *   ASSIGN TO DYNAMIC WS-FIRST-PAYMENTS-FILENAME ... LINE
      *   SEQUENTIAL FILE STATUS IS WS-FIRST-PAYMENTS-STATUS.
      * med FD PAYEES-FILE / 01 PAYEE-RECORD / COPY "payees.cpy" og
      * FD FIRST-PAYMENTS-FILE / 01 FIRST-PAYMENT-RECORD /
      * COPY "payee-first-payments.cpy".
       01 WS-PAYEES-FILENAME            PIC X(100)
           VALUE "payees.txt".
       01 WS-PAYEES-STATUS              PIC XX VALUE "00".
       01 EOF-PAYEES                    PIC X VALUE "N".
       01 PAYEE-ARRAY-MAX               PIC 9(4) VALUE 3000.
       01 PAYEE-ARRAY                   OCCURS 3000 TIMES
                                        INDEXED BY idx-payee.
           COPY "payees.cpy"
               REPLACING LEADING ==PY-== BY ==PY-ARR-==.
       01 payee-count                   PIC 9(4) VALUE ZEROES.

       01 WS-FIRST-PAYMENTS-FILENAME    PIC X(100)
           VALUE "payee-first-payments.txt".
       01 WS-FIRST-PAYMENTS-STATUS      PIC XX VALUE "00".
       01 EOF-FIRST-PAYMENTS            PIC X VALUE "N".
      * Antal raekker i payee-first-payments.txt der gav en modtager
      * dens foerste betalingsdato ved indlaesningen.
       01 first-payments-folded         PIC 9(6) VALUE ZEROES.

      * FIND-SAVED-PAYEE: kunde og kaldenavn ind, payee-found og
      * payee-slot ud (kun aktive modtagere findes).
       01 lookup-payee-client           PIC X(10) VALUE SPACES.
       01 lookup-payee-nickname         PIC X(16) VALUE SPACES.
       01 payee-found                   PIC X VALUE "N".
       01 payee-slot                    PIC 9(4) VALUE ZEROES.

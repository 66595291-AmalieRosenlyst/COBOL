      *    med "UDLOEBET KORT".
      *
      *    Anmodningshandlinger: I = udsted, B = bloker,
      *    U = afbloker, R = ombyt (nyt kortnummer overtager konto,
      *    kunde og kortprodukt, det gamle blokeres), E = udloeb.
      *    Et kort udstedes kun paa et kendt kortprodukt (card-
      *    products.txt) og afvises for en kunde under produktets
      *    mindstealder - eller myndighedsalderen, naar produktet
      *    ikke har sin egen.
      *    Hvert udstedt kort skrives i sales-register.txt med den
      *    operatoer og filial der solgte det (SALESRPT).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMAINT.

       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-HISTORY-STATUS.

       SELECT INPUT-CARD-PRODUCTS
       ASSIGN TO DYNAMIC WS-CARD-PRODUCTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARD-PRODUCTS-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT SALES-REGISTER-FILE
       ASSIGN TO DYNAMIC WS-SALES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SALES-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.
           02 maint-expiry-date         PIC X(8).
      * Kun ombyt (R): det nye kortnummer der overtager kontoen.
           02 maint-new-card-number     PIC X(16).
      * Kun udsted (I): kortprodukt, blank = intet produkt.
           02 maint-card-product        PIC X(10).
      * Kun udsted (I): saelgeren og dennes filial; blank filial =
      * den tilknyttede kontos hjemfilial.
           02 maint-sold-by             PIC X(8).
           02 maint-sold-reg-nr         PIC X(4).
       FD OUTPUT-CARDS.
       01 OUTPUT-CARD-RECORD.
           COPY "card-master.cpy"
       FD CHANGE-HISTORY-FILE.
       01 CHANGE-HISTORY-LINE.
           02 CH-INFO                   PIC X(150).
       FD INPUT-CARD-PRODUCTS.
       01 CARD-PRODUCT-RECORD.
           COPY "card-products.cpy".
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD SALES-REGISTER-FILE.
       01 SALES-REGISTER-RECORD.
           COPY "sales-register.cpy".

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
      * the other rewriters.
           COPY "safe-swap-fields.cpy".

      * Kortprodukter og mindstealder. card-products.txt skal findes
      * som de andre masterfiler; uden den udstedes intet.
       01 WS-CARD-PRODUCTS-STATUS       PIC XX VALUE "00".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-CARD-PRODUCTS-FILENAME
           PIC X(100) VALUE "card-products.txt".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 EOF-CARD-PRODUCTS             PIC X VALUE "N".
       01 CARD-PRODUCT-ARRAY-MAX        PIC 9(3) VALUE 100.
       01 CARD-PRODUCT-ARRAY            OCCURS 100 TIMES
                                        INDEXED BY idx-cprod.
           COPY "card-products.cpy"
               REPLACING LEADING ==CP-== BY ==CP-ARR-==.
       01 card-product-count            PIC 9(3) VALUE ZEROES.
       01 card-product-known            PIC X VALUE "N".
       01 card-product-ok               PIC X VALUE "Y".
       01 card-min-age                  PIC 9(2) VALUE ZEROES.
           COPY "minor-check-fields.cpy".
      * Salgsregistret (sales-capture.cpy).
           COPY "sales-capture-fields.cpy".

      * Batch control totals
       01 applied-count                 PIC 9(6) VALUE ZEROES.
       01 rejected-count                PIC 9(6) VALUE ZEROES.
               TO WS-CHANGE-HISTORY-FILENAME
       END-IF

       ACCEPT WS-CARD-PRODUCTS-FILENAME
           FROM ENVIRONMENT "CARD_PRODUCTS_FILE"
       IF WS-CARD-PRODUCTS-FILENAME = SPACES
           MOVE "card-products.txt" TO WS-CARD-PRODUCTS-FILENAME
       END-IF

       ACCEPT WS-CUSTOMERS-FILENAME
           FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
       IF WS-CUSTOMERS-FILENAME = SPACES
           MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.
       PERFORM LOAD-CARD-PRODUCTS.

       OPEN INPUT INPUT-CUSTOMERS
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "CARDMAINT: cannot open " WS-CUSTOMERS-FILENAME
               ", file status " WS-CUSTOMERS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND CHANGE-HISTORY-FILE
       IF WS-CHANGE-HISTORY-STATUS = "35"
           STOP RUN
       END-IF

       MOVE "CARDMAINT" TO sale-program
       PERFORM OPEN-SALES-REGISTER

      * The automatic expiry pass runs before the night's requests,
      * so a request touching a just-expired card sees the "E".
       PERFORM VARYING idx-card FROM 1 BY 1
       END-IF

       CLOSE CHANGE-HISTORY-FILE.
       CLOSE INPUT-CUSTOMERS.
       PERFORM CLOSE-SALES-REGISTER.

       MOVE WS-CARDS-FILENAME TO swap-master-name
       PERFORM BUILD-SWAP-NAMES
                   maint-card-number " already exists"
           ELSE
               PERFORM CHECK-LINKED-ACCOUNT
               PERFORM CHECK-CARD-PRODUCT
               IF account-open = "N"
                   ADD 1 TO rejected-count
                   DISPLAY "CARDMAINT: issue rejected, account "
                       FUNCTION TRIM(maint-account-number)
                       " is unknown or not open"
               ELSE
               IF card-product-known = "N"
                   ADD 1 TO rejected-count
                   MOVE "AFVIST-PRODUKT" TO CH-ACTION-TEXT
                   MOVE SPACES TO CH-DETAIL-TEXT
                   STRING "kortprodukt '" DELIMITED BY SIZE
                       FUNCTION TRIM(maint-card-product)
                           DELIMITED BY SIZE
                       "' kunde " DELIMITED BY SIZE
                       FUNCTION TRIM(maint-client-id)
                           DELIMITED BY SIZE
                       INTO CH-DETAIL-TEXT
                   PERFORM WRITE-CHANGE-LINE
                   DISPLAY "CARDMAINT: issue rejected, card product '"
                       FUNCTION TRIM(maint-card-product)
                       "' is blank or not in "
                       FUNCTION TRIM(WS-CARD-PRODUCTS-FILENAME)
               ELSE
               IF card-product-ok = "N"
                   ADD 1 TO rejected-count
                   MOVE "AFVIST-ALDER" TO CH-ACTION-TEXT
                   MOVE SPACES TO CH-DETAIL-TEXT
                   STRING FUNCTION TRIM(maint-card-product)
                           DELIMITED BY SIZE
                       " mindstealder " DELIMITED BY SIZE
                       card-min-age DELIMITED BY SIZE
                       " kunde " DELIMITED BY SIZE
                       FUNCTION TRIM(maint-client-id)
                           DELIMITED BY SIZE
                       " alder " DELIMITED BY SIZE
                       customer-age DELIMITED BY SIZE
                       INTO CH-DETAIL-TEXT
                   PERFORM WRITE-CHANGE-LINE
                   DISPLAY "CARDMAINT: issue rejected, card product "
                       FUNCTION TRIM(maint-card-product)
                       " is not allowed for client "
                       FUNCTION TRIM(maint-client-id)
                       " under age " card-min-age
               ELSE
                   IF card-count >= CARD-ARRAY-MAX
                       ADD 1 TO rejected-count
                           OF CARD-ARRAY(card-count)
                       MOVE maint-expiry-date TO CM-ARR-EXPIRY-DATE
                           OF CARD-ARRAY(card-count)
                       MOVE maint-card-product TO CM-ARR-CARD-PRODUCT
                           OF CARD-ARRAY(card-count)
                       ADD 1 TO applied-count
                       MOVE "UDSTEDT" TO CH-ACTION-TEXT
                       MOVE maint-account-number TO CH-DETAIL-TEXT
                       PERFORM WRITE-CHANGE-LINE
                       PERFORM RECORD-CARD-SALE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
       EXIT.

                           OF CARD-ARRAY(card-count)
                       MOVE maint-expiry-date TO CM-ARR-EXPIRY-DATE
                           OF CARD-ARRAY(card-count)
                       MOVE CM-ARR-CARD-PRODUCT
                           OF CARD-ARRAY(found-slot)
                           TO CM-ARR-CARD-PRODUCT
                               OF CARD-ARRAY(card-count)
                       MOVE "B" TO CM-ARR-STATUS
                           OF CARD-ARRAY(found-slot)
                       ADD 1 TO applied-count
           END-IF.
       EXIT.

      * Card products: card-products.txt is a master file like the
      * others and must be on file. Only a known product is issued,
      * and the client must have reached the product's minimum age,
      * or the age of majority when the product sets none; a client
      * without a birth date on file counts as of age, same as
      * everywhere else.
       LOAD-CARD-PRODUCTS.
           OPEN INPUT INPUT-CARD-PRODUCTS
           IF WS-CARD-PRODUCTS-STATUS = "00"
               PERFORM UNTIL EOF-CARD-PRODUCTS = "Y"
                   READ INPUT-CARD-PRODUCTS INTO CARD-PRODUCT-RECORD
                       AT END
                           MOVE "Y" TO EOF-CARD-PRODUCTS
                       NOT AT END
                           IF CP-CARD-PRODUCT NOT = SPACES
                               AND card-product-count
                                   < CARD-PRODUCT-ARRAY-MAX
                               ADD 1 TO card-product-count
                               MOVE CARD-PRODUCT-RECORD
                                   TO CARD-PRODUCT-ARRAY
                                       (card-product-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-CARD-PRODUCTS
           ELSE
               DISPLAY "CARDMAINT: cannot open "
                   WS-CARD-PRODUCTS-FILENAME ", file status "
                   WS-CARD-PRODUCTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

       CHECK-CARD-PRODUCT.
           MOVE "N" TO card-product-known
           MOVE "N" TO card-product-ok
           MOVE ZEROES TO card-min-age
           MOVE ZEROES TO customer-age
           IF maint-card-product NOT = SPACES
               SET idx-cprod TO 1
               SEARCH CARD-PRODUCT-ARRAY
                   AT END
                       CONTINUE
                   WHEN idx-cprod > card-product-count
                       CONTINUE
                   WHEN CP-ARR-CARD-PRODUCT
                           OF CARD-PRODUCT-ARRAY(idx-cprod)
                           = maint-card-product
                       MOVE "Y" TO card-product-known
                       MOVE "Y" TO card-product-ok
                       MOVE CP-ARR-MIN-AGE
                           OF CARD-PRODUCT-ARRAY(idx-cprod)
                           TO card-min-age
               END-SEARCH
               IF card-product-known = "Y"
                   IF card-min-age = ZEROES
                       MOVE AGE-OF-MAJORITY TO card-min-age
                   END-IF
                   MOVE maint-client-id TO client-id OF CUSTOMER-RECORD
                   READ INPUT-CUSTOMERS
                       INVALID KEY
                           MOVE SPACES TO age-birth-date
                       NOT INVALID KEY
                           MOVE date-of-birth OF CUSTOMER-RECORD
                               TO age-birth-date
                   END-READ
                   MOVE WS-TODAY TO age-as-of-date
                   PERFORM COMPUTE-CUSTOMER-AGE
                   IF age-birth-date IS NUMERIC
                       AND age-birth-date NOT = ZEROES
                       AND customer-age < card-min-age
                       MOVE "N" TO card-product-ok
                   END-IF
               END-IF
           END-IF.
       EXIT.

           COPY "minor-check.cpy".

           COPY "sales-capture.cpy".

      * An issued card as a sale for SALESRPT. A replacement (R) is
      * not a sale. CHECK-LINKED-ACCOUNT has left idx-acct on the
      * linked account.
       RECORD-CARD-SALE.
           MOVE "C" TO sale-kind
           MOVE maint-card-product TO sale-product-type
           MOVE maint-card-number TO sale-product-key
           MOVE maint-client-id TO sale-client-id
           MOVE maint-sold-by TO sale-operator
           MOVE maint-sold-reg-nr TO sale-branch
           IF sale-branch = SPACES
               MOVE home-reg-nr OF ACCOUNT-ARRAY(idx-acct)
                   TO sale-branch
           END-IF
           IF sale-branch = SPACES
               MOVE maint-account-number(1:4) TO sale-branch
           END-IF
           MOVE ZEROES TO sale-amount
           PERFORM WRITE-SALE.
       EXIT.

      * One audit line per applied change, same run-at= key/value
      * shape as CUSTMAINT's change history. The file is open for
      * the whole run.

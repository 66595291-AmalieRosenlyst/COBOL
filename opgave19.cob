       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.

       SELECT RATE-TIER-FILE ASSIGN TO DYNAMIC WS-RATE-TIER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RATE-TIER-STATUS.
       SELECT INPUT-ACCRUALS ASSIGN TO DYNAMIC WS-ACCRUALS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCRUALS-STATUS.
       SELECT OUTPUT-ACCRUALS ASSIGN TO DYNAMIC WS-ACCRUALS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCRUALS-STATUS.

       SELECT WITHHOLDING-RATE-FILE
       ASSIGN TO DYNAMIC WS-WHT-RATES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WHT-RATES-STATUS.
       SELECT WITHHOLDING-REGISTER-FILE
       ASSIGN TO DYNAMIC WS-WHT-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WHT-REGISTER-STATUS.
       SELECT INPUT-CUSTOMERS ASSIGN TO DYNAMIC WS-CUSTOMERS-FILENAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS client-id OF CUSTOMER-RECORD
       FILE STATUS IS WS-CUSTOMERS-STATUS.
       SELECT REF-SEQUENCE-FILE
       ASSIGN TO DYNAMIC WS-REF-SEQUENCE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REF-SEQUENCE-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.
           COPY "transactions.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(250).
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".

       FD RATE-TIER-FILE.
       01 RATE-TIER-RECORD.
           COPY "rate-tiers.cpy".
       FD INPUT-ACCRUALS.
       01 ACCRUAL-RECORD.
           COPY "interest-accruals.cpy".
       FD OUTPUT-ACCRUALS.
       01 OUTPUT-ACCRUAL-RECORD.
           COPY "interest-accruals.cpy"
               REPLACING LEADING ==IA-== BY ==IA-OUT-==.

       FD WITHHOLDING-RATE-FILE.
       01 WITHHOLDING-RATE-RECORD.
           COPY "withholding-rates.cpy".
       FD WITHHOLDING-REGISTER-FILE.
       01 WITHHOLDING-REGISTER-RECORD.
           COPY "withholding-register.cpy".
       FD INPUT-CUSTOMERS.
       01 CUSTOMER-RECORD.
           COPY "customers.cpy".
       FD REF-SEQUENCE-FILE.
       01 REF-SEQUENCE-RECORD.
           02 REF-NEXT-NUMBER          PIC 9(11).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

      * INTACCR's accrual ledger: when it is on file the interest
      * posted is exactly what has accrued day by day, and the
      * posted amount is taken off the ledger again. Without it the
      * old balance-times-rate calculation applies unchanged.
       01 EOF-ACCRUALS                  PIC X VALUE "N".
       01 WS-ACCRUALS-STATUS            PIC XX VALUE "00".
       01 accruals-loaded               PIC X VALUE "N".
       01 ACCRUAL-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCRUAL-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-accr.
           COPY "interest-accruals.cpy"
               REPLACING LEADING ==IA-== BY ==IA-ARR-==.
       01 accrual-count                 PIC 9(4) VALUE ZEROES.
       01 accrual-slot                  PIC 9(4) VALUE ZEROES.

      * Interest rates keyed by account-type; anything not recognised
      * accrues no interest instead of stopping the run.
       01 WS-INTEREST-RATE              PIC 9V9999 VALUE ZEROES.
      * amount silently turning positive.
       01 interest-amount
           PIC S9(7)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
      * Balance-banded pricing (rate-tiers.txt): one posting per band,
      * a band priced below zero charging the customer instead.
           COPY "rate-tier-fields.cpy".
       01 POSTING-BAND                  OCCURS 5 TIMES
                                        INDEXED BY idx-pb.
           02 PB-AMOUNT                 PIC S9(7)V99 VALUE ZEROES.
       01 posting-band-count            PIC 9(1) VALUE ZEROES.
       01 band-number                   PIC 9(1) VALUE ZEROES.
       01 band-text                     PIC X(10) VALUE SPACES.
       01 charge-amount                 PIC 9(7)V99 VALUE ZEROES.
      * An overdrawn account pays its product's overdraft rate on
      * the amount drawn (PC-OVERDRAFT-RATE) - from INTACCR's ledger
      * when there is one, otherwise on today's balance.
       01 WS-OVERDRAFT-RATE             PIC 9V9999 VALUE ZEROES.
       01 overdraft-amount              PIC 9(7)V99 VALUE ZEROES.
       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TRANSACTION-DATE           PIC X(8) VALUE SPACES.

           PIC X(100) VALUE "transactions.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "interest-posting-report.txt".
       01 WS-ACCRUALS-FILENAME
           PIC X(100) VALUE "interest-accruals.txt".

      * Withholding tax on interest paid to customers resident for
      * tax abroad (tax-residency-country on the customer master):
      * the treaty rate for the country in withholding-rates.txt is
      * debited off each interest credit under the credit's own
      * reference and logged in the withholding register WHTREP
      * remits and certifies from. Without the rate table nothing
      * is withheld, as before.
       01 EOF-WHT-RATES                 PIC X VALUE "N".
       01 WS-WHT-RATES-STATUS           PIC XX VALUE "00".
       01 WS-WHT-RATES-FILENAME
           PIC X(100) VALUE "withholding-rates.txt".
       01 wht-rates-loaded              PIC X VALUE "N".
       01 WHT-RATE-ARRAY-MAX            PIC 9(3) VALUE 300.
       01 WHT-RATE-ARRAY                OCCURS 300 TIMES
                                        INDEXED BY idx-whr.
           COPY "withholding-rates.cpy"
               REPLACING LEADING ==WHR-== BY ==WHR-ARR-==.
       01 wht-rate-count                PIC 9(3) VALUE ZEROES.
       01 WS-WHT-REGISTER-STATUS        PIC XX VALUE "00".
       01 WS-WHT-REGISTER-FILENAME
           PIC X(100) VALUE "withholding-tax-register.txt".
       01 WS-CUSTOMERS-STATUS           PIC XX VALUE "00".
       01 WS-CUSTOMERS-FILENAME
           PIC X(100) VALUE "customer-info.txt".
       01 WS-HOME-COUNTRY               PIC X(2) VALUE "DK".
       01 withhold-country              PIC X(2) VALUE SPACES.
       01 withhold-tin                  PIC X(20) VALUE SPACES.
       01 withhold-pct                  PIC 9(2)V99 VALUE ZEROES.
       01 wht-best-date                 PIC X(8) VALUE SPACES.
       01 wht-default-pct               PIC 9(2)V99 VALUE ZEROES.
       01 wht-default-date              PIC X(8) VALUE SPACES.
       01 wht-amount                    PIC 9(7)V99 VALUE ZEROES.
       01 wht-ref                       PIC X(12) VALUE SPACES.
       01 withheld-count                PIC 9(6) VALUE ZEROES.
       01 withheld-total                PIC 9(9)V99 VALUE ZEROES.
       01 no-treaty-count               PIC 9(6) VALUE ZEROES.
      * A credit and the tax withheld from it share one reference,
      * drawn from the counter TXNEDIT stamps the front door from so
      * no reference is ever handed out twice.
       01 WS-REF-SEQUENCE-STATUS        PIC XX VALUE "00".
       01 WS-REF-SEQUENCE-FILENAME
           PIC X(100) VALUE "transaction-ref-sequence.txt".
       01 next-ref-number               PIC 9(11) VALUE 1.

      * Batch control totals - negative-interest charges counted
      * apart from the interest paid out.
       01 interest-posted-count         PIC 9(6) VALUE ZEROES.
       01 interest-total                PIC 9(9)V99 VALUE ZEROES.
       01 charge-posted-count           PIC 9(6) VALUE ZEROES.
       01 charge-total                  PIC 9(9)V99 VALUE ZEROES.
       01 overdraft-posted-count        PIC 9(6) VALUE ZEROES.
       01 overdraft-total               PIC 9(9)V99 VALUE ZEROES.
       01 verify-acct-idx               PIC 9(4) VALUE ZEROES.

       PROCEDURE DIVISION.
               " on file - running on the built-in defaults"
       END-IF

       ACCEPT WS-RATE-TIER-FILENAME FROM ENVIRONMENT "RATE_TIERS_FILE"
       IF WS-RATE-TIER-FILENAME = SPACES
           MOVE "rate-tiers.txt" TO WS-RATE-TIER-FILENAME
       END-IF
       PERFORM LOAD-RATE-TIERS

       ACCEPT WS-ACCRUALS-FILENAME
           FROM ENVIRONMENT "INTEREST_ACCRUALS_FILE"
       IF WS-ACCRUALS-FILENAME = SPACES
           MOVE "interest-accruals.txt" TO WS-ACCRUALS-FILENAME
       END-IF
       PERFORM LOAD-ACCRUAL-LEDGER

       ACCEPT WS-WHT-RATES-FILENAME
           FROM ENVIRONMENT "WITHHOLDING_RATES_FILE"
       IF WS-WHT-RATES-FILENAME = SPACES
           MOVE "withholding-rates.txt" TO WS-WHT-RATES-FILENAME
       END-IF
       PERFORM LOAD-WITHHOLDING-RATES
       IF wht-rates-loaded = "Y"
           PERFORM OPEN-WITHHOLDING-FILES
       END-IF

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "INTPOST: cannot open " WS-ACCOUNTS-FILENAME ", "

       PERFORM VERIFY-NEW-ACCOUNTS-FILE.
       MOVE swap-master-name TO WS-ACCOUNTS-FILENAME

      * The interest just credited came off the accrual ledger, so
      * both new files are written and proven before either is
      * swapped in - a failed ledger leaves the account master
      * untouched too, and a rerun posts nothing twice.
       IF accruals-loaded = "Y"
           PERFORM WRITE-NEW-ACCRUAL-LEDGER
       END-IF

       MOVE WS-ACCOUNTS-FILENAME TO swap-master-name
       PERFORM BUILD-SWAP-NAMES
       PERFORM SWAP-IN-NEW-MASTER

      * A master that could not be swapped keeps the old ledger too.
       IF accruals-loaded = "Y" AND swap-failed = "N"
           MOVE WS-ACCRUALS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           PERFORM SWAP-IN-NEW-MASTER
       END-IF

       IF wht-rates-loaded = "Y"
           PERFORM CLOSE-WITHHOLDING-FILES
       END-IF

       MOVE SPACES TO INFO
       STRING "TRAILER: account-count=" DELIMITED BY SIZE
           interest-posted-count DELIMITED BY SIZE
           " interest-total=" DELIMITED BY SIZE
           interest-total DELIMITED BY SIZE
           " charge-count=" DELIMITED BY SIZE
           charge-posted-count DELIMITED BY SIZE
           " charge-total=" DELIMITED BY SIZE
           charge-total DELIMITED BY SIZE
           " overdraft-count=" DELIMITED BY SIZE
           overdraft-posted-count DELIMITED BY SIZE
           " overdraft-total=" DELIMITED BY SIZE
           overdraft-total DELIMITED BY SIZE
           " withheld-count=" DELIMITED BY SIZE
           withheld-count DELIMITED BY SIZE
           " withheld-total=" DELIMITED BY SIZE
           withheld-total DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       IF no-treaty-count > ZEROES AND swap-failed = "N"
           MOVE 8 TO RETURN-CODE
       END-IF

       CLOSE OUTPUT-TRANSACTIONS.
       CLOSE OUTPUT-REPORT.
           END-EVALUATE
           END-IF

           PERFORM FIND-WITHHOLDING-RATE
           PERFORM FILL-POSTING-BANDS
           PERFORM VARYING idx-pb FROM 1 BY 1
                   UNTIL idx-pb > posting-band-count
               MOVE SPACES TO band-text
               IF tier-found = "Y"
                   MOVE idx-pb TO band-number
                   STRING " trin " DELIMITED BY SIZE
                       band-number DELIMITED BY SIZE
                       INTO band-text
               END-IF
               IF PB-AMOUNT(idx-pb) > 0
                   MOVE PB-AMOUNT(idx-pb) TO interest-amount
                   PERFORM POST-INTEREST-BAND
               END-IF
               IF PB-AMOUNT(idx-pb) < 0
                   COMPUTE charge-amount = 0 - PB-AMOUNT(idx-pb)
                   PERFORM POST-CHARGE-BAND
               END-IF
           END-PERFORM

      *> Overdrawn account: the deposit rate does not apply, the
      *> product's overdraft rate is charged as a debit instead.
           PERFORM CHARGE-OVERDRAFT-INTEREST
           END-IF.
       EXIT.

      * The overdraft interest for the period: the rounded amount
      * INTACCR has accrued, taken off its ledger row so only the
      * sub-oere remainder carries over; without a ledger, today's
      * drawn amount times the catalog's monthly overdraft rate.
      * No catalog or a zero rate charges nothing.
       CHARGE-OVERDRAFT-INTEREST.
           MOVE ZEROES TO overdraft-amount
           IF accruals-loaded = "Y"
               IF accrual-slot > ZEROES
                   AND IA-ARR-OVERDRAFT-ACCRUED(accrual-slot) > 0
                   COMPUTE overdraft-amount ROUNDED =
                       IA-ARR-OVERDRAFT-ACCRUED(accrual-slot)
                   SUBTRACT overdraft-amount
                       FROM IA-ARR-OVERDRAFT-ACCRUED(accrual-slot)
               END-IF
           ELSE
               IF balance OF ACCOUNT-ARRAY(acct-idx) < 0
                   AND catalog-loaded = "Y"
                   MOVE account-type OF ACCOUNT-ARRAY(acct-idx)
                       TO lookup-product-type
                   PERFORM LOOKUP-PRODUCT
                   IF product-found = "Y"
                       MOVE PRD-OVERDRAFT-RATE
                           OF CATALOG-ARRAY(product-slot)
                           TO WS-OVERDRAFT-RATE
                       COMPUTE overdraft-amount ROUNDED =
                           (0 - balance OF ACCOUNT-ARRAY(acct-idx))
                           * WS-OVERDRAFT-RATE
                   END-IF
               END-IF
           END-IF
           IF overdraft-amount > ZEROES
               SUBTRACT overdraft-amount
                   FROM balance OF ACCOUNT-ARRAY(acct-idx)
               PERFORM POST-OVERDRAFT-TRANSACTION
               ADD 1 TO overdraft-posted-count
               ADD overdraft-amount TO overdraft-total

               MOVE SPACES TO INFO
               STRING "Account "
                   FUNCTION TRIM(account-type
                       OF ACCOUNT-ARRAY(acct-idx))
                       DELIMITED BY SIZE
                   ") overdraft interest charged: " DELIMITED BY SIZE
                   overdraft-amount DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF.
       EXIT.

      * The account's postings, one per band of its price list: from
      * the accrual ledger when INTACCR keeps one, otherwise the
      * balance cut into rate-tiers.txt's bands, otherwise balance
      * times the single rate in band 1. A negative balance is never
      * banded - it pays overdraft interest instead (below).
       FILL-POSTING-BANDS.
           MOVE ZEROES TO interest-amount
           MOVE ZEROES TO posting-band-count
           MOVE "N" TO tier-found
           IF tiers-loaded = "Y"
                   AND balance OF ACCOUNT-ARRAY(acct-idx) > 0
               MOVE account-type OF ACCOUNT-ARRAY(acct-idx)
                   TO tier-account-type
               MOVE balance OF ACCOUNT-ARRAY(acct-idx) TO tier-balance
               MOVE WS-TRANSACTION-DATE TO tier-as-of-date
               PERFORM SPLIT-RATE-BANDS
           END-IF
           IF accruals-loaded = "Y"
               PERFORM TAKE-ACCRUED-INTEREST
           ELSE
               IF tier-found = "Y"
                   MOVE tier-band-count TO posting-band-count
                   PERFORM VARYING idx-tb FROM 1 BY 1
                           UNTIL idx-tb > tier-band-count
                       COMPUTE PB-AMOUNT(idx-tb) ROUNDED =
                           TB-PORTION(idx-tb) * TB-RATE(idx-tb)
                   END-PERFORM
               ELSE
                   COMPUTE interest-amount ROUNDED =
                       balance OF ACCOUNT-ARRAY(acct-idx)
                       * WS-INTEREST-RATE
                   IF interest-amount > 0
                       MOVE 1 TO posting-band-count
                       MOVE interest-amount TO PB-AMOUNT(1)
                   END-IF
               END-IF
           END-IF.
       EXIT.

       POST-INTEREST-BAND.
           MOVE SPACES TO wht-ref
           IF withhold-pct > ZEROES
               STRING "R" DELIMITED BY SIZE
                   next-ref-number DELIMITED BY SIZE
                   INTO wht-ref
               ADD 1 TO next-ref-number
           END-IF
           ADD interest-amount TO balance OF ACCOUNT-ARRAY(acct-idx)
           PERFORM POST-INTEREST-TRANSACTION
           ADD 1 TO interest-posted-count
           ADD interest-amount TO interest-total

           MOVE SPACES TO INFO
           STRING "Account "
                   DELIMITED BY SIZE
               account-number OF ACCOUNT-ARRAY(acct-idx)
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(account-type
                   OF ACCOUNT-ARRAY(acct-idx))
                   DELIMITED BY SIZE
               ") interest posted: " DELIMITED BY SIZE
               interest-amount DELIMITED BY SIZE
               band-text DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           IF withhold-pct > ZEROES
               PERFORM WITHHOLD-TAX
           END-IF.
       EXIT.

      * The tax withheld from one interest credit: debited under the
      * credit's reference, logged in the withholding register.
       WITHHOLD-TAX.
           COMPUTE wht-amount ROUNDED =
               interest-amount * withhold-pct / 100
           IF wht-amount > ZEROES
               SUBTRACT wht-amount
                   FROM balance OF ACCOUNT-ARRAY(acct-idx)
               PERFORM POST-WITHHOLDING-TRANSACTION
               ADD 1 TO withheld-count
               ADD wht-amount TO withheld-total

               MOVE SPACES TO WITHHOLDING-REGISTER-RECORD
               MOVE WS-TRANSACTION-DATE TO WHT-POSTING-DATE
               MOVE client-id OF ACCOUNT-ARRAY(acct-idx)
                   TO WHT-CLIENT-ID
               MOVE account-number OF ACCOUNT-ARRAY(acct-idx)
                   TO WHT-ACCOUNT-NUMBER
               MOVE withhold-country TO WHT-COUNTRY
               MOVE withhold-tin TO WHT-FOREIGN-TIN
               MOVE wht-ref TO WHT-TRANSACTION-REF
               MOVE interest-amount TO WHT-GROSS-INTEREST
               MOVE withhold-pct TO WHT-RATE-PCT
               MOVE wht-amount TO WHT-TAX-AMOUNT
               WRITE WITHHOLDING-REGISTER-RECORD

               MOVE SPACES TO INFO
               STRING "Account "
                       DELIMITED BY SIZE
                   account-number OF ACCOUNT-ARRAY(acct-idx)
                       DELIMITED BY SIZE
                   " withholding tax " DELIMITED BY SIZE
                   withhold-country DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   withhold-pct DELIMITED BY SIZE
                   "%: " DELIMITED BY SIZE
                   wht-amount DELIMITED BY SIZE
                   " ref " DELIMITED BY SIZE
                   wht-ref DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF.
       EXIT.

      * The account holder's tax residency decides the rate: none for
      * a customer taxed at home, otherwise the country's treaty row
      * in force today, else the no-treaty row "**". A foreign
      * resident with neither is paid gross and reported.
       FIND-WITHHOLDING-RATE.
           MOVE ZEROES TO withhold-pct
           MOVE SPACES TO withhold-country
           MOVE SPACES TO withhold-tin
           IF wht-rates-loaded = "Y"
               MOVE client-id OF ACCOUNT-ARRAY(acct-idx)
                   TO client-id OF CUSTOMER-RECORD
               READ INPUT-CUSTOMERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE tax-residency-country OF CUSTOMER-RECORD
                           TO withhold-country
                       MOVE foreign-tin OF CUSTOMER-RECORD
                           TO withhold-tin
               END-READ
           END-IF
           IF withhold-country NOT = SPACES
                   AND withhold-country NOT = WS-HOME-COUNTRY
               MOVE SPACES TO wht-best-date
               MOVE SPACES TO wht-default-date
               MOVE ZEROES TO wht-default-pct
               PERFORM VARYING idx-whr FROM 1 BY 1
                       UNTIL idx-whr > wht-rate-count
                   IF WHR-ARR-EFFECTIVE-FROM(idx-whr)
                           <= WS-TRANSACTION-DATE
                       IF WHR-ARR-COUNTRY(idx-whr) = withhold-country
                           AND (wht-best-date = SPACES
                           OR WHR-ARR-EFFECTIVE-FROM(idx-whr)
                               > wht-best-date)
                           MOVE WHR-ARR-EFFECTIVE-FROM(idx-whr)
                               TO wht-best-date
                           MOVE WHR-ARR-RATE-PCT(idx-whr)
                               TO withhold-pct
                       END-IF
                       IF WHR-ARR-COUNTRY(idx-whr) = "**"
                           AND (wht-default-date = SPACES
                           OR WHR-ARR-EFFECTIVE-FROM(idx-whr)
                               > wht-default-date)
                           MOVE WHR-ARR-EFFECTIVE-FROM(idx-whr)
                               TO wht-default-date
                           MOVE WHR-ARR-RATE-PCT(idx-whr)
                               TO wht-default-pct
                       END-IF
                   END-IF
               END-PERFORM
               IF wht-best-date = SPACES
                   IF wht-default-date = SPACES
                       ADD 1 TO no-treaty-count
                       MOVE SPACES TO INFO
                       STRING "Account " DELIMITED BY SIZE
                           account-number OF ACCOUNT-ARRAY(acct-idx)
                               DELIMITED BY SIZE
                           " no withholding rate for country "
                               DELIMITED BY SIZE
                           withhold-country DELIMITED BY SIZE
                           " - interest paid gross" DELIMITED BY SIZE
                           INTO INFO
                       WRITE REPORT-LINE
                   ELSE
                       MOVE wht-default-pct TO withhold-pct
                   END-IF
               END-IF
           END-IF.
       EXIT.

       LOAD-WITHHOLDING-RATES.
           OPEN INPUT WITHHOLDING-RATE-FILE
           IF WS-WHT-RATES-STATUS = "00"
               MOVE "Y" TO wht-rates-loaded
               PERFORM UNTIL EOF-WHT-RATES = "Y"
                   READ WITHHOLDING-RATE-FILE
                       INTO WITHHOLDING-RATE-RECORD
                       AT END
                           MOVE "Y" TO EOF-WHT-RATES
                       NOT AT END
                           IF WHR-COUNTRY NOT = SPACES
                               IF wht-rate-count >= WHT-RATE-ARRAY-MAX
                                   DISPLAY "INTPOST: WHT-RATE-ARRAY "
                                       "is full, cannot load more of "
                                       WS-WHT-RATES-FILENAME
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO wht-rate-count
                               MOVE WITHHOLDING-RATE-RECORD
                                   TO WHT-RATE-ARRAY(wht-rate-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WITHHOLDING-RATE-FILE
           ELSE
               IF WS-WHT-RATES-STATUS NOT = "35"
                   DISPLAY "INTPOST: cannot open "
                       WS-WHT-RATES-FILENAME ", file status "
                       WS-WHT-RATES-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

      * With a rate table on file the customer master must be there
      * to tell who is resident abroad - paying gross because it was
      * missing would under-withhold for the whole run.
       OPEN-WITHHOLDING-FILES.
           ACCEPT WS-CUSTOMERS-FILENAME
               FROM ENVIRONMENT "CUSTOMER_INFO_FILE"
           IF WS-CUSTOMERS-FILENAME = SPACES
               MOVE "customer-info.txt" TO WS-CUSTOMERS-FILENAME
           END-IF
           ACCEPT WS-HOME-COUNTRY
               FROM ENVIRONMENT "WITHHOLDING_HOME_COUNTRY"
           IF WS-HOME-COUNTRY = SPACES
               MOVE "DK" TO WS-HOME-COUNTRY
           END-IF
           ACCEPT WS-WHT-REGISTER-FILENAME
               FROM ENVIRONMENT "WITHHOLDING_REGISTER_FILE"
           IF WS-WHT-REGISTER-FILENAME = SPACES
               MOVE "withholding-tax-register.txt"
                   TO WS-WHT-REGISTER-FILENAME
           END-IF
           ACCEPT WS-REF-SEQUENCE-FILENAME
               FROM ENVIRONMENT "TRANSACTION_REF_SEQUENCE_FILE"
           IF WS-REF-SEQUENCE-FILENAME = SPACES
               MOVE "transaction-ref-sequence.txt"
                   TO WS-REF-SEQUENCE-FILENAME
           END-IF

           OPEN INPUT INPUT-CUSTOMERS
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "INTPOST: cannot open " WS-CUSTOMERS-FILENAME
                   ", file status " WS-CUSTOMERS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND WITHHOLDING-REGISTER-FILE
           IF WS-WHT-REGISTER-STATUS = "35"
               OPEN OUTPUT WITHHOLDING-REGISTER-FILE
           END-IF
           IF WS-WHT-REGISTER-STATUS NOT = "00"
               DISPLAY "INTPOST: cannot open "
                   WS-WHT-REGISTER-FILENAME ", file status "
                   WS-WHT-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REF-SEQUENCE-FILE
           IF WS-REF-SEQUENCE-STATUS = "00"
               READ REF-SEQUENCE-FILE INTO REF-SEQUENCE-RECORD
                   NOT AT END
                       MOVE REF-NEXT-NUMBER TO next-ref-number
               END-READ
               CLOSE REF-SEQUENCE-FILE
           END-IF.
       EXIT.

       CLOSE-WITHHOLDING-FILES.
           CLOSE INPUT-CUSTOMERS
           CLOSE WITHHOLDING-REGISTER-FILE
           OPEN OUTPUT REF-SEQUENCE-FILE
           IF WS-REF-SEQUENCE-STATUS = "00"
               MOVE next-ref-number TO REF-NEXT-NUMBER
               WRITE REF-SEQUENCE-RECORD
               CLOSE REF-SEQUENCE-FILE
           END-IF.
       EXIT.

      * Negative interest on a band priced below zero: a charge
      * debited to the account under its own posting text, so the
      * GL extract, the statement and TAXINT keep it apart from
      * ordinary interest income.
       POST-CHARGE-BAND.
           SUBTRACT charge-amount
               FROM balance OF ACCOUNT-ARRAY(acct-idx)
           PERFORM POST-CHARGE-TRANSACTION
           ADD 1 TO charge-posted-count
           ADD charge-amount TO charge-total

           MOVE SPACES TO INFO
           STRING "Account "
                   DELIMITED BY SIZE
               account-number OF ACCOUNT-ARRAY(acct-idx)
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(account-type
                   OF ACCOUNT-ARRAY(acct-idx))
                   DELIMITED BY SIZE
               ") negative interest charged: " DELIMITED BY SIZE
               charge-amount DELIMITED BY SIZE
               band-text DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * Each band's accrued amount, rounded to oere, is what posts;
      * it comes off the ledger row so only the sub-oere remainder
      * carries into the next period. IA-GL-BOOKED is left alone -
      * INTACCR's next month-end run releases the booked accrual
      * against it.
       TAKE-ACCRUED-INTEREST.
           MOVE ZEROES TO accrual-slot
           SET idx-accr TO 1
           SEARCH ACCRUAL-ARRAY
               AT END
                   CONTINUE
               WHEN IA-ARR-ACCOUNT-NUMBER(idx-accr)
                       = account-number OF ACCOUNT-ARRAY(acct-idx)
                   SET accrual-slot TO idx-accr
           END-SEARCH
           IF accrual-slot > ZEROES
               MOVE 5 TO posting-band-count
               PERFORM VARYING idx-pb FROM 1 BY 1
                       UNTIL idx-pb > posting-band-count
                   COMPUTE PB-AMOUNT(idx-pb) ROUNDED =
                       IA-ARR-BAND-ACCRUED(accrual-slot, idx-pb)
                   SUBTRACT PB-AMOUNT(idx-pb)
                       FROM IA-ARR-BAND-ACCRUED(accrual-slot, idx-pb)
                   SUBTRACT PB-AMOUNT(idx-pb)
                       FROM IA-ARR-ACCRUED(accrual-slot)
               END-PERFORM
               MOVE ZEROES TO IA-ARR-DAYS(accrual-slot)
           END-IF.
       EXIT.

      * No ledger on file is a normal state - INTACCR has not been
      * set up yet, and posting falls back to balance times rate.
       LOAD-ACCRUAL-LEDGER.
           OPEN INPUT INPUT-ACCRUALS
           IF WS-ACCRUALS-STATUS = "00"
               MOVE "Y" TO accruals-loaded
               PERFORM UNTIL EOF-ACCRUALS = "Y"
                   READ INPUT-ACCRUALS INTO ACCRUAL-RECORD
                       AT END
                           MOVE "Y" TO EOF-ACCRUALS
                       NOT AT END
                           IF accrual-count >= ACCRUAL-ARRAY-MAX
                               DISPLAY "INTPOST: ACCRUAL-ARRAY is "
                                   "full, cannot load more of "
                                   WS-ACCRUALS-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO accrual-count
                           MOVE ACCRUAL-RECORD
                               TO ACCRUAL-ARRAY(accrual-count)
                           IF IA-ARR-OVERDRAFT-ACCRUED(accrual-count)
                                   NOT NUMERIC
                               MOVE ZEROES TO IA-ARR-OVERDRAFT-ACCRUED
                                   (accrual-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-ACCRUALS
           ELSE
               IF WS-ACCRUALS-STATUS NOT = "35"
                   DISPLAY "INTPOST: cannot open "
                       WS-ACCRUALS-FILENAME ", file status "
                       WS-ACCRUALS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       EXIT.

      * Writes and proves <ledger>.new; the mainline swaps it in
      * together with the account master.
       WRITE-NEW-ACCRUAL-LEDGER.
           MOVE WS-ACCRUALS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-ACCRUALS-FILENAME
           OPEN OUTPUT OUTPUT-ACCRUALS
           IF WS-ACCRUALS-STATUS NOT = "00"
               DISPLAY "INTPOST: cannot open "
                   WS-ACCRUALS-FILENAME " for rewrite, file status "
                   WS-ACCRUALS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-accr FROM 1 BY 1
                   UNTIL idx-accr > accrual-count
               MOVE ACCRUAL-ARRAY(idx-accr) TO OUTPUT-ACCRUAL-RECORD
               WRITE OUTPUT-ACCRUAL-RECORD
           END-PERFORM
           CLOSE OUTPUT-ACCRUALS

           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-ACCRUALS
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-ACCRUALS INTO ACCRUAL-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-ACCRUALS
           IF verify-count NOT = accrual-count
               DISPLAY "INTPOST: new accrual ledger FAILED "
                   "verification (" verify-count "/" accrual-count
                   ") - live ledger untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE swap-master-name TO WS-ACCRUALS-FILENAME.
       EXIT.

       POST-INTEREST-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE client-id OF ACCOUNT-ARRAY(acct-idx)
           MOVE account-number OF ACCOUNT-ARRAY(acct-idx)
               TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE SPACES TO REG-NR OF TRANSACTION-RECORD
           STRING "System - interest posting" DELIMITED BY SIZE
               band-text DELIMITED BY SIZE
               INTO OWNER OF TRANSACTION-RECORD
           MOVE SPACES TO STREET-ADDRESS OF TRANSACTION-RECORD
           MOVE WS-TRANSACTION-DATE
               TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "I" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE interest-amount TO AMOUNT OF TRANSACTION-RECORD
           MOVE WS-VALUE-DATE TO VALUE-DATE OF TRANSACTION-RECORD
           MOVE wht-ref TO TRANSACTION-REF OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.
       EXIT.

      * The withholding debit: GLEXTRACT books it to the tax payable
      * account, TAXINT leaves it out of interest income.
       POST-WITHHOLDING-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE client-id OF ACCOUNT-ARRAY(acct-idx)
               TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE account-number OF ACCOUNT-ARRAY(acct-idx)
               TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE SPACES TO REG-NR OF TRANSACTION-RECORD
           STRING "System - withholding tax " DELIMITED BY SIZE
               withhold-country DELIMITED BY SIZE
               INTO OWNER OF TRANSACTION-RECORD
           MOVE SPACES TO STREET-ADDRESS OF TRANSACTION-RECORD
           MOVE WS-TRANSACTION-DATE
               TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "D" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE wht-amount TO AMOUNT OF TRANSACTION-RECORD
           MOVE WS-VALUE-DATE TO VALUE-DATE OF TRANSACTION-RECORD
           MOVE wht-ref TO TRANSACTION-REF OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.
       EXIT.

       POST-CHARGE-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE client-id OF ACCOUNT-ARRAY(acct-idx)
               TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE account-number OF ACCOUNT-ARRAY(acct-idx)
               TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE SPACES TO REG-NR OF TRANSACTION-RECORD
           STRING "System - negative interest" DELIMITED BY SIZE
               band-text DELIMITED BY SIZE
               INTO OWNER OF TRANSACTION-RECORD
           MOVE SPACES TO STREET-ADDRESS OF TRANSACTION-RECORD
           MOVE WS-TRANSACTION-DATE
               TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "D" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE charge-amount TO AMOUNT OF TRANSACTION-RECORD
           MOVE WS-VALUE-DATE TO VALUE-DATE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.
       EXIT.

      * Overdraft interest: GLEXTRACT books it as interest income on
      * overdrafts, apart from the negative-interest charge.
       POST-OVERDRAFT-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE client-id OF ACCOUNT-ARRAY(acct-idx)
               TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE account-number OF ACCOUNT-ARRAY(acct-idx)
               TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE SPACES TO REG-NR OF TRANSACTION-RECORD
           MOVE "System - overdraft interest"
               TO OWNER OF TRANSACTION-RECORD
           MOVE SPACES TO STREET-ADDRESS OF TRANSACTION-RECORD
           MOVE WS-TRANSACTION-DATE
               TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE "D" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE overdraft-amount TO AMOUNT OF TRANSACTION-RECORD
           MOVE WS-VALUE-DATE TO VALUE-DATE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.
       EXIT.

           COPY "run-lock.cpy".

           COPY "catalog-check.cpy".

           COPY "rate-tier.cpy".

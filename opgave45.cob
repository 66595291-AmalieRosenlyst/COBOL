      *    REG-NR findes i banks.txt. Rene raekker skrives til en
      *    valideret fil, daarlige til en fejlfil med aarsag pr.
      *    felt.
      *    Opsigelseskonti (produktets PC-NOTICE-DAYS): en kunde-
      *    haevning skal modsvares af et modent varsel i
      *    withdrawal-notices.txt, som her markeres udnyttet; uden
      *    varsel afvises den, eller - naar fee-tariff.txt har en
      *    NOTICE-PENALTY-sats - bogfoeres den med et strafgebyr
      *    som ekstra "D"-post.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNEDIT.

       ASSIGN TO DYNAMIC WS-REF-INDEX-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REF-INDEX-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT PRODUCT-CATALOG-FILE
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT WITHDRAWAL-NOTICES-FILE
       ASSIGN TO DYNAMIC WS-NOTICES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTICES-STATUS.
       SELECT OUTPUT-NOTICES
       ASSIGN TO DYNAMIC WS-NOTICES-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTICES-STATUS.
       SELECT NOTICE-TARIFF-FILE
       ASSIGN TO DYNAMIC WS-NOTICE-TARIFF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-NOTICE-TARIFF-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FD TXN-REF-INDEX-FILE.
       01 TXN-REF-INDEX-RECORD.
           COPY "txn-ref-index.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD PRODUCT-CATALOG-FILE.
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".
       FD WITHDRAWAL-NOTICES-FILE.
       01 WITHDRAWAL-NOTICE-RECORD.
           COPY "withdrawal-notices.cpy".
       FD OUTPUT-NOTICES.
       01 OUTPUT-NOTICE-RECORD.
           COPY "withdrawal-notices.cpy"
               REPLACING LEADING ==WN-== BY ==WN-OUT-==.
       FD NOTICE-TARIFF-FILE.
       01 NOTICE-TARIFF-RECORD.
           02 NT-TARIFF-KEY            PIC X(16).
           02 NT-TARIFF-VALUE          PIC 9(7)V99.

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
       01 WS-EDIT-NOW                   PIC X(21) VALUE SPACES.
       01 WS-EDIT-TODAY                 PIC X(8) VALUE SPACES.

      * Opsigelseskonti: kun konti hvis produkt kraever varsel holdes
      * i tabellen. En haevning genkendes ved sin reference (den
      * stemplede, eller den den faar i denne koersel), saa en
      * genkoersel hverken bruger et nyt varsel eller opkraever
      * strafgebyret igen. Kun bankens egne bogfoeringer er ikke
      * kundehaevninger: "System - "-raekkerne (INTPOST, FEEPOST,
      * WRITEOFF m.fl.) og strafgebyret selv. Staaende ordrer,
      * opkraevninger, kort og haeveautomater bogfoerer med blankt
      * REG-NR, men er kundens haevninger og kontrolleres.
           COPY "catalog-check-fields.cpy".
           COPY "notice-check-fields.cpy".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 NOTICE-ACCOUNT-MAX            PIC 9(4) VALUE 2000.
       01 NOTICE-ACCOUNT-ARRAY          OCCURS 2000 TIMES
                                        INDEXED BY idx-nacct.
           02 NA-ACCOUNT-NUMBER         PIC X(20) VALUE SPACES.
       01 notice-account-count          PIC 9(4) VALUE ZEROES.
       01 notice-account                PIC X VALUE "N".
       01 notices-present               PIC X VALUE "N".
       01 notices-changed               PIC X VALUE "N".
       01 notice-settled                PIC X VALUE "N".
       01 penalty-due                   PIC X VALUE "N".
       01 bank-posting                  PIC X VALUE "N".
       01 NOTICE-PENALTY-OWNER          PIC X(28)
           VALUE "STRAFGEBYR UVARSLET HAEVNING".
       01 record-ref                    PIC X(12) VALUE SPACES.
       01 penalty-count                 PIC 9(6) VALUE ZEROES.

      * Per-record edit state: each failed field appends its reason,
      * so one bad record lists every broken field at once instead of
      * bouncing field-by-field across several runs.
       MOVE "TXNEDIT" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF
       ACCEPT WS-CATALOG-FILENAME
           FROM ENVIRONMENT "PRODUCT_CATALOG_FILE"
       IF WS-CATALOG-FILENAME = SPACES
           MOVE "product-catalog.txt" TO WS-CATALOG-FILENAME
       END-IF
       ACCEPT WS-NOTICES-FILENAME
           FROM ENVIRONMENT "WITHDRAWAL_NOTICES_FILE"
       IF WS-NOTICES-FILENAME = SPACES
           MOVE "withdrawal-notices.txt" TO WS-NOTICES-FILENAME
       END-IF
       ACCEPT WS-NOTICE-TARIFF-FILENAME
           FROM ENVIRONMENT "FEE_TARIFF_FILE"
       IF WS-NOTICE-TARIFF-FILENAME = SPACES
           MOVE "fee-tariff.txt" TO WS-NOTICE-TARIFF-FILENAME
       END-IF
       PERFORM LOAD-PRODUCT-CATALOG
       PERFORM LOAD-NOTICE-ACCOUNTS
       PERFORM LOAD-WITHDRAWAL-NOTICES
       IF WS-NOTICES-STATUS NOT = "35"
           MOVE "Y" TO notices-present
       END-IF
       PERFORM LOAD-NOTICE-PENALTY

       OPEN INPUT INPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS NOT = "00"
           DISPLAY "TXNEDIT: cannot open " WS-TRANSACTIONS-FILENAME
       CLOSE FRAUD-REVIEW-FILE
       CLOSE TXN-REF-INDEX-FILE

       IF notices-changed = "Y" AND RETURN-CODE NOT = 16
           PERFORM REWRITE-WITHDRAWAL-NOTICES
       END-IF

       OPEN OUTPUT REF-SEQUENCE-FILE
       IF WS-REF-SEQUENCE-STATUS = "00"
           MOVE next-ref-number TO REF-NEXT-NUMBER
       END-IF

       DISPLAY "TXNEDIT: " clean-count " clean, " error-count
           " error(s), " penalty-count " notice penalt(y/ies)."

       PERFORM RELEASE-RUN-LOCK

               PERFORM CHECK-DAY-VELOCITY
           END-IF

      *>   A customer withdrawal from a notice account needs a
      *>   matured notice, or carries the tariff's penalty. Only the
      *>   bank's own postings are exempt: the "System - " rows and
      *>   the penalty itself. A blank REG-NR is no exemption -
      *>   standing orders, collections, card and ATM settlements
      *>   all carry one and are still the customer's withdrawals.
           MOVE "N" TO penalty-due
           MOVE "N" TO bank-posting
           IF OWNER OF TRANSACTION-RECORD(1:9) = "System - "
               OR OWNER OF TRANSACTION-RECORD = NOTICE-PENALTY-OWNER
               MOVE "Y" TO bank-posting
           END-IF
           IF record-valid = "Y"
               AND (TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
                   OR TRANSACTION-TYPE OF TRANSACTION-RECORD = "T")
               AND bank-posting = "N"
               PERFORM CHECK-WITHDRAWAL-NOTICE
           END-IF

           IF record-valid = "Y"
               ADD 1 TO clean-count
               MOVE TRANSACTION-RECORD TO VALIDATED-RECORD
               MOVE WS-TRANSACTIONS-FILENAME(1:40)
                   TO TI-HOLDING-FILE
               WRITE TXN-REF-INDEX-RECORD
               IF penalty-due = "Y"
                   PERFORM WRITE-NOTICE-PENALTY
               END-IF
           ELSE
               ADD 1 TO error-count
               WRITE RAW-REWRITE-RECORD FROM TRANSACTION-RECORD
           END-SEARCH.
       EXIT.

      * Accounts whose product asks for notice, from the account
      * master and the catalog. Without a catalog no account is a
      * notice account.
       LOAD-NOTICE-ACCOUNTS.
           OPEN INPUT INPUT-ACCOUNTS
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL EOF-ACCOUNTS = "Y"
                   READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
                       AT END
                           MOVE "Y" TO EOF-ACCOUNTS
                       NOT AT END
                           MOVE account-type OF ACCOUNT-RECORD
                               TO lookup-product-type
                           PERFORM LOOKUP-PRODUCT
                           IF product-found = "Y"
                               IF PRD-NOTICE-DAYS
                                       OF CATALOG-ARRAY(product-slot)
                                       IS NUMERIC
                                   AND PRD-NOTICE-DAYS
                                       OF CATALOG-ARRAY(product-slot)
                                       > ZEROES
                                   PERFORM ADD-NOTICE-ACCOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-ACCOUNTS
           ELSE
               DISPLAY "TXNEDIT: cannot open " WS-ACCOUNTS-FILENAME
                   " for the notice-account check, file status "
                   WS-ACCOUNTS-STATUS
           END-IF.
       EXIT.

       ADD-NOTICE-ACCOUNT.
           IF notice-account-count >= NOTICE-ACCOUNT-MAX
               DISPLAY "TXNEDIT: NOTICE-ACCOUNT-ARRAY is full ("
                   NOTICE-ACCOUNT-MAX "), cannot guarantee the "
                   "notice-account check"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO notice-account-count
           MOVE account-number OF ACCOUNT-RECORD
               TO NA-ACCOUNT-NUMBER(notice-account-count).
       EXIT.

      * The withdrawal's reference is the one on file, or the one the
      * stamping below will deal it. A notice (or penalty row)
      * already carrying that reference settled it on an earlier
      * run; otherwise a matured notice covering the amount is used
      * up, and failing that the penalty applies or the withdrawal
      * is refused.
       CHECK-WITHDRAWAL-NOTICE.
           MOVE "N" TO notice-account
           SET idx-nacct TO 1
           SEARCH NOTICE-ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN NA-ACCOUNT-NUMBER(idx-nacct)
                       = ACCOUNT-NUMBER OF TRANSACTION-RECORD
                   MOVE "Y" TO notice-account
           END-SEARCH
           IF notice-account = "Y"
               MOVE TRANSACTION-REF OF TRANSACTION-RECORD TO record-ref
               IF record-ref = SPACES
                   STRING "R" DELIMITED BY SIZE
                       next-ref-number DELIMITED BY SIZE
                       INTO record-ref
               END-IF
               MOVE "N" TO notice-settled
               PERFORM VARYING idx-notice FROM 1 BY 1
                       UNTIL idx-notice > notice-count
                       OR notice-settled = "Y"
                   IF WN-ARR-USED-REF OF NOTICE-ARRAY(idx-notice)
                           = record-ref
                       MOVE "Y" TO notice-settled
                   END-IF
               END-PERFORM
               IF notice-settled = "N"
                   MOVE ACCOUNT-NUMBER OF TRANSACTION-RECORD
                       TO lookup-notice-account
                   MOVE AMOUNT OF TRANSACTION-RECORD
                       TO lookup-notice-amount
                   MOVE TRANSACTION-DATE OF TRANSACTION-RECORD
                       TO lookup-notice-date
                   PERFORM FIND-MATURED-NOTICE
                   IF notice-found = "Y"
                       MOVE "U" TO WN-ARR-STATUS
                           OF NOTICE-ARRAY(notice-slot)
                       MOVE record-ref TO WN-ARR-USED-REF
                           OF NOTICE-ARRAY(notice-slot)
                       MOVE lookup-notice-date TO WN-ARR-USED-DATE
                           OF NOTICE-ARRAY(notice-slot)
                       MOVE "Y" TO notices-changed
                   ELSE
                   IF notice-penalty-pct > ZEROES
                       PERFORM COMPUTE-NOTICE-PENALTY
                       PERFORM ADD-PENALTY-NOTICE-ROW
                       MOVE "Y" TO penalty-due
                   ELSE
                       MOVE "N" TO record-valid
                       STRING "UVARSLET-HAEVNING " DELIMITED BY SIZE
                           INTO field-reasons WITH POINTER reason-ptr
                   END-IF
                   END-IF
               END-IF
           END-IF.
       EXIT.

       ADD-PENALTY-NOTICE-ROW.
           IF notice-count >= NOTICE-ARRAY-MAX
               DISPLAY "TXNEDIT: NOTICE-ARRAY is full ("
                   NOTICE-ARRAY-MAX "), cannot record the notice "
                   "penalty"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO notice-count
           MOVE SPACES TO NOTICE-ARRAY(notice-count)
           MOVE lookup-notice-account
               TO WN-ARR-ACCOUNT-NUMBER OF NOTICE-ARRAY(notice-count)
           MOVE lookup-notice-amount
               TO WN-ARR-AMOUNT OF NOTICE-ARRAY(notice-count)
           MOVE "S" TO WN-ARR-STATUS OF NOTICE-ARRAY(notice-count)
           MOVE record-ref
               TO WN-ARR-USED-REF OF NOTICE-ARRAY(notice-count)
           MOVE lookup-notice-date
               TO WN-ARR-USED-DATE OF NOTICE-ARRAY(notice-count)
           MOVE "Y" TO notices-changed.
       EXIT.

      * The penalty posts as an internal "D" right behind the
      * withdrawal, on the same account, date and value date.
       WRITE-NOTICE-PENALTY.
           IF notice-penalty > ZEROES
               MOVE VAL-VALUE-DATE OF VALIDATED-RECORD TO roll-out-date
               MOVE SPACES TO VALIDATED-RECORD
               MOVE CLIENT-ID OF TRANSACTION-RECORD
                   TO VAL-CLIENT-ID OF VALIDATED-RECORD
               MOVE ACCOUNT-NUMBER OF TRANSACTION-RECORD
                   TO VAL-ACCOUNT-NUMBER OF VALIDATED-RECORD
               MOVE NOTICE-PENALTY-OWNER
                   TO VAL-OWNER OF VALIDATED-RECORD
               MOVE TRANSACTION-DATE OF TRANSACTION-RECORD
                   TO VAL-TRANSACTION-DATE OF VALIDATED-RECORD
               MOVE "D" TO VAL-TRANSACTION-TYPE OF VALIDATED-RECORD
               MOVE notice-penalty TO VAL-AMOUNT OF VALIDATED-RECORD
               MOVE roll-out-date TO VAL-VALUE-DATE OF VALIDATED-RECORD
               MOVE SPACES TO stamped-ref
               STRING "R" DELIMITED BY SIZE
                   next-ref-number DELIMITED BY SIZE
                   INTO stamped-ref
               MOVE stamped-ref
                   TO VAL-TRANSACTION-REF OF VALIDATED-RECORD
               ADD 1 TO next-ref-number
               WRITE VALIDATED-RECORD
               WRITE RAW-REWRITE-RECORD FROM VALIDATED-RECORD
               MOVE SPACES TO TXN-REF-INDEX-RECORD
               MOVE stamped-ref TO TI-TRANSACTION-REF
               MOVE WS-TRANSACTIONS-FILENAME(1:40)
                   TO TI-HOLDING-FILE
               WRITE TXN-REF-INDEX-RECORD
               ADD 1 TO clean-count
               ADD 1 TO penalty-count
           END-IF.
       EXIT.

      * The register goes back through the shared safe swap; on the
      * first night there is no register to move aside and the new
      * one is written in place.
       REWRITE-WITHDRAWAL-NOTICES.
           IF notices-present = "Y"
               MOVE WS-NOTICES-FILENAME TO swap-master-name
               PERFORM BUILD-SWAP-NAMES
               MOVE swap-new-name TO WS-NOTICES-FILENAME
           END-IF
           OPEN OUTPUT OUTPUT-NOTICES
           IF WS-NOTICES-STATUS NOT = "00"
               DISPLAY "TXNEDIT: cannot open " WS-NOTICES-FILENAME
                   " for rewrite, file status " WS-NOTICES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-notice FROM 1 BY 1
                   UNTIL idx-notice > notice-count
               MOVE NOTICE-ARRAY(idx-notice) TO OUTPUT-NOTICE-RECORD
               WRITE OUTPUT-NOTICE-RECORD
           END-PERFORM
           CLOSE OUTPUT-NOTICES
           IF notices-present = "Y"
               MOVE swap-master-name TO WS-NOTICES-FILENAME
               PERFORM SWAP-IN-NEW-MASTER
           END-IF.
       EXIT.

           COPY "business-day.cpy".

       VALIDATE-CHECKSUM.

           COPY "safe-swap.cpy".

           COPY "catalog-check.cpy".

           COPY "notice-check.cpy".

           COPY "run-lock.cpy".

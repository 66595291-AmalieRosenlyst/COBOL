      * Formål: Disponibelt beloeb til kortprocessorens stand-in-
      *    autorisation. Naar processoren ikke kan naa os,
      *    autoriserer den kortkoeb mod den graense den sidst fik -
      *    ofte flere dage gammel - og kunderne gaar i overtraek.
      *    Koerslen koeres efter hver bogfoeringskoersel og hver
      *    AUTHHOLD-koersel og skriver card-availability.txt
      *    (card-availability.cpy) med en raekke pr. kort i
      *    card-master.txt: saldo (aftenens balance-carry-forward
      *    lagt over account-info.txt) plus bevilget traek, minus
      *    aktive kortreservationer og retslige spaerringer
      *    (udlaeg/arrest) via hold-check.cpy, hoejst kundens daglige
      *    debiteringsloft (velocity-limits.txt, ellers kontotypens
      *    PC-DAILY-DEBIT-CAP) og aldrig under nul. Blokerede og
      *    udloebne kort og spaerrede, lukkede eller ukendte konti
      *    sendes med nul. Filen har hoved og en kontroltrailer med
      *    antal, beloebssum og kontrolsum af kortnumrene.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDAVL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-CARD-MASTER
       ASSIGN TO DYNAMIC WS-CARD-MASTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CARD-MASTER-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT BALANCE-CARRY-FILE
       ASSIGN TO DYNAMIC WS-BALANCE-CARRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCE-CARRY-STATUS.
       SELECT AUTH-HOLDS-FILE ASSIGN TO DYNAMIC WS-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLDS-STATUS.
       SELECT LEGAL-HOLDS-FILE
       ASSIGN TO DYNAMIC WS-LEGAL-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEGAL-HOLDS-STATUS.
       SELECT INPUT-VELOCITY ASSIGN TO DYNAMIC WS-VELOCITY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-VELOCITY-STATUS.
       SELECT PRODUCT-CATALOG-FILE
       ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
       SELECT OUTPUT-AVAILABILITY
       ASSIGN TO DYNAMIC WS-AVAILABILITY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AVAILABILITY-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-CARD-MASTER.
       01 CARD-MASTER-RECORD.
           COPY "card-master.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD BALANCE-CARRY-FILE.
       01 BALANCE-CARRY-RECORD.
           02 BC-ACCOUNT-NUMBER        PIC X(20).
           02 BC-BALANCE               PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
       FD AUTH-HOLDS-FILE.
       01 AUTH-HOLD-RECORD.
           COPY "auth-holds.cpy".
       FD LEGAL-HOLDS-FILE.
       01 LEGAL-HOLD-RECORD.
           COPY "legal-holds.cpy".
       FD INPUT-VELOCITY.
       01 VELOCITY-RECORD.
           02 VL-CLIENT-ID             PIC X(10).
           02 VL-DAILY-CAP             PIC 9(7)V99.
       FD PRODUCT-CATALOG-FILE.
       01 PRODUCT-CATALOG-RECORD.
           COPY "product-catalog.cpy".
       FD OUTPUT-AVAILABILITY.
       01 AVAILABILITY-RECORD.
           COPY "card-availability.cpy".

       WORKING-STORAGE SECTION.

      * Kort- og retslige reservationer (hold-check.cpy).
           COPY "hold-check-fields.cpy".
      * Produktkataloget (catalog-check.cpy).
           COPY "catalog-check-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-CARD-MASTER               PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-BALANCE-CARRY             PIC X VALUE "N".
       01 EOF-VELOCITY                  PIC X VALUE "N".
       01 WS-CARD-MASTER-STATUS         PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-BALANCE-CARRY-STATUS       PIC XX VALUE "00".
       01 WS-VELOCITY-STATUS            PIC XX VALUE "00".
       01 WS-AVAILABILITY-STATUS        PIC XX VALUE "00".

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.
       01 account-slot                  PIC 9(4) VALUE ZEROES.

       01 VELOCITY-ARRAY-MAX            PIC 9(3) VALUE 200.
       01 VELOCITY-ARRAY                OCCURS 200 TIMES
                                        INDEXED BY idx-vel.
           02 VEL-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 VEL-DAILY-CAP             PIC 9(7)V99 VALUE ZEROES.
       01 velocity-count                PIC 9(3) VALUE ZEROES.

      * The stand-in amount for the card being written.
       01 card-status-out               PIC X VALUE SPACES.
       01 spendable-amount              PIC S9(9)V99 VALUE ZEROES.
       01 resolved-daily-cap            PIC 9(7)V99 VALUE ZEROES.
       01 card-hash-part                PIC 9(10) VALUE ZEROES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-GENERATED-AT               PIC X(14) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-CARD-MASTER-FILENAME
           PIC X(100) VALUE "card-master.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-BALANCE-CARRY-FILENAME
           PIC X(100) VALUE "balance-carry-forward.txt".
       01 WS-VELOCITY-FILENAME
           PIC X(100) VALUE "velocity-limits.txt".
       01 WS-AVAILABILITY-FILENAME
           PIC X(100) VALUE "card-availability.txt".

      * Batch control totals
       01 card-count                    PIC 9(7) VALUE ZEROES.
       01 zero-count                    PIC 9(7) VALUE ZEROES.
       01 capped-count                  PIC 9(7) VALUE ZEROES.
       01 amount-total                  PIC 9(13)V99 VALUE ZEROES.
       01 card-hash-total               PIC 9(15) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-CARD-MASTER-FILENAME
           FROM ENVIRONMENT "CARD_MASTER_FILE"
       IF WS-CARD-MASTER-FILENAME = SPACES
           MOVE "card-master.txt" TO WS-CARD-MASTER-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-BALANCE-CARRY-FILENAME
           FROM ENVIRONMENT "BALANCE_CARRY_FORWARD_FILE"
       IF WS-BALANCE-CARRY-FILENAME = SPACES
           MOVE "balance-carry-forward.txt"
               TO WS-BALANCE-CARRY-FILENAME
       END-IF

       ACCEPT WS-HOLDS-FILENAME FROM ENVIRONMENT "AUTH_HOLDS_FILE"
       IF WS-HOLDS-FILENAME = SPACES
           MOVE "auth-holds.txt" TO WS-HOLDS-FILENAME
       END-IF

       ACCEPT WS-LEGAL-HOLDS-FILENAME
           FROM ENVIRONMENT "LEGAL_HOLDS_FILE"
       IF WS-LEGAL-HOLDS-FILENAME = SPACES
           MOVE "legal-holds.txt" TO WS-LEGAL-HOLDS-FILENAME
       END-IF

       ACCEPT WS-AVAILABILITY-FILENAME
           FROM ENVIRONMENT "CARD_AVAILABILITY_FILE"
       IF WS-AVAILABILITY-FILENAME = SPACES
           MOVE "card-availability.txt" TO WS-AVAILABILITY-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       MOVE WS-CURRENT-DATE(1:14) TO WS-GENERATED-AT

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "CARDAVL: cannot open " WS-ACCOUNTS-FILENAME
               ", file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.
       PERFORM APPLY-BALANCE-CARRY-FORWARD.
       PERFORM LOAD-ACTIVE-HOLDS.
       PERFORM LOAD-LEGAL-HOLDS.
       PERFORM LOAD-VELOCITY-LIMITS.
       PERFORM LOAD-PRODUCT-CATALOG.

       OPEN INPUT INPUT-CARD-MASTER
       IF WS-CARD-MASTER-STATUS NOT = "00"
           DISPLAY "CARDAVL: cannot open " WS-CARD-MASTER-FILENAME
               ", file status " WS-CARD-MASTER-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT OUTPUT-AVAILABILITY
       IF WS-AVAILABILITY-STATUS NOT = "00"
           DISPLAY "CARDAVL: cannot open " WS-AVAILABILITY-FILENAME
               ", file status " WS-AVAILABILITY-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO AVAILABILITY-RECORD
       MOVE "H" TO CA-RECORD-TYPE
       MOVE WS-GENERATED-AT TO CA-GENERATED-AT
       MOVE ZEROES TO CA-AVAILABLE CA-RECORD-COUNT CA-AMOUNT-TOTAL
           CA-CARD-HASH
       WRITE AVAILABILITY-RECORD

       PERFORM UNTIL EOF-CARD-MASTER = "Y"
           READ INPUT-CARD-MASTER INTO CARD-MASTER-RECORD
               AT END
                   MOVE "Y" TO EOF-CARD-MASTER
               NOT AT END
                   IF CM-CARD-NUMBER NOT = SPACES
                       PERFORM WRITE-CARD-AVAILABILITY
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE INPUT-CARD-MASTER.

       MOVE SPACES TO AVAILABILITY-RECORD
       MOVE "T" TO CA-RECORD-TYPE
       MOVE WS-GENERATED-AT TO CA-GENERATED-AT
       MOVE ZEROES TO CA-AVAILABLE
       MOVE card-count TO CA-RECORD-COUNT
       MOVE amount-total TO CA-AMOUNT-TOTAL
       MOVE card-hash-total TO CA-CARD-HASH
       WRITE AVAILABILITY-RECORD
       CLOSE OUTPUT-AVAILABILITY.

       DISPLAY "CARDAVL: " card-count " card(s) written, "
           zero-count " at zero, " capped-count
           " capped at the daily debit limit."

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "CARDAVL: " WS-ACCOUNTS-FILENAME
                           " has more rows than ACCOUNT-ARRAY ("
                           ACCOUNT-ARRAY-MAX ") can hold, "
                           "stopping load"
                       MOVE "Y" TO EOF-ACCOUNTS
                   ELSE
                       MOVE ACCOUNT-RECORD TO ACCOUNT-ARRAY(idx-acct)
                       SET idx-acct UP BY 1
                       ADD 1 TO account-count
                   END-IF
           END-READ

           IF WS-ACCOUNTS-STATUS NOT = "00"
                   AND WS-ACCOUNTS-STATUS NOT = "10"
               DISPLAY "CARDAVL: error reading "
                   WS-ACCOUNTS-FILENAME ", file status "
                   WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * Tonight's posted balances laid over the account master, the
      * same way STANDORD and ONLSYNC read them. A missing file
      * leaves the master's balances.
       APPLY-BALANCE-CARRY-FORWARD.
           OPEN INPUT BALANCE-CARRY-FILE
           IF WS-BALANCE-CARRY-STATUS = "00"
               PERFORM UNTIL EOF-BALANCE-CARRY = "Y"
                   READ BALANCE-CARRY-FILE INTO BALANCE-CARRY-RECORD
                       AT END
                           MOVE "Y" TO EOF-BALANCE-CARRY
                       NOT AT END
                           SET idx-acct TO 1
                           SEARCH ACCOUNT-ARRAY
                               AT END
                                   CONTINUE
                               WHEN account-number
                                       OF ACCOUNT-ARRAY(idx-acct)
                                       = BC-ACCOUNT-NUMBER
                                   MOVE BC-BALANCE TO
                                     balance OF ACCOUNT-ARRAY(idx-acct)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE BALANCE-CARRY-FILE
           END-IF.
       EXIT.

      * Per-kunde loft fra velocity-limits.txt; en manglende fil
      * betyder at kun produktkatalogets loft gaelder.
       LOAD-VELOCITY-LIMITS.
           OPEN INPUT INPUT-VELOCITY
           IF WS-VELOCITY-STATUS = "00"
               PERFORM UNTIL EOF-VELOCITY = "Y"
                   READ INPUT-VELOCITY INTO VELOCITY-RECORD
                       AT END
                           MOVE "Y" TO EOF-VELOCITY
                       NOT AT END
                           IF velocity-count < VELOCITY-ARRAY-MAX
                               ADD 1 TO velocity-count
                               MOVE VL-CLIENT-ID
                                   TO VEL-CLIENT-ID(velocity-count)
                               MOVE VL-DAILY-CAP
                                   TO VEL-DAILY-CAP(velocity-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-VELOCITY
           END-IF.
       EXIT.

      * The customer's cap as the teller counter resolves it: their
      * velocity-limits.txt row wins, otherwise the card account's
      * product cap from the catalog; zero means no cap applies.
       RESOLVE-DAILY-CAP.
           MOVE ZEROES TO resolved-daily-cap
           SET idx-vel TO 1
           SEARCH VELOCITY-ARRAY
               AT END
                   CONTINUE
               WHEN VEL-CLIENT-ID(idx-vel) = CM-CLIENT-ID
                   MOVE VEL-DAILY-CAP(idx-vel)
                       TO resolved-daily-cap
           END-SEARCH
           IF resolved-daily-cap = ZEROES AND catalog-loaded = "Y"
               MOVE account-type OF ACCOUNT-ARRAY(account-slot)
                   TO lookup-product-type
               PERFORM LOOKUP-PRODUCT
               IF product-found = "Y"
                   MOVE PRD-DAILY-DEBIT-CAP
                       OF CATALOG-ARRAY(product-slot)
                       TO resolved-daily-cap
               END-IF
           END-IF.
       EXIT.

       WRITE-CARD-AVAILABILITY.
           MOVE ZEROES TO account-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = CM-ACCOUNT-NUMBER
                   SET account-slot TO idx-acct
           END-SEARCH

           MOVE ZEROES TO spendable-amount
           MOVE "A" TO card-status-out
      *>   An expiry date already passed counts as expired even before
      *>   CARDMAINT has got round to setting the status.
           IF CM-STATUS = "B"
               MOVE "B" TO card-status-out
           ELSE
           IF CM-STATUS = "E"
               OR (CM-EXPIRY-DATE NOT = SPACES
                   AND CM-EXPIRY-DATE < WS-TODAY)
               MOVE "E" TO card-status-out
           ELSE
           IF account-slot = ZEROES
               MOVE "F" TO card-status-out
           ELSE
           IF account-status OF ACCOUNT-ARRAY(account-slot) NOT = "O"
               MOVE "F" TO card-status-out
           END-IF
           END-IF
           END-IF
           END-IF

           IF card-status-out = "A"
               MOVE balance OF ACCOUNT-ARRAY(account-slot)
                   TO spendable-amount
               IF overdraft-limit OF ACCOUNT-ARRAY(account-slot)
                       IS NUMERIC
                   ADD overdraft-limit OF ACCOUNT-ARRAY(account-slot)
                       TO spendable-amount
               END-IF
               MOVE CM-ACCOUNT-NUMBER TO hold-sum-account
               PERFORM SUM-ACCOUNT-HOLDS
               SUBTRACT account-holds-sum FROM spendable-amount
               IF spendable-amount < ZEROES
                   MOVE ZEROES TO spendable-amount
               END-IF
               PERFORM RESOLVE-DAILY-CAP
               IF resolved-daily-cap > ZEROES
                   AND spendable-amount > resolved-daily-cap
                   MOVE resolved-daily-cap TO spendable-amount
                   ADD 1 TO capped-count
               END-IF
           END-IF
           IF spendable-amount = ZEROES
               ADD 1 TO zero-count
           END-IF

           MOVE SPACES TO AVAILABILITY-RECORD
           MOVE "D" TO CA-RECORD-TYPE
           MOVE CM-CARD-NUMBER TO CA-CARD-NUMBER
           MOVE CM-ACCOUNT-NUMBER TO CA-ACCOUNT-NUMBER
           MOVE card-status-out TO CA-CARD-STATUS
           MOVE spendable-amount TO CA-AVAILABLE
           IF account-slot NOT = ZEROES
               MOVE valuta-code OF ACCOUNT-ARRAY(account-slot)
                   TO CA-CURRENCY
           END-IF
           MOVE WS-GENERATED-AT TO CA-GENERATED-AT
           MOVE ZEROES TO CA-RECORD-COUNT CA-AMOUNT-TOTAL CA-CARD-HASH
           WRITE AVAILABILITY-RECORD

           ADD 1 TO card-count
           ADD spendable-amount TO amount-total
           IF CM-CARD-NUMBER(7:10) IS NUMERIC
               MOVE CM-CARD-NUMBER(7:10) TO card-hash-part
               ADD card-hash-part TO card-hash-total
           END-IF.
       EXIT.

           COPY "hold-check.cpy".

           COPY "catalog-check.cpy".

      * Formål: Natlig nulstilling af koncerners cash pools. Stoerre
      *    erhvervskunder har flere underkonti under een koncern og
      *    vil have alt samlet paa en topkonto hver nat; hidtil
      *    tastede deres bogholder overfoerslerne i TELLCAP hver
      *    morgen. cash-pools.txt navngiver pr. pulje topkontoen og
      *    medlemskontiene med en sweep-regel (nulsaldo eller
      *    maalsaldo). Koerslen staar efter natbogfoeringen, tager
      *    hver kontos bogfoerte saldo fra balance-carry-forward.txt
      *    og danner de parrede T/F-ben i transactions.txt der
      *    bringer hvert medlem til sin maalsaldo. Mellemregningen
      *    pr. medlem foeres i cash-pool-positions.txt, og
      *    koncernen faar en puljeudskrift (cash-pool-statement.txt)
      *    med hver sweep. En nat der allerede er fejet, fejes ikke
      *    igen.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-POOLS ASSIGN TO DYNAMIC WS-POOLS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POOLS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT BALANCE-CARRY-FILE
       ASSIGN TO DYNAMIC WS-BALANCE-CARRY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCE-CARRY-STATUS.
       SELECT INPUT-POSITIONS ASSIGN TO DYNAMIC WS-POSITIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POSITIONS-STATUS.
       SELECT OUTPUT-POSITIONS ASSIGN TO DYNAMIC WS-POSITIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POSITIONS-STATUS.
       SELECT OUTPUT-TRANSACTIONS
       ASSIGN TO DYNAMIC WS-TRANSACTIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTIONS-STATUS.
       SELECT OUTPUT-STATEMENT ASSIGN TO DYNAMIC WS-STATEMENT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATEMENT-STATUS.

       SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-POOLS.
       01 POOL-RECORD.
           COPY "cash-pools.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD BALANCE-CARRY-FILE.
       01 BALANCE-CARRY-RECORD.
           02 BC-ACCOUNT-NUMBER        PIC X(20).
           02 BC-BALANCE               PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
       FD INPUT-POSITIONS.
       01 POSITION-RECORD.
           COPY "cash-pool-positions.cpy".
       FD OUTPUT-POSITIONS.
       01 OUTPUT-POSITION-RECORD.
           COPY "cash-pool-positions.cpy"
               REPLACING LEADING ==PP-== BY ==PP-OUT-==.
       FD OUTPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       FD OUTPUT-STATEMENT.
       01 STATEMENT-LINE.
           02 INFO                     PIC X(150).

       FD RUN-LOCK-FILE.
       01 LOCK-RECORD.
           02 LOCK-OWNER               PIC X(20).
           02 LOCK-PROGRAM             PIC X(10).
           02 LOCK-TAKEN-AT            PIC X(19).

       WORKING-STORAGE SECTION.

      * Shared run lock around the master files (run-lock.cpy).
           COPY "run-lock-fields.cpy".
      * Variables used as condition in while loops
       01 EOF-POOLS                     PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-BALANCE-CARRY             PIC X VALUE "N".
       01 EOF-POSITIONS                 PIC X VALUE "N".
       01 WS-POOLS-STATUS               PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-BALANCE-CARRY-STATUS       PIC XX VALUE "00".
       01 WS-POSITIONS-STATUS           PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-STATEMENT-STATUS           PIC XX VALUE "00".

       01 POOL-ARRAY-MAX                PIC 9(4) VALUE 1000.
       01 POOL-ARRAY                    OCCURS 1000 TIMES
                                        INDEXED BY idx-pool idx-mem.
           COPY "cash-pools.cpy"
               REPLACING LEADING ==CP-== BY ==CP-ARR-==.
       01 pool-count                    PIC 9(4) VALUE ZEROES.

       01 ACCOUNT-ARRAY-MAX             PIC 9(4) VALUE 2000.
       01 ACCOUNT-ARRAY                 OCCURS 2000 TIMES
                                        INDEXED BY idx-acct.
           COPY "account-info.cpy".
       01 account-count                 PIC 9(4) VALUE ZEROES.

       01 POSITION-ARRAY-MAX            PIC 9(4) VALUE 1000.
       01 POSITION-ARRAY                OCCURS 1000 TIMES
                                        INDEXED BY idx-pos.
           COPY "cash-pool-positions.cpy"
               REPLACING LEADING ==PP-== BY ==PP-ARR-==.
       01 position-count                PIC 9(4) VALUE ZEROES.
       01 position-slot                 PIC 9(4) VALUE ZEROES.

      * The pool being swept and its top account's running balance:
      * every sweep moves it, so the statement can show where the
      * top account stands once the whole group is done.
       01 top-slot                      PIC 9(4) VALUE ZEROES.
       01 member-slot                   PIC 9(4) VALUE ZEROES.
       01 lookup-account                PIC X(20) VALUE SPACES.
       01 lookup-slot                   PIC 9(4) VALUE ZEROES.
       01 top-running-balance
           PIC S9(9)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 member-target                 PIC 9(7)V99 VALUE ZEROES.
       01 sweep-diff
           PIC S9(9)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 sweep-amount                  PIC 9(7)V99 VALUE ZEROES.
       01 sweep-direction               PIC X(7) VALUE SPACES.
       01 pool-sweep-count              PIC 9(4) VALUE ZEROES.

      * One leg of a sweep pair, filled before WRITE-SWEEP-LEG.
       01 leg-account                   PIC X(20) VALUE SPACES.
       01 leg-client-id                 PIC X(10) VALUE SPACES.
       01 leg-type                      PIC X(1) VALUE SPACES.
       01 leg-counterparty              PIC X(20) VALUE SPACES.
       01 leg-owner-text                PIC X(40) VALUE SPACES.

      * Sweep references: "ZB" (zero-balancing - CAPCHK's refs
      * already start "CP") plus the run date's MMDD plus a 4-digit
      * sequence, unique within the night.
       01 transfer-seq                  PIC 9(4) VALUE ZEROES.
       01 sweep-transfer-ref            PIC X(10) VALUE SPACES.

       01 balance-display               PIC -(7)9.99 VALUE ZEROES.
       01 top-balance-display           PIC -(9)9.99 VALUE ZEROES.
       01 position-display              PIC -(9)9.99 VALUE ZEROES.
       01 target-display                PIC Z(6)9.99 VALUE ZEROES.
       01 amount-display                PIC Z(6)9.99 VALUE ZEROES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-POOLS-FILENAME
           PIC X(100) VALUE "cash-pools.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-BALANCE-CARRY-FILENAME
           PIC X(100) VALUE "balance-carry-forward.txt".
       01 WS-POSITIONS-FILENAME
           PIC X(100) VALUE "cash-pool-positions.txt".
       01 WS-TRANSACTIONS-FILENAME
           PIC X(100) VALUE "transactions.txt".
       01 WS-STATEMENT-FILENAME
           PIC X(100) VALUE "cash-pool-statement.txt".

      * Safe rewrite-and-swap of the positions file, same pattern as
      * the other rewriters.
           COPY "safe-swap-fields.cpy".
       01 swap-file-info                PIC X(16) VALUE LOW-VALUES.

      * Batch control totals
       01 pools-swept-count             PIC 9(6) VALUE ZEROES.
       01 sweep-count                   PIC 9(6) VALUE ZEROES.
       01 already-swept-count           PIC 9(6) VALUE ZEROES.
       01 manual-count                  PIC 9(6) VALUE ZEROES.
       01 swept-total                   PIC 9(9)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-POOLS-FILENAME FROM ENVIRONMENT "CASH_POOLS_FILE"
       IF WS-POOLS-FILENAME = SPACES
           MOVE "cash-pools.txt" TO WS-POOLS-FILENAME
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

       ACCEPT WS-POSITIONS-FILENAME
           FROM ENVIRONMENT "CASH_POOL_POSITIONS_FILE"
       IF WS-POSITIONS-FILENAME = SPACES
           MOVE "cash-pool-positions.txt" TO WS-POSITIONS-FILENAME
       END-IF

       ACCEPT WS-TRANSACTIONS-FILENAME
           FROM ENVIRONMENT "TRANSACTIONS_FILE"
       IF WS-TRANSACTIONS-FILENAME = SPACES
           MOVE "transactions.txt" TO WS-TRANSACTIONS-FILENAME
       END-IF

       ACCEPT WS-STATEMENT-FILENAME
           FROM ENVIRONMENT "CASH_POOL_STATEMENT_FILE"
       IF WS-STATEMENT-FILENAME = SPACES
           MOVE "cash-pool-statement.txt" TO WS-STATEMENT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       OPEN INPUT INPUT-POOLS
       IF WS-POOLS-STATUS = "35"
           DISPLAY "CASHPOOL: no "
               FUNCTION TRIM(WS-POOLS-FILENAME)
               " on file, nothing to sweep"
           STOP RUN
       END-IF
       IF WS-POOLS-STATUS NOT = "00"
           DISPLAY "CASHPOOL: cannot open " WS-POOLS-FILENAME ", "
               "file status " WS-POOLS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-POOLS.
       CLOSE INPUT-POOLS.

       MOVE "CASHPOOL" TO WS-LOCK-PROGRAM
       PERFORM TAKE-RUN-LOCK

       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "CASHPOOL: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACCOUNTS.
       CLOSE INPUT-ACCOUNTS.
       PERFORM APPLY-BALANCE-CARRY-FORWARD.
       PERFORM LOAD-POSITIONS.

       OPEN EXTEND OUTPUT-TRANSACTIONS
       IF WS-TRANSACTIONS-STATUS = "35"
           OPEN OUTPUT OUTPUT-TRANSACTIONS
       END-IF
       OPEN OUTPUT OUTPUT-STATEMENT
       IF WS-TRANSACTIONS-STATUS NOT = "00"
           OR WS-STATEMENT-STATUS NOT = "00"
           DISPLAY "CASHPOOL: cannot open output files (txn="
               WS-TRANSACTIONS-STATUS " statement="
               WS-STATEMENT-STATUS ")"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO INFO
       STRING "Cash pool sweep " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO INFO
       WRITE STATEMENT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE STATEMENT-LINE

       PERFORM VARYING idx-pool FROM 1 BY 1
               UNTIL idx-pool > pool-count
           IF CP-ARR-ROLE OF POOL-ARRAY(idx-pool) = "H"
               PERFORM SWEEP-ONE-POOL
           END-IF
       END-PERFORM.

       MOVE SPACES TO INFO
       STRING "TRAILER: pools=" DELIMITED BY SIZE
           pools-swept-count DELIMITED BY SIZE
           " sweeps=" DELIMITED BY SIZE
           sweep-count DELIMITED BY SIZE
           " amount-total=" DELIMITED BY SIZE
           swept-total DELIMITED BY SIZE
           " already-swept=" DELIMITED BY SIZE
           already-swept-count DELIMITED BY SIZE
           " manual=" DELIMITED BY SIZE
           manual-count DELIMITED BY SIZE
           INTO INFO
       WRITE STATEMENT-LINE
       CLOSE OUTPUT-STATEMENT.
       CLOSE OUTPUT-TRANSACTIONS.

       IF sweep-count > 0
           PERFORM REWRITE-POSITIONS-FILE
       END-IF

       IF manual-count > 0 AND RETURN-CODE = 0
           MOVE 8 TO RETURN-CODE
       END-IF

       DISPLAY "CASHPOOL: " pools-swept-count " pool(s), "
           sweep-count " sweep(s), " manual-count
           " for manual review."

       PERFORM RELEASE-RUN-LOCK

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-POOLS.
           PERFORM UNTIL EOF-POOLS = "Y"
               READ INPUT-POOLS INTO POOL-RECORD
                   AT END
                       MOVE "Y" TO EOF-POOLS
                   NOT AT END
                       IF CP-POOL-ID NOT = SPACES
                           IF pool-count >= POOL-ARRAY-MAX
                               DISPLAY "CASHPOOL: POOL-ARRAY is full, "
                                   "cannot load more of "
                                   WS-POOLS-FILENAME
                               MOVE "Y" TO EOF-POOLS
                           ELSE
                               ADD 1 TO pool-count
                               MOVE POOL-RECORD
                                   TO POOL-ARRAY(pool-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       EXIT.

       LOAD-ACCOUNTS.
           SET idx-acct TO 1
           PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF idx-acct > ACCOUNT-ARRAY-MAX
                       DISPLAY "CASHPOOL: " WS-ACCOUNTS-FILENAME
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
               DISPLAY "CASHPOOL: error reading " WS-ACCOUNTS-FILENAME
                   ", file status " WS-ACCOUNTS-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO EOF-ACCOUNTS
           END-IF
           END-PERFORM.
       EXIT.

      * Tonight's posted balances: the account master does not move
      * on ordinary activity, so each account's closing balance from
      * balance-carry-forward.txt is laid over it, the same way the
      * statement writer and EODSNAP read it. A missing file leaves
      * the master's balances.
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

       LOAD-POSITIONS.
           OPEN INPUT INPUT-POSITIONS
           IF WS-POSITIONS-STATUS = "00"
               PERFORM UNTIL EOF-POSITIONS = "Y"
                   READ INPUT-POSITIONS INTO POSITION-RECORD
                       AT END
                           MOVE "Y" TO EOF-POSITIONS
                       NOT AT END
                           IF position-count < POSITION-ARRAY-MAX
                               ADD 1 TO position-count
                               MOVE POSITION-RECORD
                                   TO POSITION-ARRAY(position-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-POSITIONS
           END-IF.
       EXIT.

      * One group: the top account must be open before any member
      * is touched; then every "M" row of the pool is brought to
      * its target, and the statement closes with the top account's
      * balance after the night's sweeps.
       SWEEP-ONE-POOL.
           MOVE CP-ARR-ACCOUNT-NUMBER OF POOL-ARRAY(idx-pool)
               TO lookup-account
           PERFORM FIND-OPEN-ACCOUNT
           MOVE lookup-slot TO top-slot

           MOVE SPACES TO INFO
           STRING "PULJE: " DELIMITED BY SIZE
               CP-ARR-POOL-ID OF POOL-ARRAY(idx-pool)
                   DELIMITED BY SIZE
               " topkonto=" DELIMITED BY SIZE
               FUNCTION TRIM(lookup-account) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CP-ARR-POOL-NAME OF POOL-ARRAY(idx-pool))
                   DELIMITED BY SIZE
               INTO INFO
           WRITE STATEMENT-LINE

           IF top-slot = ZEROES
               ADD 1 TO manual-count
               MOVE SPACES TO INFO
               STRING "MANUEL: topkonto " DELIMITED BY SIZE
                   FUNCTION TRIM(lookup-account) DELIMITED BY SIZE
                   " findes ikke eller er ikke aaben - puljen er "
                       DELIMITED BY SIZE
                   "ikke fejet" DELIMITED BY SIZE
                   INTO INFO
               WRITE STATEMENT-LINE
           ELSE
               ADD 1 TO pools-swept-count
               MOVE ZEROES TO pool-sweep-count
               MOVE balance OF ACCOUNT-ARRAY(top-slot)
                   TO top-running-balance
               PERFORM VARYING idx-mem FROM 1 BY 1
                       UNTIL idx-mem > pool-count
                   IF CP-ARR-ROLE OF POOL-ARRAY(idx-mem) = "M"
                       AND CP-ARR-POOL-ID OF POOL-ARRAY(idx-mem)
                           = CP-ARR-POOL-ID OF POOL-ARRAY(idx-pool)
                       PERFORM SWEEP-ONE-MEMBER
                   END-IF
               END-PERFORM
               MOVE top-running-balance TO top-balance-display
               MOVE SPACES TO INFO
               STRING "  TOPKONTO EFTER SWEEP: saldo=" DELIMITED BY SIZE
                   FUNCTION TRIM(top-balance-display)
                       DELIMITED BY SIZE
                   " sweeps=" DELIMITED BY SIZE
                   pool-sweep-count DELIMITED BY SIZE
                   INTO INFO
               WRITE STATEMENT-LINE
           END-IF.
       EXIT.

      * One member: the difference between its posted balance and
      * its target moves to or from the top account as a T/F pair
      * sharing one reference, and the member's intra-group
      * position moves by the same amount.
       SWEEP-ONE-MEMBER.
           MOVE CP-ARR-ACCOUNT-NUMBER OF POOL-ARRAY(idx-mem)
               TO lookup-account
           PERFORM FIND-OPEN-ACCOUNT
           MOVE lookup-slot TO member-slot
           IF member-slot NOT = ZEROES
               PERFORM FIND-POSITION-SLOT
           END-IF

           IF member-slot = ZEROES
               ADD 1 TO manual-count
               MOVE SPACES TO INFO
               STRING "MANUEL: medlemskonto " DELIMITED BY SIZE
                   FUNCTION TRIM(lookup-account) DELIMITED BY SIZE
                   " findes ikke eller er ikke aaben"
                       DELIMITED BY SIZE
                   INTO INFO
               WRITE STATEMENT-LINE
           ELSE
           IF CP-ARR-SWEEP-RULE OF POOL-ARRAY(idx-mem) NOT = "N"
               AND CP-ARR-SWEEP-RULE OF POOL-ARRAY(idx-mem) NOT = "M"
               ADD 1 TO manual-count
               MOVE SPACES TO INFO
               STRING "MANUEL: medlemskonto " DELIMITED BY SIZE
                   FUNCTION TRIM(lookup-account) DELIMITED BY SIZE
                   " har ukendt sweep-regel '" DELIMITED BY SIZE
                   CP-ARR-SWEEP-RULE OF POOL-ARRAY(idx-mem)
                       DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO INFO
               WRITE STATEMENT-LINE
           ELSE
           IF PP-ARR-LAST-SWEEP-DATE OF POSITION-ARRAY(position-slot)
                   = WS-TODAY
               ADD 1 TO already-swept-count
               MOVE SPACES TO INFO
               STRING "  ALLEREDE FEJET I DAG: konto=" DELIMITED BY SIZE
                   FUNCTION TRIM(lookup-account) DELIMITED BY SIZE
                   INTO INFO
               WRITE STATEMENT-LINE
           ELSE
               MOVE ZEROES TO member-target
               IF CP-ARR-SWEEP-RULE OF POOL-ARRAY(idx-mem) = "M"
                   MOVE CP-ARR-TARGET-BALANCE OF POOL-ARRAY(idx-mem)
                       TO member-target
               END-IF
               COMPUTE sweep-diff =
                   balance OF ACCOUNT-ARRAY(member-slot) - member-target
               MOVE balance OF ACCOUNT-ARRAY(member-slot)
                   TO balance-display
               MOVE member-target TO target-display

               IF sweep-diff = ZEROES
                   MOVE SPACES TO INFO
                   STRING "  PAA MAAL: konto=" DELIMITED BY SIZE
                       FUNCTION TRIM(lookup-account) DELIMITED BY SIZE
                       " saldo=" DELIMITED BY SIZE
                       FUNCTION TRIM(balance-display)
                           DELIMITED BY SIZE
                       INTO INFO
                   WRITE STATEMENT-LINE
               ELSE
                   PERFORM WRITE-SWEEP-PAIR
               END-IF
           END-IF
           END-IF
           END-IF.
       EXIT.

      * A positive difference sends the surplus up to the top
      * account; a negative one funds the member from it.
       WRITE-SWEEP-PAIR.
           ADD 1 TO transfer-seq
           MOVE SPACES TO sweep-transfer-ref
           STRING "ZB" DELIMITED BY SIZE
               WS-TODAY(5:4) DELIMITED BY SIZE
               transfer-seq DELIMITED BY SIZE
               INTO sweep-transfer-ref
           MOVE SPACES TO leg-owner-text
           STRING "CASH POOL " DELIMITED BY SIZE
               CP-ARR-POOL-ID OF POOL-ARRAY(idx-mem) DELIMITED BY SIZE
               INTO leg-owner-text

           IF sweep-diff > ZEROES
               MOVE sweep-diff TO sweep-amount
               MOVE "TIL-TOP" TO sweep-direction
               MOVE account-number OF ACCOUNT-ARRAY(member-slot)
                   TO leg-account
               MOVE client-id OF ACCOUNT-ARRAY(member-slot)
                   TO leg-client-id
               MOVE "T" TO leg-type
               MOVE account-number OF ACCOUNT-ARRAY(top-slot)
                   TO leg-counterparty
               PERFORM WRITE-SWEEP-LEG
               MOVE account-number OF ACCOUNT-ARRAY(top-slot)
                   TO leg-account
               MOVE client-id OF ACCOUNT-ARRAY(top-slot)
                   TO leg-client-id
               MOVE "F" TO leg-type
               MOVE account-number OF ACCOUNT-ARRAY(member-slot)
                   TO leg-counterparty
               PERFORM WRITE-SWEEP-LEG
               ADD sweep-amount TO top-running-balance
               ADD sweep-amount TO
                   PP-ARR-POSITION OF POSITION-ARRAY(position-slot)
           ELSE
               COMPUTE sweep-amount = 0 - sweep-diff
               MOVE "FRA-TOP" TO sweep-direction
               MOVE account-number OF ACCOUNT-ARRAY(top-slot)
                   TO leg-account
               MOVE client-id OF ACCOUNT-ARRAY(top-slot)
                   TO leg-client-id
               MOVE "T" TO leg-type
               MOVE account-number OF ACCOUNT-ARRAY(member-slot)
                   TO leg-counterparty
               PERFORM WRITE-SWEEP-LEG
               MOVE account-number OF ACCOUNT-ARRAY(member-slot)
                   TO leg-account
               MOVE client-id OF ACCOUNT-ARRAY(member-slot)
                   TO leg-client-id
               MOVE "F" TO leg-type
               MOVE account-number OF ACCOUNT-ARRAY(top-slot)
                   TO leg-counterparty
               PERFORM WRITE-SWEEP-LEG
               SUBTRACT sweep-amount FROM top-running-balance
               SUBTRACT sweep-amount FROM
                   PP-ARR-POSITION OF POSITION-ARRAY(position-slot)
           END-IF

           MOVE WS-TODAY TO
               PP-ARR-LAST-SWEEP-DATE OF POSITION-ARRAY(position-slot)
           ADD 1 TO sweep-count
           ADD 1 TO pool-sweep-count
           ADD sweep-amount TO swept-total

           MOVE sweep-amount TO amount-display
           MOVE PP-ARR-POSITION OF POSITION-ARRAY(position-slot)
               TO position-display
           MOVE SPACES TO INFO
           STRING "  SWEEP: konto=" DELIMITED BY SIZE
               FUNCTION TRIM(lookup-account) DELIMITED BY SIZE
               " saldo=" DELIMITED BY SIZE
               FUNCTION TRIM(balance-display) DELIMITED BY SIZE
               " maal=" DELIMITED BY SIZE
               FUNCTION TRIM(target-display) DELIMITED BY SIZE
               " overfoert=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               sweep-direction DELIMITED BY SIZE
               " ref=" DELIMITED BY SIZE
               sweep-transfer-ref DELIMITED BY SIZE
               " mellemregning=" DELIMITED BY SIZE
               FUNCTION TRIM(position-display) DELIMITED BY SIZE
               INTO INFO
           WRITE STATEMENT-LINE.
       EXIT.

       WRITE-SWEEP-LEG.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE leg-client-id TO CLIENT-ID OF TRANSACTION-RECORD
           MOVE leg-account TO ACCOUNT-NUMBER OF TRANSACTION-RECORD
           MOVE leg-owner-text TO OWNER OF TRANSACTION-RECORD
           MOVE WS-TODAY TO TRANSACTION-DATE OF TRANSACTION-RECORD
           MOVE leg-type TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE sweep-amount TO AMOUNT OF TRANSACTION-RECORD
           MOVE leg-counterparty
               TO COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
           MOVE sweep-transfer-ref
               TO TRANSFER-REF OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.
       EXIT.

       FIND-OPEN-ACCOUNT.
           MOVE ZEROES TO lookup-slot
           SET idx-acct TO 1
           SEARCH ACCOUNT-ARRAY
               AT END
                   CONTINUE
               WHEN account-number OF ACCOUNT-ARRAY(idx-acct)
                       = lookup-account
                   IF account-status OF ACCOUNT-ARRAY(idx-acct) = "O"
                       SET lookup-slot TO idx-acct
                   END-IF
           END-SEARCH.
       EXIT.

      * The member's position row, created at zero the first night
      * the member is swept.
       FIND-POSITION-SLOT.
           MOVE ZEROES TO position-slot
           SET idx-pos TO 1
           SEARCH POSITION-ARRAY
               AT END
                   CONTINUE
               WHEN PP-ARR-POOL-ID OF POSITION-ARRAY(idx-pos)
                       = CP-ARR-POOL-ID OF POOL-ARRAY(idx-mem)
                   AND PP-ARR-ACCOUNT-NUMBER OF POSITION-ARRAY(idx-pos)
                       = CP-ARR-ACCOUNT-NUMBER OF POOL-ARRAY(idx-mem)
                   SET position-slot TO idx-pos
           END-SEARCH
           IF position-slot = ZEROES
               IF position-count >= POSITION-ARRAY-MAX
                   DISPLAY "CASHPOOL: POSITION-ARRAY is full"
                   MOVE position-count TO position-slot
               ELSE
                   ADD 1 TO position-count
                   MOVE SPACES TO POSITION-ARRAY(position-count)
                   MOVE CP-ARR-POOL-ID OF POOL-ARRAY(idx-mem)
                       TO PP-ARR-POOL-ID
                           OF POSITION-ARRAY(position-count)
                   MOVE CP-ARR-ACCOUNT-NUMBER OF POOL-ARRAY(idx-mem)
                       TO PP-ARR-ACCOUNT-NUMBER
                           OF POSITION-ARRAY(position-count)
                   MOVE ZEROES TO PP-ARR-POSITION
                       OF POSITION-ARRAY(position-count)
                   MOVE position-count TO position-slot
               END-IF
           END-IF.
       EXIT.

       REWRITE-POSITIONS-FILE.
           MOVE WS-POSITIONS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-POSITIONS-FILENAME
           OPEN OUTPUT OUTPUT-POSITIONS
           IF WS-POSITIONS-STATUS NOT = "00"
               DISPLAY "CASHPOOL: cannot open " WS-POSITIONS-FILENAME
                   " for rewrite, file status " WS-POSITIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-pos FROM 1 BY 1
                   UNTIL idx-pos > position-count
               MOVE POSITION-ARRAY(idx-pos) TO OUTPUT-POSITION-RECORD
               WRITE OUTPUT-POSITION-RECORD
           END-PERFORM
           CLOSE OUTPUT-POSITIONS
           PERFORM VERIFY-NEW-POSITIONS-FILE
           MOVE swap-master-name TO WS-POSITIONS-FILENAME
           PERFORM SWAP-OR-PLACE-POSITIONS.
       EXIT.

      * Count proof before the swap: the positions are the group's
      * intra-group ledger, so a short file never replaces the live
      * one.
       VERIFY-NEW-POSITIONS-FILE.
           MOVE ZEROES TO verify-count
           MOVE "N" TO EOF-VERIFY
           OPEN INPUT INPUT-POSITIONS
           IF WS-POSITIONS-STATUS NOT = "00"
               DISPLAY "CASHPOOL: cannot re-open new positions for "
                   "verification, file status " WS-POSITIONS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-VERIFY = "Y"
               READ INPUT-POSITIONS INTO POSITION-RECORD
                   AT END
                       MOVE "Y" TO EOF-VERIFY
                   NOT AT END
                       ADD 1 TO verify-count
               END-READ
           END-PERFORM
           CLOSE INPUT-POSITIONS
           IF verify-count NOT = position-count
               DISPLAY "CASHPOOL: new positions FAILED verification ("
                   verify-count "/" position-count
                   ") - live positions untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      * The first night has no positions file to move aside; the
      * new file is simply renamed into place.
       SWAP-OR-PLACE-POSITIONS.
           MOVE "N" TO swap-failed
           CALL "CBL_CHECK_FILE_EXIST"
               USING swap-master-name swap-file-info
           IF RETURN-CODE = 0
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               MOVE 0 TO RETURN-CODE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "CASHPOOL: cannot move "
                       FUNCTION TRIM(swap-new-name)
                       " into place as "
                       FUNCTION TRIM(swap-master-name)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

           COPY "run-lock.cpy".

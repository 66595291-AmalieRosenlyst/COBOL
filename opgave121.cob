      * Formål: Kvartalsvis rapport over store engagementer til
      *    tilsynet. Eksponeringen summeres pr. gruppe af forbundne
      *    kunder fra client-groups.txt (GRPMAINT): restgaelden paa
      *    udlaan (LN-PRINCIPAL i loan-master.txt), det udnyttede
      *    overtraek (negativ saldo paa andre konti end LOAN i
      *    account-info.txt) og de aktive kortreservationer i
      *    auth-holds.txt. En kunde uden gruppe staar som sin egen
      *    gruppe. Hver gruppes eksponering saettes i forhold til
      *    kapitalgrundlaget (CAPITAL_BASE), grupperne listes
      *    stoerst foerst, og grupper over 10 pct. (STORT-ENGAGEMENT)
      *    og over den lovbestemte graense paa 25 pct.
      *    (OVER-GRAENSE) listes saerskilt. Koerslen planlaegges
      *    kvartalsvis i job-schedule.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRGEXPO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-GROUPS ASSIGN TO DYNAMIC WS-GROUPS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GROUPS-STATUS.
       SELECT INPUT-LOANS ASSIGN TO DYNAMIC WS-LOANS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOANS-STATUS.
       SELECT INPUT-ACCOUNTS ASSIGN TO DYNAMIC WS-ACCOUNTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACCOUNTS-STATUS.
       SELECT INPUT-AUTH-HOLDS ASSIGN TO DYNAMIC WS-AUTH-HOLDS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUTH-HOLDS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-GROUPS.
       01 GROUP-RECORD.
           COPY "client-groups.cpy".
       FD INPUT-LOANS.
       01 LOAN-RECORD.
           COPY "loan-master.cpy".
       FD INPUT-ACCOUNTS.
       01 ACCOUNT-RECORD.
           COPY "account-info.cpy".
       FD INPUT-AUTH-HOLDS.
       01 AUTH-HOLD-RECORD.
           COPY "auth-holds.cpy".
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).

       WORKING-STORAGE SECTION.

      * Variables used as condition in while loops
       01 EOF-GROUPS                    PIC X VALUE "N".
       01 EOF-LOANS                     PIC X VALUE "N".
       01 EOF-ACCOUNTS                  PIC X VALUE "N".
       01 EOF-AUTH-HOLDS                PIC X VALUE "N".
       01 WS-GROUPS-STATUS              PIC XX VALUE "00".
       01 WS-LOANS-STATUS               PIC XX VALUE "00".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-AUTH-HOLDS-STATUS          PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

      * client-id -> group-id, from client-groups.txt.
       01 MEMBER-ARRAY-MAX              PIC 9(4) VALUE 2000.
       01 MEMBER-ARRAY                  OCCURS 2000 TIMES
                                        INDEXED BY idx-mbr.
           02 MBR-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 MBR-GROUP-ID              PIC X(10) VALUE SPACES.
           02 MBR-GROUP-NAME            PIC X(30) VALUE SPACES.
       01 member-count                  PIC 9(4) VALUE ZEROES.

      * One entry per group (or ungrouped client) with exposure.
      * Unused entries keep their zero exposure, which sorts behind
      * every real one, so after the SORT below the groups stand
      * largest first in the first expo-count elements.
       01 EXPO-ARRAY-MAX                PIC 9(4) VALUE 3000.
       01 EXPO-ARRAY                    OCCURS 3000 TIMES
                                   DESCENDING KEY IS EX-EXPOSURE
                                   INDEXED BY idx-expo.
           02 EX-GROUP-ID               PIC X(10) VALUE SPACES.
           02 EX-GROUP-NAME             PIC X(30) VALUE SPACES.
           02 EX-LOANS                  PIC 9(11)V99 VALUE ZEROES.
           02 EX-OVERDRAFTS             PIC 9(11)V99 VALUE ZEROES.
           02 EX-CARD-HOLDS             PIC 9(11)V99 VALUE ZEROES.
           02 EX-EXPOSURE               PIC 9(11)V99 VALUE ZEROES.
       01 expo-count                    PIC 9(4) VALUE ZEROES.
       01 expo-slot                     PIC 9(4) VALUE ZEROES.

       01 lookup-client-id              PIC X(10) VALUE SPACES.
       01 lookup-group-id               PIC X(10) VALUE SPACES.
       01 lookup-group-name             PIC X(30) VALUE SPACES.
       01 overdraft-amount              PIC 9(9)V99 VALUE ZEROES.

       01 WS-CAPITAL-BASE               PIC 9(11)V99 VALUE ZEROES.
       01 WS-LARGE-PCT                  PIC 9(3)V99 VALUE 10.00.
       01 WS-LIMIT-PCT                  PIC 9(3)V99 VALUE 25.00.
       01 WS-PARAMETER-TEXT             PIC X(20) VALUE SPACES.
       01 exposure-pct                  PIC 9(5)V99 VALUE ZEROES.
       01 pct-display                   PIC ZZZZ9.99.
       01 amount-display                PIC Z(10)9.99.
       01 loans-display                 PIC Z(10)9.99.
       01 overdrafts-display            PIC Z(10)9.99.
       01 holds-display                 PIC Z(10)9.99.
       01 flag-keyword                  PIC X(16) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling.
       01 WS-GROUPS-FILENAME
           PIC X(100) VALUE "client-groups.txt".
       01 WS-LOANS-FILENAME
           PIC X(100) VALUE "loan-master.txt".
       01 WS-ACCOUNTS-FILENAME
           PIC X(100) VALUE "account-info.txt".
       01 WS-AUTH-HOLDS-FILENAME
           PIC X(100) VALUE "auth-holds.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "large-exposures-report.txt".

      * Batch control totals
       01 large-count                   PIC 9(5) VALUE ZEROES.
       01 breach-count                  PIC 9(5) VALUE ZEROES.
       01 total-exposure                PIC 9(13)V99 VALUE ZEROES.
       01 total-display                 PIC Z(12)9.99.

       PROCEDURE DIVISION.

       ACCEPT WS-GROUPS-FILENAME FROM ENVIRONMENT "CLIENT_GROUPS_FILE"
       IF WS-GROUPS-FILENAME = SPACES
           MOVE "client-groups.txt" TO WS-GROUPS-FILENAME
       END-IF

       ACCEPT WS-LOANS-FILENAME FROM ENVIRONMENT "LOAN_MASTER_FILE"
       IF WS-LOANS-FILENAME = SPACES
           MOVE "loan-master.txt" TO WS-LOANS-FILENAME
       END-IF

       ACCEPT WS-ACCOUNTS-FILENAME FROM ENVIRONMENT "ACCOUNT_INFO_FILE"
       IF WS-ACCOUNTS-FILENAME = SPACES
           MOVE "account-info.txt" TO WS-ACCOUNTS-FILENAME
       END-IF

       ACCEPT WS-AUTH-HOLDS-FILENAME FROM ENVIRONMENT "AUTH_HOLDS_FILE"
       IF WS-AUTH-HOLDS-FILENAME = SPACES
           MOVE "auth-holds.txt" TO WS-AUTH-HOLDS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "LARGE_EXPOSURES_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "large-exposures-report.txt" TO WS-REPORT-FILENAME
       END-IF

      * The capital base changes with every annual report and has no
      * sensible default - the run refuses to guess.
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "CAPITAL_BASE"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-CAPITAL-BASE = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       ELSE
           DISPLAY "LRGEXPO: CAPITAL_BASE is not set"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "LARGE_EXPOSURE_PCT"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-LARGE-PCT = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF
       MOVE SPACES TO WS-PARAMETER-TEXT
       ACCEPT WS-PARAMETER-TEXT FROM ENVIRONMENT "EXPOSURE_LIMIT_PCT"
       IF WS-PARAMETER-TEXT NOT = SPACES
           AND FUNCTION NUMVAL(WS-PARAMETER-TEXT) > 0
           COMPUTE WS-LIMIT-PCT = FUNCTION NUMVAL(WS-PARAMETER-TEXT)
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

      * No groups registered yet just means every client stands
      * alone.
       OPEN INPUT INPUT-GROUPS
       IF WS-GROUPS-STATUS = "00"
           PERFORM UNTIL EOF-GROUPS = "Y"
               READ INPUT-GROUPS INTO GROUP-RECORD
                   AT END
                       MOVE "Y" TO EOF-GROUPS
                   NOT AT END
                       IF member-count >= MEMBER-ARRAY-MAX
                           DISPLAY "LRGEXPO: MEMBER-ARRAY is full, "
                               "cannot load more of "
                               WS-GROUPS-FILENAME
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO member-count
                       MOVE CG-CLIENT-ID
                           TO MBR-CLIENT-ID(member-count)
                       MOVE CG-GROUP-ID TO MBR-GROUP-ID(member-count)
                       MOVE CG-GROUP-NAME
                           TO MBR-GROUP-NAME(member-count)
               END-READ
           END-PERFORM
           CLOSE INPUT-GROUPS
       ELSE
           IF WS-GROUPS-STATUS NOT = "35"
               DISPLAY "LRGEXPO: cannot open " WS-GROUPS-FILENAME
                   ", file status " WS-GROUPS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       OPEN INPUT INPUT-LOANS
       IF WS-LOANS-STATUS = "00"
           PERFORM UNTIL EOF-LOANS = "Y"
               READ INPUT-LOANS INTO LOAN-RECORD
                   AT END
                       MOVE "Y" TO EOF-LOANS
                   NOT AT END
                       IF LN-PRINCIPAL > ZEROES
                           MOVE LN-CLIENT-ID TO lookup-client-id
                           PERFORM FIND-EXPOSURE-SLOT
                           ADD LN-PRINCIPAL TO EX-LOANS(expo-slot)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-LOANS
       ELSE
           IF WS-LOANS-STATUS NOT = "35"
               DISPLAY "LRGEXPO: cannot open " WS-LOANS-FILENAME
                   ", file status " WS-LOANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

      * The loan's own LOAN account mirrors LN-PRINCIPAL, so only the
      * other accounts count as overdraft.
       OPEN INPUT INPUT-ACCOUNTS
       IF WS-ACCOUNTS-STATUS NOT = "00"
           DISPLAY "LRGEXPO: cannot open " WS-ACCOUNTS-FILENAME ", "
               "file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF-ACCOUNTS = "Y"
           READ INPUT-ACCOUNTS INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO EOF-ACCOUNTS
               NOT AT END
                   IF balance OF ACCOUNT-RECORD < ZEROES
                       AND account-type OF ACCOUNT-RECORD NOT = "LOAN"
                       COMPUTE overdraft-amount =
                           0 - balance OF ACCOUNT-RECORD
                       MOVE client-id OF ACCOUNT-RECORD
                           TO lookup-client-id
                       PERFORM FIND-EXPOSURE-SLOT
                       ADD overdraft-amount
                           TO EX-OVERDRAFTS(expo-slot)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-ACCOUNTS-STATUS NOT = "00" AND NOT = "10"
           DISPLAY "LRGEXPO: error reading " WS-ACCOUNTS-FILENAME
               ", file status " WS-ACCOUNTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE INPUT-ACCOUNTS.

       OPEN INPUT INPUT-AUTH-HOLDS
       IF WS-AUTH-HOLDS-STATUS = "00"
           PERFORM UNTIL EOF-AUTH-HOLDS = "Y"
               READ INPUT-AUTH-HOLDS INTO AUTH-HOLD-RECORD
                   AT END
                       MOVE "Y" TO EOF-AUTH-HOLDS
                   NOT AT END
                       IF AH-STATUS = "A"
                           MOVE AH-CLIENT-ID TO lookup-client-id
                           PERFORM FIND-EXPOSURE-SLOT
                           ADD AH-AMOUNT TO EX-CARD-HOLDS(expo-slot)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-AUTH-HOLDS
       ELSE
           IF WS-AUTH-HOLDS-STATUS NOT = "35"
               DISPLAY "LRGEXPO: cannot open " WS-AUTH-HOLDS-FILENAME
                   ", file status " WS-AUTH-HOLDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       PERFORM VARYING idx-expo FROM 1 BY 1
               UNTIL idx-expo > expo-count
           COMPUTE EX-EXPOSURE(idx-expo) = EX-LOANS(idx-expo)
               + EX-OVERDRAFTS(idx-expo) + EX-CARD-HOLDS(idx-expo)
           ADD EX-EXPOSURE(idx-expo) TO total-exposure
       END-PERFORM.

       SORT EXPO-ARRAY.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "LRGEXPO: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-CAPITAL-BASE TO total-display
       MOVE SPACES TO INFO
       STRING "Store engagementer pr. gruppe " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " kapitalgrundlag=" DELIMITED BY SIZE
           FUNCTION TRIM(total-display) DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       PERFORM VARYING idx-expo FROM 1 BY 1
               UNTIL idx-expo > expo-count
           IF EX-EXPOSURE(idx-expo) > ZEROES
               MOVE "GRUPPE" TO flag-keyword
               PERFORM WRITE-EXPOSURE-LINE
           END-IF
       END-PERFORM.

      * The lists the supervisor asks for: above the large-exposure
      * threshold, and above the statutory limit.
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE
       PERFORM VARYING idx-expo FROM 1 BY 1
               UNTIL idx-expo > expo-count
           COMPUTE exposure-pct ROUNDED =
               EX-EXPOSURE(idx-expo) * 100 / WS-CAPITAL-BASE
           IF exposure-pct > WS-LARGE-PCT
               ADD 1 TO large-count
               MOVE "STORT-ENGAGEMENT" TO flag-keyword
               PERFORM WRITE-EXPOSURE-LINE
           END-IF
       END-PERFORM.
       PERFORM VARYING idx-expo FROM 1 BY 1
               UNTIL idx-expo > expo-count
           COMPUTE exposure-pct ROUNDED =
               EX-EXPOSURE(idx-expo) * 100 / WS-CAPITAL-BASE
           IF exposure-pct > WS-LIMIT-PCT
               ADD 1 TO breach-count
               MOVE "OVER-GRAENSE" TO flag-keyword
               PERFORM WRITE-EXPOSURE-LINE
           END-IF
       END-PERFORM.

       MOVE total-exposure TO total-display
       MOVE SPACES TO INFO
       STRING "TRAILER: group-count=" DELIMITED BY SIZE
           expo-count DELIMITED BY SIZE
           " large=" DELIMITED BY SIZE
           large-count DELIMITED BY SIZE
           " over-limit=" DELIMITED BY SIZE
           breach-count DELIMITED BY SIZE
           " total-exposure=" DELIMITED BY SIZE
           FUNCTION TRIM(total-display) DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.

       DISPLAY "LRGEXPO: " expo-count " group(s), " large-count
           " large exposure(s), " breach-count " over the limit."

       IF breach-count > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * lookup-client-id in; expo-slot out - the entry for the
      * client's group, or for the client alone when it is in no
      * group.
       FIND-EXPOSURE-SLOT.
           MOVE lookup-client-id TO lookup-group-id
           MOVE "(enkeltkunde)" TO lookup-group-name
           SET idx-mbr TO 1
           SEARCH MEMBER-ARRAY
               AT END
                   CONTINUE
               WHEN MBR-CLIENT-ID(idx-mbr) = lookup-client-id
                   MOVE MBR-GROUP-ID(idx-mbr) TO lookup-group-id
                   MOVE MBR-GROUP-NAME(idx-mbr) TO lookup-group-name
           END-SEARCH
           MOVE ZEROES TO expo-slot
           PERFORM VARYING idx-expo FROM 1 BY 1
                   UNTIL idx-expo > expo-count OR expo-slot > 0
               IF EX-GROUP-ID(idx-expo) = lookup-group-id
                   SET expo-slot TO idx-expo
               END-IF
           END-PERFORM
           IF expo-slot = ZEROES
               IF expo-count >= EXPO-ARRAY-MAX
                   DISPLAY "LRGEXPO: EXPO-ARRAY is full"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO expo-count
               MOVE expo-count TO expo-slot
               MOVE lookup-group-id TO EX-GROUP-ID(expo-slot)
               MOVE lookup-group-name TO EX-GROUP-NAME(expo-slot)
           END-IF.
       EXIT.

       WRITE-EXPOSURE-LINE.
           COMPUTE exposure-pct ROUNDED =
               EX-EXPOSURE(idx-expo) * 100 / WS-CAPITAL-BASE
           MOVE exposure-pct TO pct-display
           MOVE EX-EXPOSURE(idx-expo) TO amount-display
           MOVE EX-LOANS(idx-expo) TO loans-display
           MOVE EX-OVERDRAFTS(idx-expo) TO overdrafts-display
           MOVE EX-CARD-HOLDS(idx-expo) TO holds-display
           MOVE SPACES TO INFO
           STRING FUNCTION TRIM(flag-keyword) DELIMITED BY SIZE
               ": gruppe=" DELIMITED BY SIZE
               FUNCTION TRIM(EX-GROUP-ID(idx-expo)) DELIMITED BY SIZE
               " navn=" DELIMITED BY SIZE
               FUNCTION TRIM(EX-GROUP-NAME(idx-expo))
                   DELIMITED BY SIZE
               " laan=" DELIMITED BY SIZE
               FUNCTION TRIM(loans-display) DELIMITED BY SIZE
               " overtraek=" DELIMITED BY SIZE
               FUNCTION TRIM(overdrafts-display) DELIMITED BY SIZE
               " kort=" DELIMITED BY SIZE
               FUNCTION TRIM(holds-display) DELIMITED BY SIZE
               " i-alt=" DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " pct=" DELIMITED BY SIZE
               FUNCTION TRIM(pct-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

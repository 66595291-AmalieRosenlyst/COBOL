      *    kursforbrugere). Dagens positioner appenderes til
      *    fx-position-history.txt, saa rapporten kan vise
      *    dag-til-dag-bevaegelsen.
      *    Kassernes valutasedler er ogsaa en aaben position: for
      *    seneste kassedag i drawer-sessions.txt regnes hver kasses
      *    beholdning pr. fremmed valuta (optalt lukning, ellers
      *    aabning plus vekslingernes ind og ud), og summen laegges
      *    til valutaens position og vises for sig som sedler.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXPOS.

       SELECT OUTPUT-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-OUT-STATUS.
       SELECT INPUT-SESSIONS ASSIGN TO DYNAMIC WS-SESSIONS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SESSIONS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.
           02 FH-OUT-VALUTA            PIC X(3).
           02 FH-OUT-POSITION          PIC S9(13)V99
               SIGN IS TRAILING SEPARATE.
       FD INPUT-SESSIONS.
       01 SESSION-RECORD.
           02 DS-DATE                  PIC X(8).
           02 DS-OPERATOR-ID           PIC X(8).
           02 DS-RECORD-TYPE           PIC X(1).
           02 DS-AMOUNT                PIC 9(7)V99.
      * Blank valuta = DKK (aeldre, kortere raekker laeses som blank).
           02 DS-CURRENCY              PIC X(3).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).

       WORKING-STORAGE SECTION.
      * Bankdags-kalenderen (business-day.cpy) til eksportfilens
       01 EOF-EXPORT                    PIC X VALUE "N".
       01 EOF-RATES                     PIC X VALUE "N".
       01 EOF-HISTORY                   PIC X VALUE "N".
       01 EOF-SESSIONS                  PIC X VALUE "N".
       01 WS-ACCOUNTS-STATUS            PIC XX VALUE "00".
       01 WS-TRANSACTIONS-STATUS        PIC XX VALUE "00".
       01 WS-EXPORT-STATUS              PIC XX VALUE "00".
       01 WS-HISTORY-IN-STATUS          PIC XX VALUE "00".
       01 WS-HISTORY-OUT-STATUS         PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".
       01 WS-SESSIONS-STATUS            PIC XX VALUE "00".

      * En positionscelle pr. valuta.
       01 POS-ARRAY-MAX                 PIC 9(2) VALUE 20.
           02 PO-YESTERDAY              PIC S9(13)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 PO-HAS-YESTERDAY          PIC X(1) VALUE "N".
           02 PO-BANKNOTES              PIC S9(13)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 pos-count                     PIC 9(2) VALUE ZEROES.
       01 pos-slot                      PIC 9(2) VALUE ZEROES.
       01 lookup-valuta                 PIC X(3) VALUE SPACES.
       01 apply-amount
           PIC S9(11)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.

      * Kassernes fremmede sedler pr. operatoer og valuta for den
      * seneste kassedag; en nyere dato i filen starter forfra.
       01 NOTE-DRAWER-MAX               PIC 9(3) VALUE 200.
       01 NOTE-DRAWER-ARRAY             OCCURS 200 TIMES
                                        INDEXED BY idx-nd.
           02 ND-OPERATOR-ID            PIC X(8) VALUE SPACES.
           02 ND-CURRENCY               PIC X(3) VALUE SPACES.
           02 ND-OPENING                PIC 9(7)V99 VALUE ZEROES.
           02 ND-CLOSING                PIC 9(7)V99 VALUE ZEROES.
           02 ND-HAS-CLOSING            PIC X(1) VALUE "N".
           02 ND-CASH-IN                PIC 9(9)V99 VALUE ZEROES.
           02 ND-CASH-OUT               PIC 9(9)V99 VALUE ZEROES.
       01 note-drawer-count             PIC 9(3) VALUE ZEROES.
       01 note-drawer-slot              PIC 9(3) VALUE ZEROES.
       01 note-drawer-date              PIC X(8) VALUE SPACES.
       01 note-holding
           PIC S9(11)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.

      * Kontienes valuta til opslag for transaktioner uden egen
      * valuta og for eksportbenene.
       01 ACCT-CCY-MAX                  PIC 9(4) VALUE 2000.
           PIC X(100) VALUE "fx-position-history.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "fx-position-report.txt".
       01 WS-SESSIONS-FILENAME
           PIC X(100) VALUE "drawer-sessions.txt".

       PROCEDURE DIVISION.

           MOVE "fx-position-report.txt" TO WS-REPORT-FILENAME
       END-IF

       ACCEPT WS-SESSIONS-FILENAME
           FROM ENVIRONMENT "DRAWER_SESSIONS_FILE"
       IF WS-SESSIONS-FILENAME = SPACES
           MOVE "drawer-sessions.txt" TO WS-SESSIONS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       PERFORM SUM-ACCOUNT-BALANCES.
       PERFORM APPLY-TODAYS-FLOWS.
       PERFORM NET-UNSETTLED-EXPORT.
       PERFORM ADD-DRAWER-BANKNOTES.
       PERFORM LOAD-YESTERDAY-POSITIONS.

       OPEN OUTPUT OUTPUT-REPORT
           END-IF.
       EXIT.

      * Seddelbeholdningen i kasserne: filen er i kronologisk
      * raekkefoelge, saa kun raekkerne fra den seneste kassedag til og
      * med i dag taelles. DKK-kasserne er allerede i kontiene og
      * springes over.
       ADD-DRAWER-BANKNOTES.
           OPEN INPUT INPUT-SESSIONS
           IF WS-SESSIONS-STATUS = "00"
               PERFORM UNTIL EOF-SESSIONS = "Y"
                   READ INPUT-SESSIONS INTO SESSION-RECORD
                       AT END
                           MOVE "Y" TO EOF-SESSIONS
                       NOT AT END
                           IF DS-DATE NOT > WS-TODAY
                               AND DS-CURRENCY NOT = SPACES
                               AND DS-CURRENCY NOT = base-currency
                               PERFORM TAKE-NOTE-SESSION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-SESSIONS
           END-IF
           PERFORM VARYING idx-nd FROM 1 BY 1
                   UNTIL idx-nd > note-drawer-count
               IF ND-HAS-CLOSING(idx-nd) = "Y"
                   MOVE ND-CLOSING(idx-nd) TO note-holding
               ELSE
                   COMPUTE note-holding = ND-OPENING(idx-nd)
                       + ND-CASH-IN(idx-nd) - ND-CASH-OUT(idx-nd)
               END-IF
               MOVE ND-CURRENCY(idx-nd) TO lookup-valuta
               PERFORM FIND-OR-ADD-POSITION
               IF pos-slot NOT = ZEROES
                   ADD note-holding TO PO-POSITION(pos-slot)
                   ADD note-holding TO PO-BANKNOTES(pos-slot)
               END-IF
           END-PERFORM.
       EXIT.

       TAKE-NOTE-SESSION-ROW.
           IF DS-DATE > note-drawer-date
               MOVE DS-DATE TO note-drawer-date
               MOVE ZEROES TO note-drawer-count
           END-IF
           MOVE ZEROES TO note-drawer-slot
           PERFORM VARYING idx-nd FROM 1 BY 1
                   UNTIL idx-nd > note-drawer-count
               IF ND-OPERATOR-ID(idx-nd) = DS-OPERATOR-ID
                   AND ND-CURRENCY(idx-nd) = DS-CURRENCY
                   SET note-drawer-slot TO idx-nd
               END-IF
           END-PERFORM
           IF note-drawer-slot = ZEROES
               AND DS-DATE = note-drawer-date
               AND note-drawer-count < NOTE-DRAWER-MAX
               ADD 1 TO note-drawer-count
               MOVE note-drawer-count TO note-drawer-slot
               MOVE DS-OPERATOR-ID TO ND-OPERATOR-ID(note-drawer-slot)
               MOVE DS-CURRENCY TO ND-CURRENCY(note-drawer-slot)
               MOVE ZEROES TO ND-OPENING(note-drawer-slot)
               MOVE ZEROES TO ND-CLOSING(note-drawer-slot)
               MOVE "N" TO ND-HAS-CLOSING(note-drawer-slot)
               MOVE ZEROES TO ND-CASH-IN(note-drawer-slot)
               MOVE ZEROES TO ND-CASH-OUT(note-drawer-slot)
           END-IF
           IF note-drawer-slot NOT = ZEROES
               EVALUATE DS-RECORD-TYPE
                   WHEN "O"
                       MOVE DS-AMOUNT TO ND-OPENING(note-drawer-slot)
                   WHEN "I"
                       ADD DS-AMOUNT TO ND-CASH-IN(note-drawer-slot)
                   WHEN "U"
                       ADD DS-AMOUNT TO ND-CASH-OUT(note-drawer-slot)
                   WHEN OTHER
                       MOVE DS-AMOUNT TO ND-CLOSING(note-drawer-slot)
                       MOVE "Y" TO ND-HAS-CLOSING(note-drawer-slot)
               END-EVALUATE
           END-IF.
       EXIT.

      * Gaarsdagens positioner: nyeste historikdato foer i dag pr.
      * valuta.
       LOAD-YESTERDAY-POSITIONS.
                   base-position DELIMITED BY SIZE
                   " bevaegelse=" DELIMITED BY SIZE
                   day-movement DELIMITED BY SIZE
                   " sedler=" DELIMITED BY SIZE
                   PO-BANKNOTES(idx-pos) DELIMITED BY SIZE
                   INTO INFO
           ELSE
               STRING "POSITION: " DELIMITED BY SIZE
                   " basis=" DELIMITED BY SIZE
                   base-position DELIMITED BY SIZE
                   " bevaegelse=n/a" DELIMITED BY SIZE
                   " sedler=" DELIMITED BY SIZE
                   PO-BANKNOTES(idx-pos) DELIMITED BY SIZE
                   INTO INFO
           END-IF
           IF found-rate = "N"
               STRING " (UKENDT KURS)" DELIMITED BY SIZE
                   INTO INFO(130:15)
           END-IF
           WRITE REPORT-LINE.
       EXIT.

      *    maaned-til-dato-tallet fra historikfilen - praecis den
      *    evidens for gentagne kassedifferencer intern revision
      *    bliver ved at bede om.
      *    Hver valuta i kassen afstemmes for sig: aabning og lukning
      *    registreres pr. valuta, og TELLCAPs seddelvekslinger staar
      *    i drawer-sessions.txt som kontanter ind ("I") og ud ("U")
      *    i den valuta de bevaegede; capture-loggens posteringer er
      *    altid DKK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWERBAL.

           02 DS-OPERATOR-ID           PIC X(8).
           02 DS-RECORD-TYPE           PIC X(1).
           02 DS-AMOUNT                PIC 9(7)V99.
      * Blank valuta = DKK (aeldre, kortere raekker laeses som blank).
           02 DS-CURRENCY              PIC X(3).
       FD INPUT-CAPTURE-LOG.
       01 CAPTURE-LOG-LINE             PIC X(200).
       FD INPUT-HISTORY.
       01 HISTORY-RECORD.
           02 OH-DATE                  PIC X(8).
           02 OH-OPERATOR-ID           PIC X(8).
           02 OH-OVERSHORT             PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
      * Blank valuta = DKK, som i aeldre, kortere raekker.
           02 OH-CURRENCY              PIC X(3).
       FD OUTPUT-HISTORY.
       01 OUTPUT-HISTORY-RECORD.
           02 OH-OUT-DATE              PIC X(8).
           02 OH-OUT-OPERATOR-ID       PIC X(8).
           02 OH-OUT-OVERSHORT         PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02 OH-OUT-CURRENCY          PIC X(3).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(120).
       01 WS-HISTORY-OUT-STATUS         PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

      * One slot per operator and currency seen today, with float,
      * count and the day's cash movements from the capture log and
      * the exchange rows in the session file.
       01 DRAWER-ARRAY-MAX              PIC 9(3) VALUE 100.
       01 DRAWER-ARRAY                  OCCURS 100 TIMES
                                        INDEXED BY idx-drw.
           02 DR-OPERATOR-ID            PIC X(8) VALUE SPACES.
           02 DR-CURRENCY               PIC X(3) VALUE SPACES.
           02 DR-OPENING-FLOAT          PIC 9(7)V99 VALUE ZEROES.
           02 DR-CLOSING-COUNT          PIC 9(7)V99 VALUE ZEROES.
           02 DR-HAS-OPENING            PIC X(1) VALUE "N".
       01 drawer-count                  PIC 9(3) VALUE ZEROES.
       01 drawer-slot                   PIC 9(3) VALUE ZEROES.
       01 lookup-operator               PIC X(8) VALUE SPACES.
       01 lookup-currency               PIC X(3) VALUE SPACES.
       01 base-currency                 PIC X(3) VALUE "DKK".

      * Parsing of the key=value capture-log lines.
       01 TOKEN-TABLE.
                           IF DS-DATE = WS-BALANCE-DATE
                               MOVE DS-OPERATOR-ID
                                   TO lookup-operator
                               MOVE DS-CURRENCY TO lookup-currency
                               PERFORM FIND-OR-ADD-DRAWER
                               IF drawer-slot NOT = ZEROES
                                   PERFORM APPLY-SESSION-ROW
                               END-IF
                           END-IF
                   END-READ
           END-IF.
       EXIT.

      * "O"/"C" carry the opening float and the closing count; "I"
      * and "U" are cash taken in and paid out over an exchange.
       APPLY-SESSION-ROW.
           EVALUATE DS-RECORD-TYPE
               WHEN "O"
                   MOVE DS-AMOUNT TO DR-OPENING-FLOAT(drawer-slot)
                   MOVE "Y" TO DR-HAS-OPENING(drawer-slot)
               WHEN "I"
                   ADD DS-AMOUNT TO DR-CASH-IN(drawer-slot)
               WHEN "U"
                   ADD DS-AMOUNT TO DR-CASH-OUT(drawer-slot)
               WHEN OTHER
                   MOVE DS-AMOUNT TO DR-CLOSING-COUNT(drawer-slot)
                   MOVE "Y" TO DR-HAS-CLOSING(drawer-slot)
           END-EVALUATE.
       EXIT.

       FIND-OR-ADD-DRAWER.
           IF lookup-currency = SPACES
               MOVE base-currency TO lookup-currency
           END-IF
           MOVE ZEROES TO drawer-slot
           SET idx-drw TO 1
           SEARCH DRAWER-ARRAY
                       ADD 1 TO drawer-count
                       MOVE lookup-operator
                           TO DR-OPERATOR-ID(drawer-count)
                       MOVE lookup-currency
                           TO DR-CURRENCY(drawer-count)
                       MOVE drawer-count TO drawer-slot
                   END-IF
               WHEN DR-OPERATOR-ID(idx-drw) = lookup-operator
                   AND DR-CURRENCY(idx-drw) = lookup-currency
                   SET drawer-slot TO idx-drw
           END-SEARCH.
       EXIT.

       APPLY-LOG-CASH.
           MOVE parsed-operator TO lookup-operator
           MOVE base-currency TO lookup-currency
           PERFORM FIND-OR-ADD-DRAWER
           IF drawer-slot NOT = ZEROES
               EVALUATE parsed-type
                               AND OH-DATE NOT = WS-BALANCE-DATE
                               MOVE OH-OPERATOR-ID
                                   TO lookup-operator
                               MOVE OH-CURRENCY TO lookup-currency
                               PERFORM FIND-OR-ADD-DRAWER
                               IF drawer-slot NOT = ZEROES
                                   ADD OH-OVERSHORT
               STRING "UFULDSTAENDIG: operator=" DELIMITED BY SIZE
                   FUNCTION TRIM(DR-OPERATOR-ID(idx-drw))
                       DELIMITED BY SIZE
                   " valuta=" DELIMITED BY SIZE
                   DR-CURRENCY(idx-drw) DELIMITED BY SIZE
                   " aabning/lukning mangler" DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
               STRING "OPGOERELSE: operator=" DELIMITED BY SIZE
                   FUNCTION TRIM(DR-OPERATOR-ID(idx-drw))
                       DELIMITED BY SIZE
                   " valuta=" DELIMITED BY SIZE
                   DR-CURRENCY(idx-drw) DELIMITED BY SIZE
                   " forventet=" DELIMITED BY SIZE
                   expected-cash DELIMITED BY SIZE
                   " optalt=" DELIMITED BY SIZE
               MOVE WS-BALANCE-DATE TO OH-OUT-DATE
               MOVE DR-OPERATOR-ID(idx-drw) TO OH-OUT-OPERATOR-ID
               MOVE overshort-amount TO OH-OUT-OVERSHORT
               MOVE DR-CURRENCY(idx-drw) TO OH-OUT-CURRENCY
               WRITE OUTPUT-HISTORY-RECORD
           END-IF.
       EXIT.

      *    delivery-preference. Returer uden match gaar til en
      *    undtagelsesfil til manuel behandling, som
      *    rejected-transactions.txt i dag.
      *    Statusfilen kan ogsaa vaere clearingcentralens ISO 20022
      *    pain.002-statusrapport svar paa PAINGEN's pain.001 (et
      *    element pr. linje); formatet afgoeres af filens foerste
      *    tegn. Hver TxInfAndSts med TxSts RJCT behandles som en
      *    retur: OrgnlEndToEndId er TRANSFER-REF, StsRsnInf/Rsn/Cd
      *    og AddtlInf aarsagen, ReqdExctnDt afviklingsdagen og
      *    rapportens CreDtTm returdatoen. Afviser centralen hele
      *    meddelelsen (GrpSts RJCT), gaar det til undtagelsesfilen.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRET.


       FILE SECTION.
       FD INPUT-STATUS-FILE.
       01 STATUS-FILE-LINE             PIC X(2000).
       FD INPUT-EXPORT.
       01 EXPORT-RECORD.
           COPY "clearing-export.cpy".
           02 EXC-INFO                 PIC X(120).

       WORKING-STORAGE SECTION.
      * The old fixed-format status row; a pain.002 rejection is
      * turned into the same fields before it is processed.
       01 STATUS-RETURN-RECORD.
           02 CR-TRANSFER-REF          PIC X(10).
           02 CR-SETTLEMENT-DATE       PIC X(8).
           02 CR-STATUS-CODE           PIC X(3).
           02 CR-REASON-TEXT           PIC X(40).
           02 CR-RETURN-DATE           PIC X(8).
           02 CR-AMOUNT                PIC 9(7)V99.
      * ISO reason codes are four characters (AC01, AM04); the old
      * file's three-character codes are carried here as well.
       01 return-reason-code            PIC X(4) VALUE SPACES.

      * F = fixed-format status file, X = pain.002 XML, decided by
      * the first character of the first line.
       01 status-format                 PIC X VALUE SPACE.

      * pain.002 scanning: tags are picked out of each line as they
      * come, element text is what stands between an opening tag
      * and the next tag, and the flags say which enclosing element
      * a Cd or Dt belongs to.
       01 scan-line-length              PIC 9(4) VALUE ZEROES.
       01 scan-pos                      PIC 9(4) VALUE ZEROES.
       01 scan-gt-pos                   PIC 9(4) VALUE ZEROES.
       01 scan-tag-length               PIC 9(4) VALUE ZEROES.
       01 scan-tag-text                 PIC X(100) VALUE SPACES.
       01 scan-tag-name                 PIC X(40) VALUE SPACES.
       01 scan-tag-prefix               PIC X(40) VALUE SPACES.
       01 scan-tag-local                PIC X(40) VALUE SPACES.
       01 scan-closing                  PIC X VALUE "N".
       01 element-text                  PIC X(200) VALUE SPACES.
       01 element-text-length           PIC 9(3) VALUE ZEROES.
       01 in-tx-status                  PIC X VALUE "N".
       01 in-status-reason              PIC X VALUE "N".
       01 in-exec-date                  PIC X VALUE "N".
       01 msg-creation-date             PIC X(8) VALUE SPACES.
       01 orig-msg-id                   PIC X(35) VALUE SPACES.
       01 group-status                  PIC X(4) VALUE SPACES.
       01 tx-ref                        PIC X(35) VALUE SPACES.
       01 tx-status                     PIC X(4) VALUE SPACES.
       01 tx-reason-code                PIC X(4) VALUE SPACES.
       01 tx-reason-text                PIC X(40) VALUE SPACES.
       01 tx-amount-text                PIC X(20) VALUE SPACES.
       01 tx-exec-date                  PIC X(10) VALUE SPACES.
       01 iso-date-text                 PIC X(10) VALUE SPACES.
       01 iso-date-digits               PIC X(8) VALUE SPACES.
       01 accepted-status-count         PIC 9(6) VALUE ZEROES.

      * Variables used as condition in while loops
       01 END-OF-FILE                   PIC X VALUE "N".
       01 EOF-EXPORT                    PIC X VALUE "N".
       END-IF

       PERFORM UNTIL END-OF-FILE = "Y"
           READ INPUT-STATUS-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF status-format = SPACE
                       IF FUNCTION TRIM(STATUS-FILE-LINE)(1:1) = "<"
                           MOVE "X" TO status-format
                       ELSE
                           MOVE "F" TO status-format
                       END-IF
                   END-IF
                   IF status-format = "X"
                       PERFORM SCAN-PAIN002-LINE
                   ELSE
                       MOVE STATUS-FILE-LINE TO STATUS-RETURN-RECORD
                       MOVE CR-STATUS-CODE TO return-reason-code
                       ADD 1 TO return-count
                       PERFORM PROCESS-ONE-RETURN
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE INPUT-STATUS-FILE.

       IF status-format = "X" AND group-status = "RJCT"
           PERFORM WRITE-GROUP-REJECTION
       END-IF

       MOVE SPACES TO EXC-INFO
       STRING "TRAILER: return-count=" DELIMITED BY SIZE
           return-count DELIMITED BY SIZE
       CLOSE OUTPUT-EMAIL-QUEUE.
       CLOSE OUTPUT-LETTERS.

       IF status-format = "X"
           DISPLAY "CLRRET: pain.002 "
               FUNCTION TRIM(orig-msg-id) ", "
               accepted-status-count " accepted/pending, "
               return-count " rejected."
       END-IF
       DISPLAY "CLRRET: " recredited-count " re-credited, "
           exception-count " exception(s)."

           MOVE SPACES TO REG-NR OF TRANSACTION-RECORD
           MOVE SPACES TO OWNER OF TRANSACTION-RECORD
           STRING "RETUR " DELIMITED BY SIZE
               FUNCTION TRIM(return-reason-code) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CR-REASON-TEXT) DELIMITED BY SIZE
               INTO OWNER OF TRANSACTION-RECORD
               " settlement=" DELIMITED BY SIZE
               CR-SETTLEMENT-DATE DELIMITED BY SIZE
               " code=" DELIMITED BY SIZE
               FUNCTION TRIM(return-reason-code) DELIMITED BY SIZE
               " amount=" DELIMITED BY SIZE
               CR-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO EXC-INFO
           WRITE EXCEPTION-LINE.
       EXIT.

      * The clearing centre refused the whole pain.001 message, so
      * none of its payments were made; that is for manual handling
      * against the day's export, not an automatic re-credit of
      * every row.
       WRITE-GROUP-REJECTION.
           ADD 1 TO exception-count
           MOVE SPACES TO EXC-INFO
           STRING "UNDTAGELSE: hele meddelelsen " DELIMITED BY SIZE
               FUNCTION TRIM(orig-msg-id) DELIMITED BY SIZE
               " afvist (GrpSts RJCT) " DELIMITED BY SIZE
               FUNCTION TRIM(tx-reason-code) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(tx-reason-text) DELIMITED BY SIZE
               INTO EXC-INFO
           WRITE EXCEPTION-LINE.
       EXIT.

      * Picks the tags out of one pain.002 line. Text outside tags
      * is collected into element-text, which a closing tag then hands
      * to END-PAIN002-ELEMENT. Namespace prefixes are dropped.
       SCAN-PAIN002-LINE.
           MOVE ZEROES TO scan-line-length
           PERFORM VARYING scan-pos FROM LENGTH OF STATUS-FILE-LINE
                   BY -1
                   UNTIL scan-pos < 1 OR scan-line-length > 0
               IF STATUS-FILE-LINE(scan-pos:1) NOT = SPACE
                   MOVE scan-pos TO scan-line-length
               END-IF
           END-PERFORM
           MOVE 1 TO scan-pos
           PERFORM UNTIL scan-pos > scan-line-length
               IF STATUS-FILE-LINE(scan-pos:1) = "<"
                   PERFORM SCAN-PAIN002-TAG
               ELSE
                   IF element-text-length < LENGTH OF element-text
                       ADD 1 TO element-text-length
                       MOVE STATUS-FILE-LINE(scan-pos:1)
                           TO element-text(element-text-length:1)
                   END-IF
                   ADD 1 TO scan-pos
               END-IF
           END-PERFORM.
       EXIT.

       SCAN-PAIN002-TAG.
           PERFORM VARYING scan-gt-pos FROM scan-pos BY 1
                   UNTIL scan-gt-pos > scan-line-length
                   OR STATUS-FILE-LINE(scan-gt-pos:1) = ">"
               CONTINUE
           END-PERFORM
           MOVE SPACES TO scan-tag-text
           COMPUTE scan-tag-length = scan-gt-pos - scan-pos - 1
           IF scan-tag-length > LENGTH OF scan-tag-text
               MOVE LENGTH OF scan-tag-text TO scan-tag-length
           END-IF
           IF scan-tag-length > 0
               MOVE STATUS-FILE-LINE(scan-pos + 1:scan-tag-length)
                   TO scan-tag-text
           END-IF
           COMPUTE scan-pos = scan-gt-pos + 1

           MOVE "N" TO scan-closing
           IF scan-tag-text(1:1) = "/"
               MOVE "Y" TO scan-closing
               MOVE scan-tag-text(2:) TO scan-tag-text
           END-IF
           MOVE SPACES TO scan-tag-name
           UNSTRING scan-tag-text DELIMITED BY " " OR "/"
               INTO scan-tag-name
           MOVE SPACES TO scan-tag-prefix scan-tag-local
           UNSTRING scan-tag-name DELIMITED BY ":"
               INTO scan-tag-prefix scan-tag-local
           IF scan-tag-local NOT = SPACES
               MOVE scan-tag-local TO scan-tag-name
           END-IF

           EVALUATE TRUE
               WHEN scan-tag-text(1:1) = "?" OR scan-tag-text(1:1) = "!"
      *>           Declaration or comment - nothing to do.
                   CONTINUE
               WHEN scan-closing = "Y"
                   PERFORM END-PAIN002-ELEMENT
               WHEN scan-tag-length > 0
                       AND scan-tag-text(scan-tag-length:1) = "/"
      *>           Empty element, carries no text.
                   CONTINUE
               WHEN OTHER
                   PERFORM START-PAIN002-ELEMENT
           END-EVALUATE
           MOVE SPACES TO element-text
           MOVE ZEROES TO element-text-length.
       EXIT.

       START-PAIN002-ELEMENT.
           EVALUATE scan-tag-name
               WHEN "TxInfAndSts"
                   MOVE "Y" TO in-tx-status
                   MOVE SPACES TO tx-ref tx-status tx-reason-code
                       tx-reason-text tx-amount-text tx-exec-date
               WHEN "StsRsnInf"
                   MOVE "Y" TO in-status-reason
               WHEN "ReqdExctnDt"
                   MOVE "Y" TO in-exec-date
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT.

       END-PAIN002-ELEMENT.
           EVALUATE TRUE
               WHEN scan-tag-name = "TxInfAndSts"
                   MOVE "N" TO in-tx-status
                   PERFORM END-PAIN002-TRANSACTION
               WHEN scan-tag-name = "StsRsnInf"
                   MOVE "N" TO in-status-reason
               WHEN scan-tag-name = "ReqdExctnDt"
                   MOVE "N" TO in-exec-date
               WHEN scan-tag-name = "OrgnlEndToEndId"
                       AND in-tx-status = "Y"
                   MOVE FUNCTION TRIM(element-text) TO tx-ref
               WHEN scan-tag-name = "TxSts" AND in-tx-status = "Y"
                   MOVE FUNCTION TRIM(element-text) TO tx-status
               WHEN scan-tag-name = "GrpSts"
                   MOVE FUNCTION TRIM(element-text) TO group-status
               WHEN scan-tag-name = "Cd" AND in-status-reason = "Y"
                       AND tx-reason-code = SPACES
                   MOVE FUNCTION TRIM(element-text) TO tx-reason-code
               WHEN scan-tag-name = "AddtlInf"
                       AND in-status-reason = "Y"
                       AND tx-reason-text = SPACES
                   MOVE FUNCTION TRIM(element-text) TO tx-reason-text
               WHEN scan-tag-name = "InstdAmt" AND in-tx-status = "Y"
                   MOVE FUNCTION TRIM(element-text) TO tx-amount-text
               WHEN scan-tag-name = "Dt" AND in-exec-date = "Y"
                       AND in-tx-status = "Y"
                   MOVE FUNCTION TRIM(element-text) TO tx-exec-date
               WHEN scan-tag-name = "CreDtTm"
                       AND msg-creation-date = SPACES
                   MOVE FUNCTION TRIM(element-text) TO iso-date-text
                   PERFORM ISO-DATE-TO-DIGITS
                   MOVE iso-date-digits TO msg-creation-date
               WHEN scan-tag-name = "OrgnlMsgId"
                       AND in-tx-status = "N"
                   MOVE FUNCTION TRIM(element-text) TO orig-msg-id
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT.

      * A rejected transaction becomes a return row like the old
      * file's. The settlement day is the requested execution date
      * when the report echoes it, otherwise the one PAINGEN put in
      * the message id; the return date is the report's own date.
      * Accepted and pending statuses need nothing done.
       END-PAIN002-TRANSACTION.
           IF tx-status NOT = "RJCT"
               ADD 1 TO accepted-status-count
           ELSE
               MOVE SPACES TO STATUS-RETURN-RECORD
               MOVE tx-ref TO CR-TRANSFER-REF
               IF tx-exec-date NOT = SPACES
                   MOVE tx-exec-date TO iso-date-text
                   PERFORM ISO-DATE-TO-DIGITS
                   MOVE iso-date-digits TO CR-SETTLEMENT-DATE
               ELSE
               IF orig-msg-id(1:3) = "EXP"
                   MOVE orig-msg-id(4:8) TO CR-SETTLEMENT-DATE
               END-IF
               END-IF
               MOVE tx-reason-code TO return-reason-code
               MOVE tx-reason-code TO CR-STATUS-CODE
               IF tx-reason-text NOT = SPACES
                   MOVE tx-reason-text TO CR-REASON-TEXT
               ELSE
                   EVALUATE tx-reason-code
                       WHEN "AC01"
                           MOVE "FORKERT KONTONUMMER" TO CR-REASON-TEXT
                       WHEN "AC04"
                           MOVE "KONTOEN ER LUKKET" TO CR-REASON-TEXT
                       WHEN "AC06"
                           MOVE "KONTOEN ER SPAERRET" TO CR-REASON-TEXT
                       WHEN "BE01"
                           MOVE "MODTAGER PASSER IKKE TIL KONTOEN"
                               TO CR-REASON-TEXT
                       WHEN "RC01"
                           MOVE "FORKERT BANKIDENTIFIKATION"
                               TO CR-REASON-TEXT
                       WHEN OTHER
                           MOVE "AFVIST AF CLEARINGCENTRALEN"
                               TO CR-REASON-TEXT
                   END-EVALUATE
               END-IF
               IF msg-creation-date NOT = SPACES
                   MOVE msg-creation-date TO CR-RETURN-DATE
               ELSE
                   MOVE WS-TODAY TO CR-RETURN-DATE
               END-IF
               MOVE ZEROES TO CR-AMOUNT
               IF tx-amount-text NOT = SPACES
                   COMPUTE CR-AMOUNT = FUNCTION NUMVAL(tx-amount-text)
               END-IF
               ADD 1 TO return-count
               PERFORM PROCESS-ONE-RETURN
           END-IF.
       EXIT.

      * YYYY-MM-DD (optionally followed by a time) to YYYYMMDD.
       ISO-DATE-TO-DIGITS.
           MOVE SPACES TO iso-date-digits
           STRING iso-date-text(1:4) iso-date-text(6:2)
               iso-date-text(9:2)
               DELIMITED BY SIZE
               INTO iso-date-digits.
       EXIT.

      * Formål: ISO 20022-betalingsinitiering (pain.001) til
      *    clearingcentralen, som udfaser den faste
      *    clearing-export-YYYYMMDD.txt. Koerslen laeser naeste
      *    bankdags eksport - EXTXFER's overfoersler, HOLDREL's
      *    frigivne betalinger og STANDORD/PAYRETRY's staaende
      *    ordrer til andre banker - og skriver den samme dag som
      *    en pain.001.001.09-meddelelse i pain001-YYYYMMDD.xml:
      *    gruppehoved med antal og kontrolsum, en PmtInf-blok pr.
      *    debiteringskonto og udfoerelsesdato, og en CdtTrfTxInf
      *    pr. CE-TRANSFER-REF (EndToEndId), som CLRRET matcher
      *    pain.002-statusrapporten imod.
      *    Antal og beloebssum skal stemme med summen af eksportens
      *    TRAILER-linjer; goer de ikke det, skrives ingen meddelelse
      *    og koerslen stopper med RETURN-CODE 16.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAINGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXPORT-STATUS.
       SELECT INPUT-BANKS ASSIGN TO DYNAMIC WS-BANKS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BANKS-STATUS.
       SELECT INPUT-IBAN-REGISTER
       ASSIGN TO DYNAMIC WS-IBAN-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-IBAN-REGISTER-STATUS.
       SELECT HOLIDAY-CALENDAR-FILE
       ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
       SELECT OUTPUT-PAIN ASSIGN TO DYNAMIC WS-PAIN-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAIN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-EXPORT.
       01 EXPORT-RECORD.
           COPY "clearing-export.cpy".
       FD INPUT-BANKS.
       01 BANK-RECORD.
           COPY "banks.cpy".
       FD INPUT-IBAN-REGISTER.
       01 IBAN-REGISTER-RECORD.
           COPY "iban-register.cpy".
       FD HOLIDAY-CALENDAR-FILE.
       01 HOLIDAY-RECORD.
           02 HOLIDAY-DATE             PIC X(8).
       FD OUTPUT-PAIN.
       01 PAIN-LINE                    PIC X(250).

       WORKING-STORAGE SECTION.

      * Variables used as condition in while loops
       01 EOF-EXPORT                    PIC X VALUE "N".
       01 EOF-BANKS                     PIC X VALUE "N".
       01 EOF-IBAN-REGISTER             PIC X VALUE "N".
       01 WS-EXPORT-STATUS              PIC XX VALUE "00".
       01 WS-BANKS-STATUS               PIC XX VALUE "00".
       01 WS-IBAN-REGISTER-STATUS       PIC XX VALUE "00".
       01 WS-PAIN-STATUS                PIC XX VALUE "00".

      * The whole day's export is held in memory and sorted by
      * debit account, execution date and reference, so each
      * PmtInf block comes out contiguous. Unused entries are set
      * to HIGH-VALUES before the sort so they stand behind every
      * real row.
       01 ROW-ARRAY-MAX                 PIC 9(4) VALUE 5000.
       01 ROW-ARRAY                     OCCURS 5000 TIMES
                                 ASCENDING KEY IS CE-ARR-DEBIT-ACCOUNT
                                                  CE-ARR-SETTLEMENT-DATE
                                                  CE-ARR-TRANSFER-REF
                                 INDEXED BY idx-row, idx-grp.
           COPY "clearing-export.cpy"
               REPLACING LEADING ==CE-== BY ==CE-ARR-==.
       01 row-count                     PIC 9(4) VALUE ZEROES.
       01 rows-total                    PIC 9(9)V99 VALUE ZEROES.

      * The export's TRAILER lines (one per EXTXFER session, HOLDREL
      * release, STANDORD and PAYRETRY night) all carry count at
      * position 16 and amount-total at position 36; their sums are
      * what the message's NbOfTxs and CtrlSum must tie to.
       01 trailer-count-text            PIC X(6) VALUE ZEROES.
       01 trailer-count REDEFINES trailer-count-text
                                        PIC 9(6).
       01 trailer-amount-text           PIC X(11) VALUE ZEROES.
       01 trailer-amount REDEFINES trailer-amount-text
                                        PIC 9(9)V99.
       01 trailer-lines                 PIC 9(4) VALUE ZEROES.
       01 trailer-count-sum             PIC 9(6) VALUE ZEROES.
       01 trailer-amount-sum            PIC 9(9)V99 VALUE ZEROES.

      * IBAN-registret fra IBANGEN: kendes debiteringskontoens IBAN,
      * staar den i DbtrAcct, ellers kontonummeret under Othr.
       01 IBAN-ARRAY-MAX                PIC 9(4) VALUE 2000.
       01 IBAN-ARRAY                    OCCURS 2000 TIMES
                                        INDEXED BY idx-iban.
           COPY "iban-register.cpy"
               REPLACING LEADING ==IR-== BY ==IR-ARR-==.
       01 iban-count                    PIC 9(4) VALUE ZEROES.
       01 debtor-iban                   PIC X(18) VALUE SPACES.

      * Our own bank: REG-NR from OWN_REG_NR, otherwise the first
      * row of banks.txt as in IBANGEN; its name is the initiating
      * party and its BIC (or REG-NR) the debtor agent.
       01 WS-OWN-REG-NR                 PIC X(4) VALUE SPACES.
       01 own-bank-name                 PIC X(30) VALUE SPACES.
       01 own-bank-bic                  PIC X(11) VALUE SPACES.
       01 own-bank-found                PIC X VALUE "N".

      * Tegnsaet-normalisering af modtagernavne (codepage.cpy) -
      * meddelelsen er UTF-8.
           COPY "codepage-fields.cpy".

           COPY "business-day-fields.cpy".
       01 settlement-date               PIC X(8) VALUE SPACES.
       01 settle-integer                PIC 9(8) VALUE ZEROES.
       01 settle-date-num               PIC 9(8) VALUE ZEROES.

      * Message identification and the current PmtInf block.
       01 message-id                    PIC X(35) VALUE SPACES.
       01 creation-timestamp            PIC X(19) VALUE SPACES.
       01 block-seq                     PIC 9(4) VALUE ZEROES.
       01 block-count                   PIC 9(4) VALUE ZEROES.
       01 block-start                   PIC 9(4) VALUE ZEROES.
       01 block-end                     PIC 9(4) VALUE ZEROES.
       01 block-tx-count                PIC 9(6) VALUE ZEROES.
       01 block-total                   PIC 9(9)V99 VALUE ZEROES.

      * XML line building: each element goes out on its own line,
      * indented two places per level; text is escaped for & < > "
      * and ' before it is written.
       01 xml-indent                    PIC 9(3) VALUE ZEROES.
       01 xml-ptr                       PIC 9(3) VALUE ZEROES.
       01 xml-tag                       PIC X(30) VALUE SPACES.
       01 xml-value                     PIC X(200) VALUE SPACES.
       01 xml-raw                       PIC X(200) VALUE SPACES.
       01 xml-raw-length                PIC 9(3) VALUE ZEROES.
       01 xml-char-pos                  PIC 9(3) VALUE ZEROES.
       01 xml-out-pos                   PIC 9(3) VALUE ZEROES.
       01 xml-char                      PIC X VALUE SPACE.
       01 amount-edited                 PIC Z(6)9.99.
       01 total-edited                  PIC Z(8)9.99.
       01 count-edited                  PIC Z(5)9.
       01 iso-date                      PIC X(10) VALUE SPACES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at other files without
      * recompiling. The export and message names are derived from
      * the settlement day unless overridden outright.
       01 WS-EXPORT-FILENAME            PIC X(100) VALUE SPACES.
       01 WS-PAIN-FILENAME              PIC X(100) VALUE SPACES.
       01 WS-BANKS-FILENAME             PIC X(100) VALUE "banks.txt".
       01 WS-IBAN-REGISTER-FILENAME
           PIC X(100) VALUE "iban-register.txt".

       PROCEDURE DIVISION.

       ACCEPT WS-BANKS-FILENAME FROM ENVIRONMENT "BANKS_FILE"
       IF WS-BANKS-FILENAME = SPACES
           MOVE "banks.txt" TO WS-BANKS-FILENAME
       END-IF

       ACCEPT WS-IBAN-REGISTER-FILENAME
           FROM ENVIRONMENT "IBAN_REGISTER_FILE"
       IF WS-IBAN-REGISTER-FILENAME = SPACES
           MOVE "iban-register.txt" TO WS-IBAN-REGISTER-FILENAME
       END-IF

       ACCEPT WS-CALENDAR-FILENAME
           FROM ENVIRONMENT "HOLIDAY_CALENDAR_FILE"
       IF WS-CALENDAR-FILENAME = SPACES
           MOVE "holiday-calendar.txt" TO WS-CALENDAR-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
       STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) "T" WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE
               INTO creation-timestamp

      * The settlement day the export was written for, found the
      * same way EXTXFER finds it: tomorrow rolled to the first
      * business day.
       PERFORM LOAD-HOLIDAY-CALENDAR.
       COMPUTE settle-integer =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)) + 1
       COMPUTE settle-date-num =
           FUNCTION DATE-OF-INTEGER(settle-integer)
       MOVE settle-date-num TO roll-in-date
       PERFORM ROLL-TO-BUSINESS-DAY
       MOVE roll-out-date TO settlement-date

       ACCEPT WS-EXPORT-FILENAME FROM ENVIRONMENT "CLEARING_EXPORT_FILE"
       IF WS-EXPORT-FILENAME = SPACES
           STRING "clearing-export-" DELIMITED BY SIZE
               settlement-date DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
       END-IF

       ACCEPT WS-PAIN-FILENAME FROM ENVIRONMENT "PAIN001_FILE"
       IF WS-PAIN-FILENAME = SPACES
           STRING "pain001-" DELIMITED BY SIZE
               settlement-date DELIMITED BY SIZE
               ".xml" DELIMITED BY SIZE
               INTO WS-PAIN-FILENAME
       END-IF

      * No export for the day is a normal state - nothing was paid
      * out to other banks.
       OPEN INPUT INPUT-EXPORT
       IF WS-EXPORT-STATUS = "35"
           DISPLAY "PAINGEN: no " FUNCTION TRIM(WS-EXPORT-FILENAME)
               " on file, nothing to do"
           STOP RUN
       END-IF
       IF WS-EXPORT-STATUS NOT = "00"
           DISPLAY "PAINGEN: cannot open " WS-EXPORT-FILENAME ", "
               "file status " WS-EXPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-EXPORT-ROWS.
       CLOSE INPUT-EXPORT.

       IF row-count NOT = trailer-count-sum
           OR rows-total NOT = trailer-amount-sum
           DISPLAY "PAINGEN: " FUNCTION TRIM(WS-EXPORT-FILENAME)
               " does not tie to its TRAILER lines (rows "
               row-count "/" trailer-count-sum ", amount "
               rows-total "/" trailer-amount-sum
               ") - no message written"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       IF row-count = ZEROES
           DISPLAY "PAINGEN: " FUNCTION TRIM(WS-EXPORT-FILENAME)
               " holds no payments, nothing to do"
           STOP RUN
       END-IF

       PERFORM LOAD-OWN-BANK.
       PERFORM LOAD-IBAN-REGISTER.

       PERFORM VARYING idx-row FROM row-count BY 1
               UNTIL idx-row >= ROW-ARRAY-MAX
           MOVE HIGH-VALUES TO ROW-ARRAY(idx-row + 1)
       END-PERFORM.
       SORT ROW-ARRAY.

       OPEN OUTPUT OUTPUT-PAIN
       IF WS-PAIN-STATUS NOT = "00"
           DISPLAY "PAINGEN: cannot open " WS-PAIN-FILENAME ", "
               "file status " WS-PAIN-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO message-id
       STRING "EXP" DELIMITED BY SIZE
           settlement-date DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-CURRENT-DATE(9:6) DELIMITED BY SIZE
           INTO message-id

       MOVE ZEROES TO xml-indent
       MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO PAIN-LINE
       WRITE PAIN-LINE
       MOVE SPACES TO PAIN-LINE
       STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
               DELIMITED BY SIZE
           'pain.001.001.09">' DELIMITED BY SIZE
           INTO PAIN-LINE
       WRITE PAIN-LINE
       MOVE 2 TO xml-indent
       MOVE "CstmrCdtTrfInitn" TO xml-tag
       PERFORM WRITE-XML-OPEN

       PERFORM WRITE-GROUP-HEADER.

       MOVE 1 TO block-start
       PERFORM UNTIL block-start > row-count
           PERFORM WRITE-PAYMENT-BLOCK
           COMPUTE block-start = block-end + 1
       END-PERFORM.

       MOVE "CstmrCdtTrfInitn" TO xml-tag
       PERFORM WRITE-XML-CLOSE
       MOVE "</Document>" TO PAIN-LINE
       WRITE PAIN-LINE
       CLOSE OUTPUT-PAIN.

       DISPLAY "PAINGEN: " row-count " transaction(s) in "
           block-count " payment block(s), control sum "
           rows-total " tied to " trailer-lines
           " TRAILER line(s), message "
           FUNCTION TRIM(message-id) " in "
           FUNCTION TRIM(WS-PAIN-FILENAME)

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
       LOAD-EXPORT-ROWS.
           PERFORM UNTIL EOF-EXPORT = "Y"
               READ INPUT-EXPORT INTO EXPORT-RECORD
                   AT END
                       MOVE "Y" TO EOF-EXPORT
                   NOT AT END
                       IF EXPORT-RECORD(1:8) = "TRAILER:"
                           PERFORM ADD-TRAILER-TOTALS
                       ELSE
                       IF CE-TRANSFER-REF NOT = SPACES
                           IF row-count >= ROW-ARRAY-MAX
                               DISPLAY "PAINGEN: ROW-ARRAY is full ("
                                   ROW-ARRAY-MAX "), cannot load all "
                                   "of " WS-EXPORT-FILENAME
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO row-count
                           MOVE EXPORT-RECORD TO ROW-ARRAY(row-count)
                           ADD CE-AMOUNT TO rows-total
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EXPORT-STATUS NOT = "00" AND NOT = "10"
               DISPLAY "PAINGEN: error reading " WS-EXPORT-FILENAME
                   ", file status " WS-EXPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

       ADD-TRAILER-TOTALS.
           MOVE EXPORT-RECORD(16:6) TO trailer-count-text
           MOVE EXPORT-RECORD(36:11) TO trailer-amount-text
           IF trailer-count-text IS NOT NUMERIC
               OR trailer-amount-text IS NOT NUMERIC
               DISPLAY "PAINGEN: unreadable TRAILER line in "
                   FUNCTION TRIM(WS-EXPORT-FILENAME) ": "
                   EXPORT-RECORD(1:70)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO trailer-lines
           ADD trailer-count TO trailer-count-sum
           ADD trailer-amount TO trailer-amount-sum.
       EXIT.

      * Our own REG-NR from the environment, otherwise the first
      * row of banks.txt - by convention our own bank stands first.
       LOAD-OWN-BANK.
           ACCEPT WS-OWN-REG-NR FROM ENVIRONMENT "OWN_REG_NR"
           OPEN INPUT INPUT-BANKS
           IF WS-BANKS-STATUS = "00"
               PERFORM UNTIL EOF-BANKS = "Y"
                   READ INPUT-BANKS INTO BANK-RECORD
                       AT END
                           MOVE "Y" TO EOF-BANKS
                       NOT AT END
                           IF WS-OWN-REG-NR = SPACES
                               MOVE REG-NR OF BANK-RECORD
                                   TO WS-OWN-REG-NR
                           END-IF
                           IF REG-NR OF BANK-RECORD = WS-OWN-REG-NR
                               AND own-bank-found = "N"
                               MOVE "Y" TO own-bank-found
                               MOVE BANK-NAME OF BANK-RECORD
                                   TO own-bank-name
                               MOVE BANK-SWIFT-BIC OF BANK-RECORD
                                   TO own-bank-bic
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-BANKS
           END-IF
           IF WS-OWN-REG-NR = SPACES OR WS-OWN-REG-NR IS NOT NUMERIC
               DISPLAY "PAINGEN: no usable own REG-NR (OWN_REG_NR or "
                   "first row of " FUNCTION TRIM(WS-BANKS-FILENAME) ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF own-bank-name = SPACES
               MOVE WS-OWN-REG-NR TO own-bank-name
           END-IF.
       EXIT.

      * IBAN-registret (IBANGEN) er valgfrit: mangler filen, staar
      * alle debiteringskonti under Othr med kontonummeret.
       LOAD-IBAN-REGISTER.
           OPEN INPUT INPUT-IBAN-REGISTER
           IF WS-IBAN-REGISTER-STATUS = "00"
               PERFORM UNTIL EOF-IBAN-REGISTER = "Y"
                   READ INPUT-IBAN-REGISTER INTO IBAN-REGISTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-IBAN-REGISTER
                       NOT AT END
                           IF iban-count < IBAN-ARRAY-MAX
                               ADD 1 TO iban-count
                               MOVE IBAN-REGISTER-RECORD
                                   TO IBAN-ARRAY(iban-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-IBAN-REGISTER
           END-IF.
       EXIT.

      * GrpHdr: the message as a whole, with the count and control
      * sum that were just tied to the TRAILER lines.
       WRITE-GROUP-HEADER.
           MOVE "GrpHdr" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "MsgId" TO xml-tag
           MOVE message-id TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "CreDtTm" TO xml-tag
           MOVE creation-timestamp TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE row-count TO count-edited
           MOVE "NbOfTxs" TO xml-tag
           MOVE FUNCTION TRIM(count-edited) TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE rows-total TO total-edited
           MOVE "CtrlSum" TO xml-tag
           MOVE FUNCTION TRIM(total-edited) TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "InitgPty" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE own-bank-name TO xml-raw
           PERFORM ESCAPE-XML-TEXT
           MOVE "Nm" TO xml-tag
           PERFORM WRITE-XML-ELEMENT
           MOVE "InitgPty" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "GrpHdr" TO xml-tag
           PERFORM WRITE-XML-CLOSE.
       EXIT.

      * One PmtInf block: the run of sorted rows from block-start
      * with the same debit account and execution date. The run is
      * measured first, since its NbOfTxs and CtrlSum stand ahead
      * of the transactions.
       WRITE-PAYMENT-BLOCK.
           MOVE ZEROES TO block-tx-count
           MOVE ZEROES TO block-total
           SET idx-grp TO block-start
           MOVE block-start TO block-end
           PERFORM VARYING idx-row FROM block-start BY 1
                   UNTIL idx-row > row-count
                   OR CE-ARR-DEBIT-ACCOUNT(idx-row)
                       NOT = CE-ARR-DEBIT-ACCOUNT(idx-grp)
                   OR CE-ARR-SETTLEMENT-DATE(idx-row)
                       NOT = CE-ARR-SETTLEMENT-DATE(idx-grp)
               ADD 1 TO block-tx-count
               ADD CE-ARR-AMOUNT(idx-row) TO block-total
               SET block-end TO idx-row
           END-PERFORM
           ADD 1 TO block-seq
           ADD 1 TO block-count

           MOVE "PmtInf" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE SPACES TO xml-value
           STRING FUNCTION TRIM(message-id) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               block-seq DELIMITED BY SIZE
               INTO xml-value
           MOVE "PmtInfId" TO xml-tag
           PERFORM WRITE-XML-ELEMENT
           MOVE "PmtMtd" TO xml-tag
           MOVE "TRF" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE block-tx-count TO count-edited
           MOVE "NbOfTxs" TO xml-tag
           MOVE FUNCTION TRIM(count-edited) TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE block-total TO total-edited
           MOVE "CtrlSum" TO xml-tag
           MOVE FUNCTION TRIM(total-edited) TO xml-value
           PERFORM WRITE-XML-ELEMENT

           MOVE "ReqdExctnDt" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE CE-ARR-SETTLEMENT-DATE(idx-grp) TO iso-date
           PERFORM FORMAT-ISO-DATE
           MOVE "Dt" TO xml-tag
           MOVE iso-date TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "ReqdExctnDt" TO xml-tag
           PERFORM WRITE-XML-CLOSE

      *    The debtor is identified by its client-id; the name is
      *    the bank's business, not the clearing centre's.
           MOVE "Dbtr" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "Id" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "PrvtId" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "Othr" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE CE-ARR-DEBIT-CLIENT-ID(idx-grp) TO xml-raw
           PERFORM ESCAPE-XML-TEXT
           MOVE "Id" TO xml-tag
           PERFORM WRITE-XML-ELEMENT
           MOVE "Othr" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "PrvtId" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "Id" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "Dbtr" TO xml-tag
           PERFORM WRITE-XML-CLOSE

           PERFORM LOOKUP-DEBTOR-IBAN
           MOVE "DbtrAcct" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "Id" TO xml-tag
           PERFORM WRITE-XML-OPEN
           IF debtor-iban NOT = SPACES
               MOVE "IBAN" TO xml-tag
               MOVE debtor-iban TO xml-value
               PERFORM WRITE-XML-ELEMENT
           ELSE
               MOVE "Othr" TO xml-tag
               PERFORM WRITE-XML-OPEN
               MOVE CE-ARR-DEBIT-ACCOUNT(idx-grp) TO xml-raw
               PERFORM ESCAPE-XML-TEXT
               MOVE "Id" TO xml-tag
               PERFORM WRITE-XML-ELEMENT
               MOVE "Othr" TO xml-tag
               PERFORM WRITE-XML-CLOSE
           END-IF
           MOVE "Id" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "Ccy" TO xml-tag
           MOVE "DKK" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "DbtrAcct" TO xml-tag
           PERFORM WRITE-XML-CLOSE

           MOVE "DbtrAgt" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "FinInstnId" TO xml-tag
           PERFORM WRITE-XML-OPEN
           IF own-bank-bic NOT = SPACES
               MOVE "BICFI" TO xml-tag
               MOVE own-bank-bic TO xml-value
               PERFORM WRITE-XML-ELEMENT
           ELSE
               MOVE WS-OWN-REG-NR TO xml-value
               PERFORM WRITE-CLEARING-MEMBER
           END-IF
           MOVE "FinInstnId" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "DbtrAgt" TO xml-tag
           PERFORM WRITE-XML-CLOSE

           MOVE "ChrgBr" TO xml-tag
           MOVE "SLEV" TO xml-value
           PERFORM WRITE-XML-ELEMENT

           PERFORM VARYING idx-row FROM block-start BY 1
                   UNTIL idx-row > block-end
               PERFORM WRITE-TRANSACTION
           END-PERFORM

           MOVE "PmtInf" TO xml-tag
           PERFORM WRITE-XML-CLOSE.
       EXIT.

      * One CdtTrfTxInf per export row; the TRANSFER-REF is the
      * EndToEndId the pain.002 status report answers on.
       WRITE-TRANSACTION.
           MOVE "CdtTrfTxInf" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "PmtId" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "InstrId" TO xml-tag
           MOVE CE-ARR-TRANSFER-REF(idx-row) TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "EndToEndId" TO xml-tag
           MOVE CE-ARR-TRANSFER-REF(idx-row) TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "PmtId" TO xml-tag
           PERFORM WRITE-XML-CLOSE

           MOVE "Amt" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE CE-ARR-AMOUNT(idx-row) TO amount-edited
           MOVE SPACES TO PAIN-LINE
           COMPUTE xml-ptr = xml-indent + 1
           STRING '<InstdAmt Ccy="DKK">' DELIMITED BY SIZE
               FUNCTION TRIM(amount-edited) DELIMITED BY SIZE
               "</InstdAmt>" DELIMITED BY SIZE
               INTO PAIN-LINE WITH POINTER xml-ptr
           WRITE PAIN-LINE
           MOVE "Amt" TO xml-tag
           PERFORM WRITE-XML-CLOSE

      *    A foreign bank is named by its BIC, a Danish one by its
      *    REG-NR as a member of the Danish clearing system.
           MOVE "CdtrAgt" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "FinInstnId" TO xml-tag
           PERFORM WRITE-XML-OPEN
           IF CE-ARR-CP-SWIFT-BIC(idx-row) NOT = SPACES
               MOVE "BICFI" TO xml-tag
               MOVE CE-ARR-CP-SWIFT-BIC(idx-row) TO xml-value
               PERFORM WRITE-XML-ELEMENT
           ELSE
               MOVE CE-ARR-CP-REG-NR(idx-row) TO xml-value
               PERFORM WRITE-CLEARING-MEMBER
           END-IF
           MOVE "FinInstnId" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "CdtrAgt" TO xml-tag
           PERFORM WRITE-XML-CLOSE

           MOVE "Cdtr" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE CE-ARR-BENEFICIARY(idx-row) TO cp-raw-text
           PERFORM NORMALIZE-ENCODING
           MOVE cp-out-text TO xml-raw
           PERFORM ESCAPE-XML-TEXT
           MOVE "Nm" TO xml-tag
           PERFORM WRITE-XML-ELEMENT
           MOVE "Cdtr" TO xml-tag
           PERFORM WRITE-XML-CLOSE

      *    A keyed IBAN (two letters, two check digits) goes out as
      *    such; anything else is a plain account number.
           MOVE "CdtrAcct" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "Id" TO xml-tag
           PERFORM WRITE-XML-OPEN
           IF CE-ARR-CP-ACCOUNT(idx-row)(1:2) IS ALPHABETIC
               AND CE-ARR-CP-ACCOUNT(idx-row)(1:2) NOT = SPACES
               AND CE-ARR-CP-ACCOUNT(idx-row)(3:2) IS NUMERIC
               MOVE "IBAN" TO xml-tag
               MOVE CE-ARR-CP-ACCOUNT(idx-row) TO xml-value
               PERFORM WRITE-XML-ELEMENT
           ELSE
               MOVE "Othr" TO xml-tag
               PERFORM WRITE-XML-OPEN
               MOVE CE-ARR-CP-ACCOUNT(idx-row) TO xml-raw
               PERFORM ESCAPE-XML-TEXT
               MOVE "Id" TO xml-tag
               PERFORM WRITE-XML-ELEMENT
               MOVE "Othr" TO xml-tag
               PERFORM WRITE-XML-CLOSE
           END-IF
           MOVE "Id" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "CdtrAcct" TO xml-tag
           PERFORM WRITE-XML-CLOSE

           MOVE "CdtTrfTxInf" TO xml-tag
           PERFORM WRITE-XML-CLOSE.
       EXIT.

      * ClrSysMmbId for a Danish bank: REG-NR under the Danish
      * clearing system code. The REG-NR comes in xml-value.
       WRITE-CLEARING-MEMBER.
           MOVE xml-value TO xml-raw
           MOVE "ClrSysMmbId" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "ClrSysId" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE "Cd" TO xml-tag
           MOVE "DKNCS" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "ClrSysId" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "MmbId" TO xml-tag
           MOVE xml-raw TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "ClrSysMmbId" TO xml-tag
           PERFORM WRITE-XML-CLOSE.
       EXIT.

       LOOKUP-DEBTOR-IBAN.
           MOVE SPACES TO debtor-iban
           SET idx-iban TO 1
           SEARCH IBAN-ARRAY
               AT END
                   CONTINUE
               WHEN IR-ARR-ACCOUNT-NUMBER OF IBAN-ARRAY(idx-iban)
                       = CE-ARR-DEBIT-ACCOUNT(idx-grp)
                   MOVE IR-ARR-IBAN OF IBAN-ARRAY(idx-iban)
                       TO debtor-iban
           END-SEARCH.
       EXIT.

      * YYYYMMDD in iso-date becomes YYYY-MM-DD in place.
       FORMAT-ISO-DATE.
           MOVE iso-date(1:8) TO xml-raw
           MOVE SPACES TO iso-date
           STRING xml-raw(1:4) "-" xml-raw(5:2) "-" xml-raw(7:2)
               DELIMITED BY SIZE
               INTO iso-date.
       EXIT.

      * Copies xml-raw to xml-value with the five XML special
      * characters replaced by their entities. Trailing spaces are
      * not copied.
       ESCAPE-XML-TEXT.
           MOVE SPACES TO xml-value
           MOVE ZEROES TO xml-raw-length
           PERFORM VARYING xml-char-pos FROM LENGTH OF xml-raw BY -1
                   UNTIL xml-char-pos < 1 OR xml-raw-length > 0
               IF xml-raw(xml-char-pos:1) NOT = SPACE
                   MOVE xml-char-pos TO xml-raw-length
               END-IF
           END-PERFORM
           MOVE 1 TO xml-out-pos
           PERFORM VARYING xml-char-pos FROM 1 BY 1
                   UNTIL xml-char-pos > xml-raw-length
                   OR xml-out-pos > LENGTH OF xml-value - 6
               MOVE xml-raw(xml-char-pos:1) TO xml-char
               EVALUATE xml-char
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO xml-value WITH POINTER xml-out-pos
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO xml-value WITH POINTER xml-out-pos
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO xml-value WITH POINTER xml-out-pos
                   WHEN '"'
                       STRING "&quot;" DELIMITED BY SIZE
                           INTO xml-value WITH POINTER xml-out-pos
                   WHEN "'"
                       STRING "&apos;" DELIMITED BY SIZE
                           INTO xml-value WITH POINTER xml-out-pos
                   WHEN OTHER
                       MOVE xml-char TO xml-value(xml-out-pos:1)
                       ADD 1 TO xml-out-pos
               END-EVALUATE
           END-PERFORM.
       EXIT.

      * <tag>value</tag> on one line at the current indent.
       WRITE-XML-ELEMENT.
           MOVE SPACES TO PAIN-LINE
           COMPUTE xml-ptr = xml-indent + 1
           STRING "<" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               FUNCTION TRIM(xml-value) DELIMITED BY SIZE
               "</" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO PAIN-LINE WITH POINTER xml-ptr
           WRITE PAIN-LINE.
       EXIT.

       WRITE-XML-OPEN.
           MOVE SPACES TO PAIN-LINE
           COMPUTE xml-ptr = xml-indent + 1
           STRING "<" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO PAIN-LINE WITH POINTER xml-ptr
           WRITE PAIN-LINE
           ADD 2 TO xml-indent.
       EXIT.

       WRITE-XML-CLOSE.
           SUBTRACT 2 FROM xml-indent
           MOVE SPACES TO PAIN-LINE
           COMPUTE xml-ptr = xml-indent + 1
           STRING "</" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO PAIN-LINE WITH POINTER xml-ptr
           WRITE PAIN-LINE.
       EXIT.

           COPY "business-day.cpy".

           COPY "codepage.cpy".

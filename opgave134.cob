      * Formål: Nostroafstemning af vores afviklingskonto i
      *    centralbanken. SETTLE fortaeller hvad vi forventer at
      *    betale eller modtage pr. REG-NR, og clearing-eksporten
      *    hvilke udgaaende betalinger der er sendt, men ingen
      *    kontrollerede at det faktisk skete paa kontoen. Koerslen
      *    indlaeser afviklingsbankens daglige kontoudtog - camt.053
      *    (XML, et element pr. linje) eller MT950 (formatet afgoeres
      *    af filens foerste tegn) - og matcher hver post paa
      *    reference og beloeb mod SETTLE's settlement-upload.txt
      *    (reference = REG-NR eller modpartens SWIFT/BIC, beloeb =
      *    nettopositionen) og mod kontoudtogsdagens
      *    clearing-export-YYYYMMDD.txt (reference = TRANSFER-REF).
      *    Poster der ikke matcher fremfoeres dag for dag i
      *    nostro-open-items.txt med den dag de foerst stod aabne,
      *    og matches igen mod de foelgende dages poster.
      *    Afstemningsrapporten viser primosaldo, matchede poster,
      *    aabne poster paa hver side med alder, aldersfordeling og
      *    differencen ved ultimo. Et kontoudtog der allerede er
      *    afstemt (datoen i open-items-filens TRAILER) springes over.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTROREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-STATEMENT ASSIGN TO DYNAMIC WS-STATEMENT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATEMENT-STATUS.
       SELECT INPUT-UPLOAD ASSIGN TO DYNAMIC WS-UPLOAD-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-UPLOAD-STATUS.
       SELECT INPUT-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXPORT-STATUS.
       SELECT INPUT-OPEN-ITEMS ASSIGN TO DYNAMIC WS-OPEN-ITEMS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPEN-ITEMS-STATUS.
       SELECT OUTPUT-OPEN-ITEMS
       ASSIGN TO DYNAMIC WS-OPEN-ITEMS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPEN-ITEMS-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-STATEMENT.
       01 STATEMENT-LINE               PIC X(2000).
       FD INPUT-UPLOAD.
       01 UPLOAD-RECORD.
           COPY "settlement-upload.cpy".
       FD INPUT-EXPORT.
       01 EXPORT-RECORD.
           COPY "clearing-export.cpy".
       FD INPUT-OPEN-ITEMS.
       01 OPEN-ITEM-RECORD.
           COPY "nostro-open-items.cpy".
       FD OUTPUT-OPEN-ITEMS.
       01 OUTPUT-OPEN-ITEM-RECORD.
           COPY "nostro-open-items.cpy"
               REPLACING LEADING ==NI-== BY ==NI-OUT-==.
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(150).

       WORKING-STORAGE SECTION.

      * Variables used as condition in while loops
       01 EOF-STATEMENT                 PIC X VALUE "N".
       01 EOF-UPLOAD                    PIC X VALUE "N".
       01 EOF-EXPORT                    PIC X VALUE "N".
       01 EOF-OPEN-ITEMS                PIC X VALUE "N".
       01 WS-STATEMENT-STATUS           PIC XX VALUE "00".
       01 WS-UPLOAD-STATUS              PIC XX VALUE "00".
       01 WS-EXPORT-STATUS              PIC XX VALUE "00".
       01 WS-OPEN-ITEMS-STATUS          PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

      * C = camt.053 XML, M = MT950, decided by the first character
      * of the first non-blank line.
       01 statement-format              PIC X VALUE SPACE.

      * The statement's entries plus the statement-side items carried
      * forward from earlier days. ENT-MATCHED holds the expected
      * item an entry was matched to.
       01 ENTRY-ARRAY-MAX               PIC 9(4) VALUE 2000.
       01 ENTRY-ARRAY                   OCCURS 2000 TIMES
                                        INDEXED BY idx-ent.
           COPY "nostro-open-items.cpy"
               REPLACING LEADING ==NI-== BY ==ENT-==.
           02 ENT-CARRIED              PIC X VALUE "N".
           02 ENT-MATCHED              PIC 9(4) VALUE ZEROES.
       01 entry-count                   PIC 9(4) VALUE ZEROES.

      * What we expected to see on the account: SETTLE's net
      * positions, the day's clearing export and our own items
      * carried forward.
       01 EXPECTED-ARRAY-MAX            PIC 9(4) VALUE 5000.
       01 EXPECTED-ARRAY                OCCURS 5000 TIMES
                                        INDEXED BY idx-exp.
           COPY "nostro-open-items.cpy"
               REPLACING LEADING ==NI-== BY ==EXP-==.
           02 EXP-CARRIED              PIC X VALUE "N".
           02 EXP-MATCHED              PIC 9(4) VALUE ZEROES.
       01 expected-count                PIC 9(4) VALUE ZEROES.

      * camt.053 scanning, same tag scanner as CLRRET's pain.002
      * intake: element text is what stands between an opening tag
      * and the next tag, and the flags say which enclosing element
      * an Amt, Cd, Dt or BICFI belongs to.
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
       01 in-balance                    PIC X VALUE "N".
       01 in-entry                      PIC X VALUE "N".
       01 in-debtor-agent               PIC X VALUE "N".
       01 in-creditor-agent             PIC X VALUE "N".
       01 bal-type                      PIC X(4) VALUE SPACES.
       01 bal-amount-text               PIC X(30) VALUE SPACES.
       01 bal-indicator                 PIC X(4) VALUE SPACES.
       01 bal-date-text                 PIC X(10) VALUE SPACES.
       01 ntry-amount-text              PIC X(30) VALUE SPACES.
       01 ntry-indicator                PIC X(4) VALUE SPACES.
       01 ntry-date-text                PIC X(10) VALUE SPACES.
       01 ntry-ref                      PIC X(35) VALUE SPACES.
       01 ntry-svcr-ref                 PIC X(35) VALUE SPACES.
       01 ntry-e2e-ref                  PIC X(35) VALUE SPACES.
       01 ntry-bic                      PIC X(11) VALUE SPACES.
       01 iso-date-text                 PIC X(10) VALUE SPACES.
       01 iso-date-digits               PIC X(8) VALUE SPACES.

      * MT950 lines: the tag between the first two colons, the rest
      * after it; a :61: line is taken apart position by position.
       01 mt-tag                        PIC X(5) VALUE SPACES.
       01 mt-ptr                        PIC 9(4) VALUE ZEROES.
       01 mt-rest                       PIC X(200) VALUE SPACES.
       01 mt-pos                        PIC 9(3) VALUE ZEROES.
       01 mt-amount-text                PIC X(30) VALUE SPACES.
       01 mt-amount-length              PIC 9(3) VALUE ZEROES.

      * Statement balances, signed: a DBIT/D balance is negative.
       01 opening-balance
           PIC S9(11)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 closing-balance
           PIC S9(11)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 computed-closing
           PIC S9(11)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 balance-gap
           PIC S9(11)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 opening-found                 PIC X VALUE "N".
       01 closing-found                 PIC X VALUE "N".
       01 balance-amount                PIC 9(11)V99 VALUE ZEROES.
       01 statement-date                PIC X(8) VALUE SPACES.
       01 latest-booking-date           PIC X(8) VALUE SPACES.
       01 statement-credit-total        PIC 9(11)V99 VALUE ZEROES.
       01 statement-debit-total         PIC 9(11)V99 VALUE ZEROES.
       01 statement-entry-count         PIC 9(6) VALUE ZEROES.

      * Open-items TRAILER: count at position 16, the statement day
      * it was written for at position 38.
       01 last-reconciled-date          PIC X(8) VALUE SPACES.
       01 open-items-present            PIC X VALUE "N".

      * Aging: calendar days from the day an item first stood open
      * to the statement day.
       01 age-from-num                  PIC 9(8) VALUE ZEROES.
       01 age-to-num                    PIC 9(8) VALUE ZEROES.
       01 age-days                      PIC 9(5) VALUE ZEROES.
       01 age-bucket-1                  PIC 9(6) VALUE ZEROES.
       01 age-bucket-2                  PIC 9(6) VALUE ZEROES.
       01 age-bucket-3                  PIC 9(6) VALUE ZEROES.
       01 age-bucket-4                  PIC 9(6) VALUE ZEROES.

       01 open-difference
           PIC S9(11)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
       01 source-text                   PIC X(10) VALUE SPACES.
       01 amount-display                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 amount-display-2              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 net-display                   PIC --------------9.99.
       01 age-display                   PIC Z(4)9.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

      * Configurable file names, overridden via environment variables
      * so the same executable can be pointed at a different day's
      * files without recompiling. The export name is derived from
      * the statement day unless overridden.
       01 WS-STATEMENT-FILENAME
           PIC X(100) VALUE "nostro-statement.txt".
       01 WS-UPLOAD-FILENAME
           PIC X(100) VALUE "settlement-upload.txt".
       01 WS-EXPORT-FILENAME            PIC X(100) VALUE SPACES.
       01 WS-OPEN-ITEMS-FILENAME
           PIC X(100) VALUE "nostro-open-items.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "nostro-reconciliation-report.txt".

      * Safe rewrite-and-swap of the open-items file, same pattern
      * as the other rewriters.
           COPY "safe-swap-fields.cpy".

      * Batch control totals
       01 matched-count                 PIC 9(6) VALUE ZEROES.
       01 open-statement-count          PIC 9(6) VALUE ZEROES.
       01 open-expected-count           PIC 9(6) VALUE ZEROES.
       01 open-item-count               PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

       ACCEPT WS-STATEMENT-FILENAME
           FROM ENVIRONMENT "NOSTRO_STATEMENT_FILE"
       IF WS-STATEMENT-FILENAME = SPACES
           MOVE "nostro-statement.txt" TO WS-STATEMENT-FILENAME
       END-IF

       ACCEPT WS-UPLOAD-FILENAME
           FROM ENVIRONMENT "SETTLEMENT_UPLOAD_FILE"
       IF WS-UPLOAD-FILENAME = SPACES
           MOVE "settlement-upload.txt" TO WS-UPLOAD-FILENAME
       END-IF

       ACCEPT WS-EXPORT-FILENAME
           FROM ENVIRONMENT "CLEARING_EXPORT_FILE"

       ACCEPT WS-OPEN-ITEMS-FILENAME
           FROM ENVIRONMENT "NOSTRO_OPEN_ITEMS_FILE"
       IF WS-OPEN-ITEMS-FILENAME = SPACES
           MOVE "nostro-open-items.txt" TO WS-OPEN-ITEMS-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "NOSTRO_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "nostro-reconciliation-report.txt"
               TO WS-REPORT-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       OPEN INPUT INPUT-STATEMENT
       IF WS-STATEMENT-STATUS = "35"
           DISPLAY "NOSTROREC: no " FUNCTION TRIM(WS-STATEMENT-FILENAME)
               " on file, nothing to do"
           STOP RUN
       END-IF
       IF WS-STATEMENT-STATUS NOT = "00"
           DISPLAY "NOSTROREC: cannot open " WS-STATEMENT-FILENAME ", "
               "file status " WS-STATEMENT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF-STATEMENT = "Y"
           READ INPUT-STATEMENT
               AT END
                   MOVE "Y" TO EOF-STATEMENT
               NOT AT END
                   IF statement-format = SPACE
                           AND STATEMENT-LINE NOT = SPACES
                       IF FUNCTION TRIM(STATEMENT-LINE)(1:1) = "<"
                           MOVE "C" TO statement-format
                       ELSE
                           MOVE "M" TO statement-format
                       END-IF
                   END-IF
                   IF statement-format = "C"
                       PERFORM SCAN-CAMT053-LINE
                   ELSE
                   IF statement-format = "M"
                       PERFORM SCAN-MT950-LINE
                   END-IF
                   END-IF
           END-READ

           IF WS-STATEMENT-STATUS NOT = "00"
                   AND WS-STATEMENT-STATUS NOT = "10"
               DISPLAY "NOSTROREC: error reading "
                   WS-STATEMENT-FILENAME
                   ", file status " WS-STATEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-PERFORM.
       CLOSE INPUT-STATEMENT.

      * The statement day is the closing balance's date; a statement
      * without one is dated by its last booking, failing that today.
       IF statement-date = SPACES
           MOVE latest-booking-date TO statement-date
       END-IF
       IF statement-date = SPACES
           MOVE WS-TODAY TO statement-date
       END-IF

       PERFORM LOAD-OPEN-ITEMS.
       IF last-reconciled-date NOT = SPACES
               AND last-reconciled-date >= statement-date
           DISPLAY "NOSTROREC: statement " statement-date
               " already reconciled (open items are as of "
               last-reconciled-date "), nothing to do"
           STOP RUN
       END-IF

       PERFORM LOAD-SETTLEMENT-UPLOAD.
       PERFORM LOAD-CLEARING-EXPORT.

       PERFORM VARYING idx-ent FROM 1 BY 1
               UNTIL idx-ent > entry-count
           PERFORM MATCH-ONE-ENTRY
       END-PERFORM.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "NOSTROREC: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM WRITE-RECONCILIATION-REPORT.
       CLOSE OUTPUT-REPORT.

       PERFORM REWRITE-OPEN-ITEMS.

       DISPLAY "NOSTROREC: statement " statement-date ", "
           statement-entry-count " entries, " matched-count
           " matched, " open-statement-count " open on statement, "
           open-expected-count " open expected."

       IF swap-failed = "Y"
           MOVE 16 TO RETURN-CODE
       ELSE
       IF open-item-count > 0 OR balance-gap NOT = ZEROES
           MOVE 8 TO RETURN-CODE
       END-IF
       END-IF

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * Picks the tags out of one camt.053 line. Text outside tags
      * is collected into element-text, which a closing tag then hands
      * to END-CAMT053-ELEMENT. Namespace prefixes are dropped.
       SCAN-CAMT053-LINE.
           MOVE ZEROES TO scan-line-length
           PERFORM VARYING scan-pos FROM LENGTH OF STATEMENT-LINE
                   BY -1
                   UNTIL scan-pos < 1 OR scan-line-length > 0
               IF STATEMENT-LINE(scan-pos:1) NOT = SPACE
                   MOVE scan-pos TO scan-line-length
               END-IF
           END-PERFORM
           MOVE 1 TO scan-pos
           PERFORM UNTIL scan-pos > scan-line-length
               IF STATEMENT-LINE(scan-pos:1) = "<"
                   PERFORM SCAN-CAMT053-TAG
               ELSE
                   IF element-text-length < LENGTH OF element-text
                       ADD 1 TO element-text-length
                       MOVE STATEMENT-LINE(scan-pos:1)
                           TO element-text(element-text-length:1)
                   END-IF
                   ADD 1 TO scan-pos
               END-IF
           END-PERFORM.
       EXIT.

       SCAN-CAMT053-TAG.
           PERFORM VARYING scan-gt-pos FROM scan-pos BY 1
                   UNTIL scan-gt-pos > scan-line-length
                   OR STATEMENT-LINE(scan-gt-pos:1) = ">"
               CONTINUE
           END-PERFORM
           MOVE SPACES TO scan-tag-text
           COMPUTE scan-tag-length = scan-gt-pos - scan-pos - 1
           IF scan-tag-length > LENGTH OF scan-tag-text
               MOVE LENGTH OF scan-tag-text TO scan-tag-length
           END-IF
           IF scan-tag-length > 0
               MOVE STATEMENT-LINE(scan-pos + 1:scan-tag-length)
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
                   PERFORM END-CAMT053-ELEMENT
               WHEN scan-tag-length > 0
                       AND scan-tag-text(scan-tag-length:1) = "/"
      *>           Empty element, carries no text.
                   CONTINUE
               WHEN OTHER
                   PERFORM START-CAMT053-ELEMENT
           END-EVALUATE
           MOVE SPACES TO element-text
           MOVE ZEROES TO element-text-length.
       EXIT.

       START-CAMT053-ELEMENT.
           EVALUATE scan-tag-name
               WHEN "Bal"
                   MOVE "Y" TO in-balance
                   MOVE SPACES TO bal-type bal-amount-text
                       bal-indicator bal-date-text
               WHEN "Ntry"
                   MOVE "Y" TO in-entry
                   MOVE SPACES TO ntry-amount-text ntry-indicator
                       ntry-date-text ntry-ref ntry-svcr-ref
                       ntry-e2e-ref ntry-bic
               WHEN "DbtrAgt"
                   MOVE "Y" TO in-debtor-agent
               WHEN "CdtrAgt"
                   MOVE "Y" TO in-creditor-agent
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT.

      * Within an entry the first Amt and CdtDbtInd are the entry's
      * own (the transaction details repeat them); the counterparty
      * bank is the debtor's agent on a credit and the creditor's
      * agent on a debit.
       END-CAMT053-ELEMENT.
           EVALUATE TRUE
               WHEN scan-tag-name = "Bal"
                   MOVE "N" TO in-balance
                   PERFORM END-CAMT053-BALANCE
               WHEN scan-tag-name = "Ntry"
                   MOVE "N" TO in-entry
                   PERFORM END-CAMT053-ENTRY
               WHEN scan-tag-name = "DbtrAgt"
                   MOVE "N" TO in-debtor-agent
               WHEN scan-tag-name = "CdtrAgt"
                   MOVE "N" TO in-creditor-agent
               WHEN in-balance = "Y" AND scan-tag-name = "Cd"
                   MOVE FUNCTION TRIM(element-text) TO bal-type
               WHEN in-balance = "Y" AND scan-tag-name = "Amt"
                   MOVE FUNCTION TRIM(element-text) TO bal-amount-text
               WHEN in-balance = "Y" AND scan-tag-name = "CdtDbtInd"
                   MOVE FUNCTION TRIM(element-text) TO bal-indicator
               WHEN in-balance = "Y" AND scan-tag-name = "Dt"
                   MOVE FUNCTION TRIM(element-text) TO bal-date-text
               WHEN in-entry = "Y" AND scan-tag-name = "Amt"
                       AND ntry-amount-text = SPACES
                   MOVE FUNCTION TRIM(element-text) TO ntry-amount-text
               WHEN in-entry = "Y" AND scan-tag-name = "CdtDbtInd"
                       AND ntry-indicator = SPACES
                   MOVE FUNCTION TRIM(element-text) TO ntry-indicator
               WHEN in-entry = "Y" AND scan-tag-name = "Dt"
                       AND ntry-date-text = SPACES
                   MOVE FUNCTION TRIM(element-text) TO ntry-date-text
               WHEN in-entry = "Y" AND scan-tag-name = "NtryRef"
                   MOVE FUNCTION TRIM(element-text) TO ntry-ref
               WHEN in-entry = "Y" AND scan-tag-name = "AcctSvcrRef"
                       AND ntry-svcr-ref = SPACES
                   MOVE FUNCTION TRIM(element-text) TO ntry-svcr-ref
               WHEN in-entry = "Y" AND scan-tag-name = "EndToEndId"
                       AND ntry-e2e-ref = SPACES
                   MOVE FUNCTION TRIM(element-text) TO ntry-e2e-ref
               WHEN in-entry = "Y"
                       AND (scan-tag-name = "BICFI"
                       OR scan-tag-name = "BIC")
                       AND ((in-debtor-agent = "Y"
                             AND ntry-indicator = "CRDT")
                       OR (in-creditor-agent = "Y"
                             AND ntry-indicator = "DBIT"))
                   MOVE FUNCTION TRIM(element-text) TO ntry-bic
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT.

      * OPBD (or PRCD, the previous day's closing) is the opening
      * balance, CLBD the closing balance and the statement day.
       END-CAMT053-BALANCE.
           MOVE ZEROES TO balance-amount
           IF bal-amount-text NOT = SPACES
               COMPUTE balance-amount =
                   FUNCTION NUMVAL(bal-amount-text)
           END-IF
           EVALUATE bal-type
               WHEN "OPBD"
               WHEN "PRCD"
                   IF opening-found = "N"
                       MOVE "Y" TO opening-found
                       IF bal-indicator = "DBIT"
                           COMPUTE opening-balance = 0 - balance-amount
                       ELSE
                           MOVE balance-amount TO opening-balance
                       END-IF
                   END-IF
               WHEN "CLBD"
                   MOVE "Y" TO closing-found
                   IF bal-indicator = "DBIT"
                       COMPUTE closing-balance = 0 - balance-amount
                   ELSE
                       MOVE balance-amount TO closing-balance
                   END-IF
                   IF bal-date-text NOT = SPACES
                       MOVE bal-date-text TO iso-date-text
                       PERFORM ISO-DATE-TO-DIGITS
                       MOVE iso-date-digits TO statement-date
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT.

      * The entry's reference is the end-to-end id where the bank
      * passes one on, otherwise its own entry reference.
       END-CAMT053-ENTRY.
           IF entry-count >= ENTRY-ARRAY-MAX
               DISPLAY "NOSTROREC: ENTRY-ARRAY is full, entry "
                   FUNCTION TRIM(ntry-ref) " not loaded"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO entry-count
           MOVE "B" TO ENT-SIDE(entry-count)
           MOVE "K" TO ENT-SOURCE(entry-count)
           EVALUATE TRUE
               WHEN ntry-e2e-ref NOT = SPACES
                       AND ntry-e2e-ref NOT = "NOTPROVIDED"
                   MOVE ntry-e2e-ref TO ENT-REF(entry-count)
               WHEN ntry-ref NOT = SPACES
                   MOVE ntry-ref TO ENT-REF(entry-count)
               WHEN OTHER
                   MOVE ntry-svcr-ref TO ENT-REF(entry-count)
           END-EVALUATE
           MOVE ntry-bic TO ENT-BIC(entry-count)
           MOVE ntry-indicator TO ENT-DIRECTION(entry-count)
           MOVE ZEROES TO ENT-AMOUNT(entry-count)
           IF ntry-amount-text NOT = SPACES
               COMPUTE ENT-AMOUNT(entry-count) =
                   FUNCTION NUMVAL(ntry-amount-text)
           END-IF
           IF ntry-date-text NOT = SPACES
               MOVE ntry-date-text TO iso-date-text
               PERFORM ISO-DATE-TO-DIGITS
               MOVE iso-date-digits TO ENT-FIRST-DATE(entry-count)
           END-IF
           PERFORM TALLY-STATEMENT-ENTRY.
       EXIT.

      * MT950: :60F: opening balance, :61: one line per entry,
      * :62F: closing balance. Header and trailer blocks ({1:...},
      * -}) and every other tag are passed over.
       SCAN-MT950-LINE.
           IF STATEMENT-LINE(1:1) = ":"
               MOVE SPACES TO mt-tag mt-rest
               MOVE 1 TO mt-ptr
               UNSTRING STATEMENT-LINE(2:) DELIMITED BY ":"
                   INTO mt-tag WITH POINTER mt-ptr
               MOVE STATEMENT-LINE(mt-ptr + 1:) TO mt-rest
               EVALUATE mt-tag
                   WHEN "60F"
                   WHEN "60M"
                       IF opening-found = "N"
                           MOVE "Y" TO opening-found
                           PERFORM PARSE-MT950-BALANCE
                           MOVE computed-closing TO opening-balance
                       END-IF
                   WHEN "62F"
                   WHEN "62M"
                       MOVE "Y" TO closing-found
                       PERFORM PARSE-MT950-BALANCE
                       MOVE computed-closing TO closing-balance
                       MOVE SPACES TO statement-date
                       STRING "20" mt-rest(2:6) DELIMITED BY SIZE
                           INTO statement-date
                   WHEN "61"
                       PERFORM PARSE-MT950-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       EXIT.

      * C/D mark, YYMMDD, currency, amount with decimal comma; the
      * signed result is left in computed-closing for the caller.
       PARSE-MT950-BALANCE.
           MOVE SPACES TO mt-amount-text
           MOVE mt-rest(11:) TO mt-amount-text
           INSPECT mt-amount-text REPLACING ALL "," BY "."
           MOVE ZEROES TO balance-amount
           IF mt-amount-text NOT = SPACES
               COMPUTE balance-amount =
                   FUNCTION NUMVAL(mt-amount-text)
           END-IF
           IF mt-rest(1:1) = "D"
               COMPUTE computed-closing = 0 - balance-amount
           ELSE
               MOVE balance-amount TO computed-closing
           END-IF.
       EXIT.

      * :61: value date YYMMDD, optional entry date MMDD, C/D (RC/RD
      * for reversals), optional funds code, amount up to the
      * transaction type (N + three letters), then the reference
      * for the account owner up to "//".
       PARSE-MT950-ENTRY.
           IF entry-count >= ENTRY-ARRAY-MAX
               DISPLAY "NOSTROREC: ENTRY-ARRAY is full, :61: line "
                   "not loaded"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO entry-count
           MOVE "B" TO ENT-SIDE(entry-count)
           MOVE "K" TO ENT-SOURCE(entry-count)
           STRING "20" mt-rest(1:6) DELIMITED BY SIZE
               INTO ENT-FIRST-DATE(entry-count)
           MOVE 7 TO mt-pos
           IF mt-rest(7:1) IS NUMERIC
               ADD 4 TO mt-pos
           END-IF
           EVALUATE TRUE
               WHEN mt-rest(mt-pos:2) = "RC"
                   MOVE "DBIT" TO ENT-DIRECTION(entry-count)
                   ADD 2 TO mt-pos
               WHEN mt-rest(mt-pos:2) = "RD"
                   MOVE "CRDT" TO ENT-DIRECTION(entry-count)
                   ADD 2 TO mt-pos
               WHEN mt-rest(mt-pos:1) = "C"
                   MOVE "CRDT" TO ENT-DIRECTION(entry-count)
                   ADD 1 TO mt-pos
               WHEN OTHER
                   MOVE "DBIT" TO ENT-DIRECTION(entry-count)
                   ADD 1 TO mt-pos
           END-EVALUATE
           IF mt-rest(mt-pos:1) IS NOT NUMERIC
               ADD 1 TO mt-pos
           END-IF
           MOVE SPACES TO mt-amount-text
           MOVE ZEROES TO mt-amount-length
           PERFORM UNTIL mt-pos > LENGTH OF mt-rest
                   OR (mt-rest(mt-pos:1) IS NOT NUMERIC
                       AND mt-rest(mt-pos:1) NOT = ",")
               ADD 1 TO mt-amount-length
               MOVE mt-rest(mt-pos:1)
                   TO mt-amount-text(mt-amount-length:1)
               ADD 1 TO mt-pos
           END-PERFORM
           INSPECT mt-amount-text REPLACING ALL "," BY "."
           MOVE ZEROES TO ENT-AMOUNT(entry-count)
           IF mt-amount-text NOT = SPACES
               COMPUTE ENT-AMOUNT(entry-count) =
                   FUNCTION NUMVAL(mt-amount-text)
           END-IF
           ADD 4 TO mt-pos
           IF mt-pos <= LENGTH OF mt-rest
               UNSTRING mt-rest(mt-pos:) DELIMITED BY "//" OR SPACE
                   INTO ENT-REF(entry-count)
           END-IF
           PERFORM TALLY-STATEMENT-ENTRY.
       EXIT.

       TALLY-STATEMENT-ENTRY.
           ADD 1 TO statement-entry-count
           IF ENT-FIRST-DATE(entry-count) = SPACES
               MOVE WS-TODAY TO ENT-FIRST-DATE(entry-count)
           END-IF
           IF ENT-FIRST-DATE(entry-count) > latest-booking-date
               MOVE ENT-FIRST-DATE(entry-count) TO latest-booking-date
           END-IF
           IF ENT-DIRECTION(entry-count) = "DBIT"
               ADD ENT-AMOUNT(entry-count) TO statement-debit-total
           ELSE
               ADD ENT-AMOUNT(entry-count) TO statement-credit-total
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

      * Yesterday's open items go back on their own side to be
      * matched again; the TRAILER says which statement day they
      * were left as of. A missing file is the first run.
       LOAD-OPEN-ITEMS.
           OPEN INPUT INPUT-OPEN-ITEMS
           IF WS-OPEN-ITEMS-STATUS NOT = "35"
               IF WS-OPEN-ITEMS-STATUS NOT = "00"
                   DISPLAY "NOSTROREC: cannot open "
                       WS-OPEN-ITEMS-FILENAME
                       ", file status " WS-OPEN-ITEMS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO open-items-present
               PERFORM READ-OPEN-ITEMS
               CLOSE INPUT-OPEN-ITEMS
           END-IF.
       EXIT.

       READ-OPEN-ITEMS.
           PERFORM UNTIL EOF-OPEN-ITEMS = "Y"
               READ INPUT-OPEN-ITEMS
                   AT END
                       MOVE "Y" TO EOF-OPEN-ITEMS
                   NOT AT END
                       IF OPEN-ITEM-RECORD(1:8) = "TRAILER:"
                           MOVE OPEN-ITEM-RECORD(38:8)
                               TO last-reconciled-date
                       ELSE
                       IF NI-SIDE = "B"
                           PERFORM CARRY-STATEMENT-ITEM
                       ELSE
                           PERFORM CARRY-EXPECTED-ITEM
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
       EXIT.

       CARRY-STATEMENT-ITEM.
           IF entry-count >= ENTRY-ARRAY-MAX
               DISPLAY "NOSTROREC: ENTRY-ARRAY is full, open item "
                   FUNCTION TRIM(NI-REF) " not carried"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO entry-count
           MOVE OPEN-ITEM-RECORD TO ENTRY-ARRAY(entry-count)
           MOVE "Y" TO ENT-CARRIED(entry-count)
           MOVE ZEROES TO ENT-MATCHED(entry-count).
       EXIT.

       CARRY-EXPECTED-ITEM.
           IF expected-count >= EXPECTED-ARRAY-MAX
               DISPLAY "NOSTROREC: EXPECTED-ARRAY is full, open item "
                   FUNCTION TRIM(NI-REF) " not carried"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO expected-count
           MOVE OPEN-ITEM-RECORD TO EXPECTED-ARRAY(expected-count)
           MOVE "Y" TO EXP-CARRIED(expected-count)
           MOVE ZEROES TO EXP-MATCHED(expected-count).
       EXIT.

      * One expected item per counterparty bank with a net position:
      * "+" is a credit to our settlement account, "-" a debit. A
      * bank that nets to zero moves nothing on the account.
       LOAD-SETTLEMENT-UPLOAD.
           OPEN INPUT INPUT-UPLOAD
           IF WS-UPLOAD-STATUS = "35"
               DISPLAY "NOSTROREC: no "
                   FUNCTION TRIM(WS-UPLOAD-FILENAME)
                   " on file, no settlement positions expected"
               MOVE "Y" TO EOF-UPLOAD
           ELSE
           IF WS-UPLOAD-STATUS NOT = "00"
               DISPLAY "NOSTROREC: cannot open " WS-UPLOAD-FILENAME
                   ", file status " WS-UPLOAD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           PERFORM UNTIL EOF-UPLOAD = "Y"
               READ INPUT-UPLOAD
                   AT END
                       MOVE "Y" TO EOF-UPLOAD
                   NOT AT END
                       IF UPL-NET-AMOUNT NOT = ZEROES
                           PERFORM ADD-SETTLEMENT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UPLOAD-STATUS NOT = "35"
               CLOSE INPUT-UPLOAD
           END-IF.
       EXIT.

       ADD-SETTLEMENT-ITEM.
           IF expected-count >= EXPECTED-ARRAY-MAX
               DISPLAY "NOSTROREC: EXPECTED-ARRAY is full, REG-NR "
                   UPL-REG-NR " not loaded"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO expected-count
           MOVE "V" TO EXP-SIDE(expected-count)
           MOVE "S" TO EXP-SOURCE(expected-count)
           MOVE UPL-REG-NR TO EXP-REF(expected-count)
           MOVE UPL-SWIFT-BIC TO EXP-BIC(expected-count)
           IF UPL-NET-SIGN = "-"
               MOVE "DBIT" TO EXP-DIRECTION(expected-count)
           ELSE
               MOVE "CRDT" TO EXP-DIRECTION(expected-count)
           END-IF
           MOVE UPL-NET-AMOUNT TO EXP-AMOUNT(expected-count)
           MOVE statement-date TO EXP-FIRST-DATE(expected-count).
       EXIT.

      * Every export row settling on the statement day is a debit
      * we expect under its TRANSFER-REF; TRAILER lines are skipped.
       LOAD-CLEARING-EXPORT.
           IF WS-EXPORT-FILENAME = SPACES
               STRING "clearing-export-" DELIMITED BY SIZE
                   statement-date DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           END-IF
           OPEN INPUT INPUT-EXPORT
           IF WS-EXPORT-STATUS = "35"
               DISPLAY "NOSTROREC: no "
                   FUNCTION TRIM(WS-EXPORT-FILENAME)
                   " on file, no outbound payments expected"
               MOVE "Y" TO EOF-EXPORT
           ELSE
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "NOSTROREC: cannot open " WS-EXPORT-FILENAME
                   ", file status " WS-EXPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           PERFORM UNTIL EOF-EXPORT = "Y"
               READ INPUT-EXPORT
                   AT END
                       MOVE "Y" TO EOF-EXPORT
                   NOT AT END
                       IF EXPORT-RECORD(1:8) NOT = "TRAILER:"
                           PERFORM ADD-EXPORT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXPORT-STATUS NOT = "35"
               CLOSE INPUT-EXPORT
           END-IF.
       EXIT.

       ADD-EXPORT-ITEM.
           IF expected-count >= EXPECTED-ARRAY-MAX
               DISPLAY "NOSTROREC: EXPECTED-ARRAY is full, export "
                   "row " CE-TRANSFER-REF " not loaded"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO expected-count
           MOVE "V" TO EXP-SIDE(expected-count)
           MOVE "E" TO EXP-SOURCE(expected-count)
           MOVE CE-TRANSFER-REF TO EXP-REF(expected-count)
           MOVE CE-CP-SWIFT-BIC TO EXP-BIC(expected-count)
           MOVE "DBIT" TO EXP-DIRECTION(expected-count)
           MOVE CE-AMOUNT TO EXP-AMOUNT(expected-count)
           MOVE statement-date TO EXP-FIRST-DATE(expected-count).
       EXIT.

      * An entry matches the first open expected item with the same
      * direction and amount whose reference is the entry's, or -
      * for SETTLE's net positions - whose SWIFT/BIC is the
      * counterparty bank's on the entry.
       MATCH-ONE-ENTRY.
           SET idx-exp TO 1
           SEARCH EXPECTED-ARRAY
               AT END
                   CONTINUE
               WHEN idx-exp <= expected-count
                       AND EXP-MATCHED(idx-exp) = ZEROES
                       AND EXP-DIRECTION(idx-exp)
                           = ENT-DIRECTION(idx-ent)
                       AND EXP-AMOUNT(idx-exp) = ENT-AMOUNT(idx-ent)
                       AND (EXP-REF(idx-exp) = ENT-REF(idx-ent)
                       OR (EXP-SOURCE(idx-exp) = "S"
                           AND EXP-BIC(idx-exp) NOT = SPACES
                           AND EXP-BIC(idx-exp) = ENT-BIC(idx-ent)))
                   SET EXP-MATCHED(idx-exp) TO idx-ent
                   SET ENT-MATCHED(idx-ent) TO idx-exp
                   ADD 1 TO matched-count
           END-SEARCH.
       EXIT.

       WRITE-RECONCILIATION-REPORT.
           MOVE SPACES TO INFO
           STRING "Nostroafstemning, afviklingskonto - kontoudtog "
                   DELIMITED BY SIZE
               statement-date DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-STATEMENT-FILENAME) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE "-----------------------------------------------"
               TO INFO
           WRITE REPORT-LINE

           MOVE opening-balance TO net-display
           MOVE SPACES TO INFO
           STRING "PRIMOSALDO: " DELIMITED BY SIZE
               FUNCTION TRIM(net-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE statement-credit-total TO amount-display
           MOVE statement-debit-total TO amount-display-2
           MOVE SPACES TO INFO
           STRING "BEVAEGELSER: kredit " DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " debet " DELIMITED BY SIZE
               FUNCTION TRIM(amount-display-2) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               statement-entry-count DELIMITED BY SIZE
               " poster)" DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE closing-balance TO net-display
           MOVE SPACES TO INFO
           STRING "ULTIMOSALDO: " DELIMITED BY SIZE
               FUNCTION TRIM(net-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

      *    The statement must add up on its own before anything is
      *    matched against it.
           IF opening-found = "Y" AND closing-found = "Y"
               COMPUTE computed-closing = opening-balance
                   + statement-credit-total - statement-debit-total
               COMPUTE balance-gap = closing-balance - computed-closing
               IF balance-gap NOT = ZEROES
                   MOVE balance-gap TO net-display
                   MOVE SPACES TO INFO
                   STRING "ADVARSEL: primo + bevaegelser stemmer "
                           DELIMITED BY SIZE
                       "ikke med ultimo, difference " DELIMITED BY SIZE
                       FUNCTION TRIM(net-display) DELIMITED BY SIZE
                       INTO INFO
                   WRITE REPORT-LINE
               END-IF
           ELSE
               MOVE "ADVARSEL: primo- eller ultimosaldo mangler"
                   TO INFO
               WRITE REPORT-LINE
           END-IF

           PERFORM VARYING idx-ent FROM 1 BY 1
                   UNTIL idx-ent > entry-count
               IF ENT-MATCHED(idx-ent) NOT = ZEROES
                   PERFORM WRITE-MATCHED-LINE
               END-IF
           END-PERFORM

           MOVE statement-date TO age-to-num
           PERFORM VARYING idx-ent FROM 1 BY 1
                   UNTIL idx-ent > entry-count
               IF ENT-MATCHED(idx-ent) = ZEROES
                   PERFORM WRITE-OPEN-STATEMENT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING idx-exp FROM 1 BY 1
                   UNTIL idx-exp > expected-count
               IF EXP-MATCHED(idx-exp) = ZEROES
                   PERFORM WRITE-OPEN-EXPECTED-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO INFO
           STRING "ALDERSFORDELING: 0-1 dage " DELIMITED BY SIZE
               age-bucket-1 DELIMITED BY SIZE
               ", 2-5 dage " DELIMITED BY SIZE
               age-bucket-2 DELIMITED BY SIZE
               ", 6-30 dage " DELIMITED BY SIZE
               age-bucket-3 DELIMITED BY SIZE
               ", over 30 dage " DELIMITED BY SIZE
               age-bucket-4 DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

      *    What the statement shows that our own figures do not, less
      *    what we expected that has not shown: zero when every item
      *    is matched.
           MOVE open-difference TO net-display
           MOVE SPACES TO INFO
           STRING "DIFFERENCE VED ULTIMO: kontoudtog minus egne tal "
                   DELIMITED BY SIZE
               FUNCTION TRIM(net-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE

           MOVE SPACES TO INFO
           STRING "TRAILER: entries=" DELIMITED BY SIZE
               statement-entry-count DELIMITED BY SIZE
               " matched=" DELIMITED BY SIZE
               matched-count DELIMITED BY SIZE
               " open-statement=" DELIMITED BY SIZE
               open-statement-count DELIMITED BY SIZE
               " open-expected=" DELIMITED BY SIZE
               open-expected-count DELIMITED BY SIZE
               " difference=" DELIMITED BY SIZE
               FUNCTION TRIM(net-display) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       WRITE-MATCHED-LINE.
           SET idx-exp TO ENT-MATCHED(idx-ent)
           PERFORM DESCRIBE-SOURCE
           MOVE ENT-AMOUNT(idx-ent) TO amount-display
           MOVE SPACES TO INFO
           STRING "MATCHET: ref=" DELIMITED BY SIZE
               FUNCTION TRIM(ENT-REF(idx-ent)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ENT-DIRECTION(idx-ent) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " bogfoert " DELIMITED BY SIZE
               ENT-FIRST-DATE(idx-ent) DELIMITED BY SIZE
               " mod " DELIMITED BY SIZE
               FUNCTION TRIM(source-text) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(EXP-REF(idx-exp)) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       WRITE-OPEN-STATEMENT-LINE.
           ADD 1 TO open-statement-count
           MOVE ENT-FIRST-DATE(idx-ent) TO age-from-num
           PERFORM COMPUTE-ITEM-AGE
           IF ENT-DIRECTION(idx-ent) = "DBIT"
               SUBTRACT ENT-AMOUNT(idx-ent) FROM open-difference
           ELSE
               ADD ENT-AMOUNT(idx-ent) TO open-difference
           END-IF
           MOVE ENT-AMOUNT(idx-ent) TO amount-display
           MOVE SPACES TO INFO
           STRING "AABEN PAA KONTOUDTOG: ref=" DELIMITED BY SIZE
               FUNCTION TRIM(ENT-REF(idx-ent)) DELIMITED BY SIZE
               " bic=" DELIMITED BY SIZE
               FUNCTION TRIM(ENT-BIC(idx-ent)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ENT-DIRECTION(idx-ent) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " fra " DELIMITED BY SIZE
               ENT-FIRST-DATE(idx-ent) DELIMITED BY SIZE
               " alder " DELIMITED BY SIZE
               FUNCTION TRIM(age-display) DELIMITED BY SIZE
               " dage" DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       WRITE-OPEN-EXPECTED-LINE.
           ADD 1 TO open-expected-count
           MOVE EXP-FIRST-DATE(idx-exp) TO age-from-num
           PERFORM COMPUTE-ITEM-AGE
           IF EXP-DIRECTION(idx-exp) = "DBIT"
               ADD EXP-AMOUNT(idx-exp) TO open-difference
           ELSE
               SUBTRACT EXP-AMOUNT(idx-exp) FROM open-difference
           END-IF
           PERFORM DESCRIBE-SOURCE
           MOVE EXP-AMOUNT(idx-exp) TO amount-display
           MOVE SPACES TO INFO
           STRING "AABEN FORVENTET: " DELIMITED BY SIZE
               FUNCTION TRIM(source-text) DELIMITED BY SIZE
               " ref=" DELIMITED BY SIZE
               FUNCTION TRIM(EXP-REF(idx-exp)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXP-DIRECTION(idx-exp) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(amount-display) DELIMITED BY SIZE
               " fra " DELIMITED BY SIZE
               EXP-FIRST-DATE(idx-exp) DELIMITED BY SIZE
               " alder " DELIMITED BY SIZE
               FUNCTION TRIM(age-display) DELIMITED BY SIZE
               " dage" DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       DESCRIBE-SOURCE.
           EVALUATE EXP-SOURCE(idx-exp)
               WHEN "S"
                   MOVE "AFVIKLING" TO source-text
               WHEN "E"
                   MOVE "EKSPORT" TO source-text
               WHEN OTHER
                   MOVE "UKENDT" TO source-text
           END-EVALUATE.
       EXIT.

      * Age in calendar days into age-days/age-display, counted into
      * the report's buckets.
       COMPUTE-ITEM-AGE.
           MOVE ZEROES TO age-days
           IF age-from-num > 0 AND age-to-num > age-from-num
               COMPUTE age-days =
                   FUNCTION INTEGER-OF-DATE(age-to-num)
                   - FUNCTION INTEGER-OF-DATE(age-from-num)
           END-IF
           MOVE age-days TO age-display
           EVALUATE TRUE
               WHEN age-days <= 1
                   ADD 1 TO age-bucket-1
               WHEN age-days <= 5
                   ADD 1 TO age-bucket-2
               WHEN age-days <= 30
                   ADD 1 TO age-bucket-3
               WHEN OTHER
                   ADD 1 TO age-bucket-4
           END-EVALUATE.
       EXIT.

      * Everything still unmatched goes forward with the day it first
      * stood open; the TRAILER dates the file to this statement.
       REWRITE-OPEN-ITEMS.
           MOVE WS-OPEN-ITEMS-FILENAME TO swap-master-name
           PERFORM BUILD-SWAP-NAMES
           MOVE swap-new-name TO WS-OPEN-ITEMS-FILENAME

           OPEN OUTPUT OUTPUT-OPEN-ITEMS
           IF WS-OPEN-ITEMS-STATUS NOT = "00"
               DISPLAY "NOSTROREC: cannot open " WS-OPEN-ITEMS-FILENAME
                   " for rewrite, file status " WS-OPEN-ITEMS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-ent FROM 1 BY 1
                   UNTIL idx-ent > entry-count
               IF ENT-MATCHED(idx-ent) = ZEROES
                   MOVE ENTRY-ARRAY(idx-ent)
                       TO OUTPUT-OPEN-ITEM-RECORD
                   WRITE OUTPUT-OPEN-ITEM-RECORD
                   ADD 1 TO open-item-count
               END-IF
           END-PERFORM
           PERFORM VARYING idx-exp FROM 1 BY 1
                   UNTIL idx-exp > expected-count
               IF EXP-MATCHED(idx-exp) = ZEROES
                   MOVE EXPECTED-ARRAY(idx-exp)
                       TO OUTPUT-OPEN-ITEM-RECORD
                   WRITE OUTPUT-OPEN-ITEM-RECORD
                   ADD 1 TO open-item-count
               END-IF
           END-PERFORM
           MOVE SPACES TO OUTPUT-OPEN-ITEM-RECORD
           STRING "TRAILER: count=" DELIMITED BY SIZE
               open-item-count DELIMITED BY SIZE
               " statement-date=" DELIMITED BY SIZE
               statement-date DELIMITED BY SIZE
               INTO OUTPUT-OPEN-ITEM-RECORD
           WRITE OUTPUT-OPEN-ITEM-RECORD
           CLOSE OUTPUT-OPEN-ITEMS

           MOVE swap-master-name TO WS-OPEN-ITEMS-FILENAME
           PERFORM SWAP-OR-PLACE-OPEN-ITEMS.
       EXIT.

      * The first reconciliation has no open-items file to move
      * aside; the new file is simply renamed into place.
       SWAP-OR-PLACE-OPEN-ITEMS.
           MOVE "N" TO swap-failed
           IF open-items-present = "Y"
               PERFORM SWAP-IN-NEW-MASTER
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING swap-new-name swap-master-name
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO swap-failed
                   DISPLAY "NOSTROREC: cannot move "
                       FUNCTION TRIM(swap-new-name)
                       " into place as "
                       FUNCTION TRIM(swap-master-name)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       EXIT.

           COPY "safe-swap.cpy".

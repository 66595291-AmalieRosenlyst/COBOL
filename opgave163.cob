      * Formål: Sammenligning af to koerslers output (parallelkoersel).
      *    Naar natkoerslen flyttes eller et program skrives om,
      *    koeres gammel og ny udgave side om side, og hidtil blev
      *    resultaterne sammenholdt med diff og oejemaal. Programmet
      *    tager to koerselsbiblioteker paa kommandolinjen og
      *    sammenholder de vigtigste output post for post:
      *      UDTOG - account-statements.txt pr. client-id (fundet
      *              via udtogsnummeret i koerslens egen
      *              statement-register.txt; uden udtogsnummer, fx
      *              en inkrementel koersel, pr. kundenavn),
      *      SALDO - balance-carry-forward.txt pr. konto,
      *      POST  - transactions-validated.txt pr. TRANSACTION-REF
      *              og TRANSACTION-TYPE, nummereret i filens
      *              raekkefoelge naar samme par gaar igen (poster
      *              uden reference pr. loebenummer),
      *      GL    - gl-journal.txt pr. hovedbogskonto (debet og
      *              kredit summeret).
      *    Rapporten run-comparison-report.txt viser tilfoejede,
      *    manglende og aendrede poster felt for felt, og om
      *    kontroltotalerne (antal, beloebssummer, TRAILER-taellinger)
      *    stemmer mellem de to koersler.
      *
      *    Ignoreringsregler i run-comparison-ignore.txt: en raekke
      *    pr. regel, "OMRAADE FELT" (fx "POST VALUE-DATE"), hvor
      *    omraadet ALLE gaelder alle fire; raekker der starter med
      *    "*" er kommentarer. Mangler filen, ignoreres koerselsdato
      *    og udtogsnummer (ALLE KOERSELSDATO, ALLE UDTOGSNR), som
      *    altid er forskellige mellem to koersler. En forskel i et
      *    ignoreret felt taelles, men er ikke vaesentlig.
      *
      *    Returkode 8 naar der er vaesentlige forskelle (poster
      *    tilfoejet/manglende, aendrede felter eller kontroltotaler
      *    der ikke stemmer), ellers 0.
      *
      *    Koeres: opgave163 BASIS-BIBLIOTEK NYT-BIBLIOTEK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCOMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INPUT-RUN-FILE ASSIGN TO DYNAMIC WS-RUN-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RUN-STATUS.
       SELECT INPUT-REGISTER ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.
       SELECT INPUT-IGNORE ASSIGN TO DYNAMIC WS-IGNORE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-IGNORE-STATUS.
       SELECT OUTPUT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-RUN-FILE.
       01 RUN-LINE                     PIC X(250).
       FD INPUT-REGISTER.
       01 REGISTER-RECORD.
           COPY "statement-register.cpy".
       FD INPUT-IGNORE.
       01 IGNORE-LINE                  PIC X(80).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(250).

       WORKING-STORAGE SECTION.
      * Variables used as condition in while loops
       01 EOF-RUN                       PIC X VALUE "N".
       01 EOF-REGISTER                  PIC X VALUE "N".
       01 EOF-IGNORE                    PIC X VALUE "N".
       01 WS-RUN-STATUS                 PIC XX VALUE "00".
       01 WS-REGISTER-STATUS            PIC XX VALUE "00".
       01 WS-IGNORE-STATUS              PIC XX VALUE "00".
       01 WS-REPORT-STATUS              PIC XX VALUE "00".

       01 WS-RUN-PARM                   PIC X(250) VALUE SPACES.
       01 WS-BASE-DIR                   PIC X(100) VALUE SPACES.
       01 WS-NEW-DIR                    PIC X(100) VALUE SPACES.

      * Configurable file names, overridden via environment variables.
      * The run files themselves are always the batch's own names,
      * looked up in each of the two run directories.
       01 WS-RUN-FILENAME               PIC X(250) VALUE SPACES.
       01 WS-REGISTER-FILENAME          PIC X(250) VALUE SPACES.
       01 WS-IGNORE-FILENAME
           PIC X(100) VALUE "run-comparison-ignore.txt".
       01 WS-REPORT-FILENAME
           PIC X(100) VALUE "run-comparison-report.txt".

       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
       01 BALANCE-CARRY-RECORD.
           02 BC-ACCOUNT-NUMBER         PIC X(20).
           02 BC-BALANCE
               PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

      * Den side der indlaeses lige nu: "B" = basiskoerslen,
      * "N" = den nye koersel.
       01 run-side                      PIC X(1) VALUE "B".
       01 run-dir                       PIC X(100) VALUE SPACES.
       01 run-file-name                 PIC X(40) VALUE SPACES.
       01 file-missing-base             PIC X(1) VALUE "N".
       01 file-missing-new              PIC X(1) VALUE "N".

      * Omraadet der sammenlignes og dets felter, i raekkefoelge;
      * FN-IGNORED saettes ud fra ignoreringsreglerne.
       01 area-code                     PIC X(5) VALUE SPACES.
       01 FIELD-NAME-MAX                PIC 9(2) VALUE 18.
       01 FIELD-NAME-ARRAY              OCCURS 18 TIMES
                                        INDEXED BY idx-fn.
           02 FN-NAME                   PIC X(20) VALUE SPACES.
           02 FN-IGNORED                PIC X(1) VALUE "N".
       01 field-count                   PIC 9(2) VALUE ZEROES.
       01 fld                           PIC 9(2) VALUE ZEROES.

       01 IGNORE-ARRAY-MAX              PIC 9(3) VALUE 100.
       01 IGNORE-ARRAY                  OCCURS 100 TIMES
                                        INDEXED BY idx-ig.
           02 IG-AREA                   PIC X(5) VALUE SPACES.
           02 IG-FIELD                  PIC X(20) VALUE SPACES.
       01 ignore-count                  PIC 9(3) VALUE ZEROES.
       01 ignore-source                 PIC X(20) VALUE SPACES.

      * Sammenligningsraekker: noegle plus feltvaerdier som tekst,
      * en tabel pr. koersel. Ubrugte pladser har HIGH-VALUES i
      * noeglen og sorterer sidst, saa de to tabeller kan loebes
      * igennem i noegleorden efter SORT.
       01 ROW-ARRAY-MAX                 PIC 9(5) VALUE 20000.
       01 BASE-ROW-ARRAY                OCCURS 20000 TIMES
                                   ASCENDING KEY IS BR-KEY
                                   INDEXED BY idx-br.
           02 BR-KEY                    PIC X(40) VALUE HIGH-VALUES.
           02 BR-VALUE                  PIC X(40) OCCURS 18 TIMES
                                        VALUE SPACES.
       01 base-row-count                PIC 9(5) VALUE ZEROES.
       01 NEW-ROW-ARRAY                 OCCURS 20000 TIMES
                                   ASCENDING KEY IS NR-KEY
                                   INDEXED BY idx-nr.
           02 NR-KEY                    PIC X(40) VALUE HIGH-VALUES.
           02 NR-VALUE                  PIC X(40) OCCURS 18 TIMES
                                        VALUE SPACES.
       01 new-row-count                 PIC 9(5) VALUE ZEROES.
       01 ROW-WORK.
           02 RW-KEY                    PIC X(40) VALUE SPACES.
           02 RW-VALUE                  PIC X(40) OCCURS 18 TIMES
                                        VALUE SPACES.
       01 base-pos                      PIC 9(5) VALUE ZEROES.
       01 new-pos                       PIC 9(5) VALUE ZEROES.
       01 row-changed                   PIC X(1) VALUE "N".

      * Udtog samlet pr. kunde for den side der indlaeses; en
      * kunde med flere konti har flere saldoafsnit i samme blok.
       01 STMT-ARRAY-MAX                PIC 9(5) VALUE 20000.
       01 STMT-ARRAY                    OCCURS 20000 TIMES
                                        INDEXED BY idx-st.
           02 ST-KEY                    PIC X(40) VALUE SPACES.
           02 ST-NAME                   PIC X(40) VALUE SPACES.
           02 ST-ADDRESS                PIC X(40) VALUE SPACES.
           02 ST-OPENING                PIC S9(11)V99 VALUE ZEROES.
           02 ST-CLOSING                PIC S9(11)V99 VALUE ZEROES.
           02 ST-TXN-COUNT              PIC 9(6) VALUE ZEROES.
           02 ST-LINE-COUNT             PIC 9(6) VALUE ZEROES.
           02 ST-HASH                   PIC 9(9) VALUE ZEROES.
           02 ST-STMT-NUMBER            PIC X(9) VALUE SPACES.
           02 ST-RUN-DATE               PIC X(8) VALUE SPACES.
           02 ST-CHANNEL                PIC X(1) VALUE SPACES.
       01 stmt-count                    PIC 9(5) VALUE ZEROES.
       01 stmt-slot                     PIC 9(5) VALUE ZEROES.

      * Blokken der laeses lige nu (fra "====" til naeste).
       01 block-open                    PIC X(1) VALUE "N".
       01 blk-stmt-number               PIC X(9) VALUE SPACES.
       01 blk-name                      PIC X(40) VALUE SPACES.
       01 blk-address                   PIC X(40) VALUE SPACES.
       01 blk-opening                   PIC S9(11)V99 VALUE ZEROES.
       01 blk-closing                   PIC S9(11)V99 VALUE ZEROES.
       01 blk-txn-count                 PIC 9(6) VALUE ZEROES.
       01 blk-line-count                PIC 9(6) VALUE ZEROES.
       01 blk-hash                      PIC 9(9) VALUE ZEROES.
       01 blk-key                       PIC X(40) VALUE SPACES.
       01 blk-run-date                  PIC X(8) VALUE SPACES.
       01 blk-channel                   PIC X(1) VALUE SPACES.
       01 balance-text                  PIC X(30) VALUE SPACES.
       01 balance-value                 PIC S9(11)V99 VALUE ZEROES.

       01 line-length                   PIC 9(3) VALUE ZEROES.
       01 hash-pos                      PIC 9(3) VALUE ZEROES.
       01 line-hash                     PIC 9(9) VALUE ZEROES.

      * Koerslens statement-register.txt: udtogsnummer til kunde.
       01 REGISTER-ARRAY-MAX            PIC 9(5) VALUE 20000.
       01 REGISTER-ARRAY                OCCURS 20000 TIMES
                                        INDEXED BY idx-rg.
           02 RA-STATEMENT-NUMBER       PIC X(9) VALUE SPACES.
           02 RA-CLIENT-ID              PIC X(10) VALUE SPACES.
           02 RA-RUN-DATE               PIC X(8) VALUE SPACES.
           02 RA-CHANNEL                PIC X(1) VALUE SPACES.
       01 register-count                PIC 9(5) VALUE ZEROES.

      * Hovedbogskonti for den side der indlaeses.
       01 GL-ARRAY-MAX                  PIC 9(3) VALUE 500.
       01 GL-ARRAY                      OCCURS 500 TIMES
                                        INDEXED BY idx-gl.
           02 GL-ACCOUNT                PIC X(8) VALUE SPACES.
           02 GL-DEBIT                  PIC 9(13)V99 VALUE ZEROES.
           02 GL-CREDIT                 PIC 9(13)V99 VALUE ZEROES.
       01 gl-count                      PIC 9(3) VALUE ZEROES.
       01 parsed-gl-account             PIC X(8) VALUE SPACES.
       01 parsed-side                   PIC X(1) VALUE SPACES.
       01 parsed-amount-text            PIC X(13) VALUE SPACES.
       01 parsed-amount                 PIC 9(11)V99 VALUE ZEROES.

       01 posting-seq                   PIC 9(6) VALUE ZEROES.
      * Posteringens plads i filen, kun til at sortere poster med
      * samme reference og type i filens raekkefoelge foer de
      * nummereres; nummeret erstatter derefter pladsen i noeglen.
       01 posting-line-seq              PIC 9(6) VALUE ZEROES.
       01 occurrence-seq                PIC 9(6) VALUE ZEROES.
       01 prior-ref-type                PIC X(14) VALUE SPACES.

      * Kontroltotaler for omraadet, basis og ny side om side.
       01 CONTROL-ARRAY                 OCCURS 3 TIMES
                                        INDEXED BY idx-ctl.
           02 CTL-NAME                  PIC X(20) VALUE SPACES.
           02 CTL-IS-COUNT              PIC X(1) VALUE "N".
           02 CTL-BASE                  PIC S9(13)V99 VALUE ZEROES.
           02 CTL-NEW                   PIC S9(13)V99 VALUE ZEROES.
       01 control-count                 PIC 9(1) VALUE ZEROES.
       01 ctl-slot                      PIC 9(1) VALUE ZEROES.
       01 ctl-amount                    PIC S9(13)V99 VALUE ZEROES.
       01 ctl-status                    PIC X(7) VALUE SPACES.

       01 amount-display                PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 ctl-base-display              PIC X(20) VALUE SPACES.
       01 ctl-new-display               PIC X(20) VALUE SPACES.
       01 count-display                 PIC Z(5)9.
       01 ctl-count-display             PIC Z(12)9.

      * Batch control totals, pr. omraade og for hele koerslen
       01 area-added                    PIC 9(6) VALUE ZEROES.
       01 area-missing                  PIC 9(6) VALUE ZEROES.
       01 area-changed                  PIC 9(6) VALUE ZEROES.
       01 area-ignored                  PIC 9(6) VALUE ZEROES.
       01 total-added                   PIC 9(6) VALUE ZEROES.
       01 total-missing                 PIC 9(6) VALUE ZEROES.
       01 total-changed-fields          PIC 9(6) VALUE ZEROES.
       01 total-ignored                 PIC 9(6) VALUE ZEROES.
       01 control-breaks                PIC 9(3) VALUE ZEROES.
       01 comparison-result             PIC X(7) VALUE "OK".

       PROCEDURE DIVISION.

       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       UNSTRING WS-RUN-PARM DELIMITED BY ALL " "
           INTO WS-BASE-DIR WS-NEW-DIR
       IF WS-BASE-DIR = SPACES OR WS-NEW-DIR = SPACES
           DISPLAY "RUNCOMP: usage: opgave163 BASIS-BIBLIOTEK "
               "NYT-BIBLIOTEK"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-BASE-DIR = WS-NEW-DIR
           DISPLAY "RUNCOMP: the two run directories are the same"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       ACCEPT WS-IGNORE-FILENAME
           FROM ENVIRONMENT "RUN_COMPARISON_IGNORE_FILE"
       IF WS-IGNORE-FILENAME = SPACES
           MOVE "run-comparison-ignore.txt" TO WS-IGNORE-FILENAME
       END-IF

       ACCEPT WS-REPORT-FILENAME
           FROM ENVIRONMENT "RUN_COMPARISON_REPORT_FILE"
       IF WS-REPORT-FILENAME = SPACES
           MOVE "run-comparison-report.txt" TO WS-REPORT-FILENAME
       END-IF

       PERFORM LOAD-IGNORE-RULES.

       OPEN OUTPUT OUTPUT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "RUNCOMP: cannot open " WS-REPORT-FILENAME ", "
               "file status " WS-REPORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "Parallelkoersel - sammenligning af to koerslers output"
           TO INFO
       WRITE REPORT-LINE
       MOVE SPACES TO INFO
       STRING "Basis: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
           "  Ny: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-NEW-DIR) DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       MOVE SPACES TO INFO
       STRING "Ignoreringsregler: " DELIMITED BY SIZE
           FUNCTION TRIM(ignore-source) DELIMITED BY SIZE
           INTO INFO
       WRITE REPORT-LINE
       PERFORM VARYING idx-ig FROM 1 BY 1
               UNTIL idx-ig > ignore-count
           MOVE SPACES TO INFO
           STRING "IGNORER: omraade=" DELIMITED BY SIZE
               IG-AREA(idx-ig) DELIMITED BY SPACE
               " felt=" DELIMITED BY SIZE
               IG-FIELD(idx-ig) DELIMITED BY SPACE
               INTO INFO
           WRITE REPORT-LINE
       END-PERFORM
       MOVE "-----------------------------------------------" TO INFO
       WRITE REPORT-LINE

       PERFORM COMPARE-STATEMENTS.
       PERFORM COMPARE-BALANCES.
       PERFORM COMPARE-POSTINGS.
       PERFORM COMPARE-JOURNAL.

       IF total-added > 0 OR total-missing > 0
               OR total-changed-fields > 0 OR control-breaks > 0
           MOVE "AFVIGER" TO comparison-result
       END-IF

       MOVE SPACES TO INFO
       STRING "TRAILER: tilfoejet=" DELIMITED BY SIZE
           total-added DELIMITED BY SIZE
           " mangler=" DELIMITED BY SIZE
           total-missing DELIMITED BY SIZE
           " aendrede-felter=" DELIMITED BY SIZE
           total-changed-fields DELIMITED BY SIZE
           " ignorerede-felter=" DELIMITED BY SIZE
           total-ignored DELIMITED BY SIZE
           " kontrol-afvigelser=" DELIMITED BY SIZE
           control-breaks DELIMITED BY SIZE
           " resultat=" DELIMITED BY SIZE
           comparison-result DELIMITED BY SPACE
           INTO INFO
       WRITE REPORT-LINE
       CLOSE OUTPUT-REPORT.

       DISPLAY "RUNCOMP: " total-added " added, " total-missing
           " missing, " total-changed-fields " changed field(s), "
           total-ignored " ignored, " control-breaks
           " control total(s) out - " FUNCTION TRIM(comparison-result)

       IF comparison-result NOT = "OK"
           MOVE 8 TO RETURN-CODE
       END-IF

       STOP RUN.

      * --------------------- PARAGRAPH SECTION ------------------------
      * Reglerne laeses én gang; FN-IGNORED saettes pr. omraade af
      * MARK-IGNORED-FIELDS.
       LOAD-IGNORE-RULES.
           OPEN INPUT INPUT-IGNORE
           IF WS-IGNORE-STATUS = "35"
               MOVE "standard" TO ignore-source
               MOVE 2 TO ignore-count
               MOVE "ALLE" TO IG-AREA(1)
               MOVE "KOERSELSDATO" TO IG-FIELD(1)
               MOVE "ALLE" TO IG-AREA(2)
               MOVE "UDTOGSNR" TO IG-FIELD(2)
           ELSE
           IF WS-IGNORE-STATUS NOT = "00"
               DISPLAY "RUNCOMP: cannot open " WS-IGNORE-FILENAME
                   ", file status " WS-IGNORE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE WS-IGNORE-FILENAME TO ignore-source
               PERFORM UNTIL EOF-IGNORE = "Y"
                   READ INPUT-IGNORE
                       AT END
                           MOVE "Y" TO EOF-IGNORE
                       NOT AT END
                           IF IGNORE-LINE NOT = SPACES
                                   AND IGNORE-LINE(1:1) NOT = "*"
                               PERFORM ADD-IGNORE-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-IGNORE
           END-IF
           END-IF.
       EXIT.

       ADD-IGNORE-RULE.
           IF ignore-count >= IGNORE-ARRAY-MAX
               DISPLAY "RUNCOMP: IGNORE-ARRAY is full, cannot load "
                   "more of " WS-IGNORE-FILENAME
               MOVE "Y" TO EOF-IGNORE
           ELSE
               ADD 1 TO ignore-count
               MOVE FUNCTION UPPER-CASE(IGNORE-LINE) TO IGNORE-LINE
               UNSTRING FUNCTION TRIM(IGNORE-LINE) DELIMITED BY ALL " "
                   INTO IG-AREA(ignore-count) IG-FIELD(ignore-count)
           END-IF.
       EXIT.

       MARK-IGNORED-FIELDS.
           PERFORM VARYING fld FROM 1 BY 1 UNTIL fld > field-count
               MOVE "N" TO FN-IGNORED(fld)
               PERFORM VARYING idx-ig FROM 1 BY 1
                       UNTIL idx-ig > ignore-count
                   IF (IG-AREA(idx-ig) = "ALLE"
                           OR IG-AREA(idx-ig) = area-code)
                       AND IG-FIELD(idx-ig) = FN-NAME(fld)
                       MOVE "Y" TO FN-IGNORED(fld)
                   END-IF
               END-PERFORM
           END-PERFORM.
       EXIT.

      * Faelles forberedelse foer et omraade indlaeses; omraadets
      * paragraf har sat area-code, feltnavne og kontrolnavne.
       START-AREA.
           PERFORM MARK-IGNORED-FIELDS
           MOVE ZEROES TO base-row-count
           MOVE ZEROES TO new-row-count
           MOVE ZEROES TO area-added
           MOVE ZEROES TO area-missing
           MOVE ZEROES TO area-changed
           MOVE ZEROES TO area-ignored
           MOVE "N" TO file-missing-base
           MOVE "N" TO file-missing-new
           PERFORM VARYING idx-ctl FROM 1 BY 1 UNTIL idx-ctl > 3
               MOVE ZEROES TO CTL-BASE(idx-ctl)
               MOVE ZEROES TO CTL-NEW(idx-ctl)
           END-PERFORM.
       EXIT.

      * Filen run-file-name i run-dir; en fil der mangler i en af
      * koerslerne laeses som tom og noteres i rapporten.
       OPEN-RUN-FILE.
           MOVE SPACES TO WS-RUN-FILENAME
           STRING FUNCTION TRIM(run-dir) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(run-file-name) DELIMITED BY SIZE
               INTO WS-RUN-FILENAME
           MOVE "N" TO EOF-RUN
           OPEN INPUT INPUT-RUN-FILE
           IF WS-RUN-STATUS = "35"
               MOVE "Y" TO EOF-RUN
               IF run-side = "B"
                   MOVE "Y" TO file-missing-base
               ELSE
                   MOVE "Y" TO file-missing-new
               END-IF
           ELSE
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "RUNCOMP: cannot open " WS-RUN-FILENAME
                   ", file status " WS-RUN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.
       EXIT.

       CLOSE-RUN-FILE.
           IF WS-RUN-STATUS NOT = "35"
               CLOSE INPUT-RUN-FILE
           END-IF.
       EXIT.

       ADD-TO-CONTROL.
           IF run-side = "B"
               ADD ctl-amount TO CTL-BASE(ctl-slot)
           ELSE
               ADD ctl-amount TO CTL-NEW(ctl-slot)
           END-IF.
       EXIT.

      * ROW-WORK ind i tabellen for den side der indlaeses.
       ADD-ROW.
           IF run-side = "B"
               IF base-row-count >= ROW-ARRAY-MAX
                   DISPLAY "RUNCOMP: BASE-ROW-ARRAY is full, cannot "
                       "load more of " WS-RUN-FILENAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO base-row-count
               MOVE ROW-WORK TO BASE-ROW-ARRAY(base-row-count)
           ELSE
               IF new-row-count >= ROW-ARRAY-MAX
                   DISPLAY "RUNCOMP: NEW-ROW-ARRAY is full, cannot "
                       "load more of " WS-RUN-FILENAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO new-row-count
               MOVE ROW-WORK TO NEW-ROW-ARRAY(new-row-count)
           END-IF.
       EXIT.

      * Begge sider sorteres paa noeglen og loebes igennem i takt:
      * en noegle kun i basis mangler i den nye koersel, en noegle
      * kun i den nye er tilfoejet, og en faelles noegle
      * sammenlignes felt for felt.
       FINISH-AREA.
           SORT BASE-ROW-ARRAY
           SORT NEW-ROW-ARRAY
           MOVE 1 TO base-pos
           MOVE 1 TO new-pos
           PERFORM UNTIL base-pos > base-row-count
                   AND new-pos > new-row-count
               EVALUATE TRUE
                   WHEN base-pos > base-row-count
                       PERFORM REPORT-ADDED-ROW
                       ADD 1 TO new-pos
                   WHEN new-pos > new-row-count
                       PERFORM REPORT-MISSING-ROW
                       ADD 1 TO base-pos
                   WHEN BR-KEY(base-pos) < NR-KEY(new-pos)
                       PERFORM REPORT-MISSING-ROW
                       ADD 1 TO base-pos
                   WHEN BR-KEY(base-pos) > NR-KEY(new-pos)
                       PERFORM REPORT-ADDED-ROW
                       ADD 1 TO new-pos
                   WHEN OTHER
                       PERFORM COMPARE-ROW-FIELDS
                       ADD 1 TO base-pos
                       ADD 1 TO new-pos
               END-EVALUATE
           END-PERFORM

           IF file-missing-base = "Y"
               MOVE SPACES TO INFO
               STRING "FIL-MANGLER: omraade=" DELIMITED BY SIZE
                   area-code DELIMITED BY SPACE
                   " koersel=basis fil=" DELIMITED BY SIZE
                   FUNCTION TRIM(run-file-name) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF
           IF file-missing-new = "Y"
               MOVE SPACES TO INFO
               STRING "FIL-MANGLER: omraade=" DELIMITED BY SIZE
                   area-code DELIMITED BY SPACE
                   " koersel=ny fil=" DELIMITED BY SIZE
                   FUNCTION TRIM(run-file-name) DELIMITED BY SIZE
                   INTO INFO
               WRITE REPORT-LINE
           END-IF

           PERFORM VARYING idx-ctl FROM 1 BY 1
                   UNTIL idx-ctl > control-count
               PERFORM REPORT-CONTROL-TOTAL
           END-PERFORM

           MOVE SPACES TO INFO
           STRING "OMRAADE: omraade=" DELIMITED BY SIZE
               area-code DELIMITED BY SPACE
               " basis=" DELIMITED BY SIZE
               base-row-count DELIMITED BY SIZE
               " ny=" DELIMITED BY SIZE
               new-row-count DELIMITED BY SIZE
               " tilfoejet=" DELIMITED BY SIZE
               area-added DELIMITED BY SIZE
               " mangler=" DELIMITED BY SIZE
               area-missing DELIMITED BY SIZE
               " aendret=" DELIMITED BY SIZE
               area-changed DELIMITED BY SIZE
               " ignoreret=" DELIMITED BY SIZE
               area-ignored DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE
           MOVE "-----------------------------------------------"
               TO INFO
           WRITE REPORT-LINE

           ADD area-added TO total-added
           ADD area-missing TO total-missing
           ADD area-ignored TO total-ignored

           PERFORM VARYING base-pos FROM 1 BY 1
                   UNTIL base-pos > base-row-count
               MOVE HIGH-VALUES TO BR-KEY(base-pos)
           END-PERFORM
           PERFORM VARYING new-pos FROM 1 BY 1
                   UNTIL new-pos > new-row-count
               MOVE HIGH-VALUES TO NR-KEY(new-pos)
           END-PERFORM.
       EXIT.

       REPORT-ADDED-ROW.
           ADD 1 TO area-added
           MOVE SPACES TO INFO
           STRING "TILFOEJET: omraade=" DELIMITED BY SIZE
               area-code DELIMITED BY SPACE
               " noegle=" DELIMITED BY SIZE
               FUNCTION TRIM(NR-KEY(new-pos)) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       REPORT-MISSING-ROW.
           ADD 1 TO area-missing
           MOVE SPACES TO INFO
           STRING "MANGLER: omraade=" DELIMITED BY SIZE
               area-code DELIMITED BY SPACE
               " noegle=" DELIMITED BY SIZE
               FUNCTION TRIM(BR-KEY(base-pos)) DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       COMPARE-ROW-FIELDS.
           MOVE "N" TO row-changed
           PERFORM VARYING fld FROM 1 BY 1 UNTIL fld > field-count
               IF BR-VALUE(base-pos, fld) NOT = NR-VALUE(new-pos, fld)
                   IF FN-IGNORED(fld) = "Y"
                       ADD 1 TO area-ignored
                   ELSE
                       MOVE "Y" TO row-changed
                       ADD 1 TO total-changed-fields
                       PERFORM REPORT-CHANGED-FIELD
                   END-IF
               END-IF
           END-PERFORM
           IF row-changed = "Y"
               ADD 1 TO area-changed
           END-IF.
       EXIT.

       REPORT-CHANGED-FIELD.
           MOVE SPACES TO INFO
           STRING "AENDRET: omraade=" DELIMITED BY SIZE
               area-code DELIMITED BY SPACE
               " noegle=" DELIMITED BY SIZE
               FUNCTION TRIM(BR-KEY(base-pos)) DELIMITED BY SIZE
               " felt=" DELIMITED BY SIZE
               FN-NAME(fld) DELIMITED BY SPACE
               " basis=" DELIMITED BY SIZE
               FUNCTION TRIM(BR-VALUE(base-pos, fld))
                   DELIMITED BY SIZE
               " ny=" DELIMITED BY SIZE
               FUNCTION TRIM(NR-VALUE(new-pos, fld))
                   DELIMITED BY SIZE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

       REPORT-CONTROL-TOTAL.
           IF CTL-BASE(idx-ctl) = CTL-NEW(idx-ctl)
               MOVE "OK" TO ctl-status
           ELSE
               MOVE "AFVIGER" TO ctl-status
               ADD 1 TO control-breaks
           END-IF
           IF CTL-IS-COUNT(idx-ctl) = "Y"
               MOVE CTL-BASE(idx-ctl) TO ctl-count-display
               MOVE ctl-count-display TO ctl-base-display
               MOVE CTL-NEW(idx-ctl) TO ctl-count-display
               MOVE ctl-count-display TO ctl-new-display
           ELSE
               MOVE CTL-BASE(idx-ctl) TO amount-display
               MOVE amount-display TO ctl-base-display
               MOVE CTL-NEW(idx-ctl) TO amount-display
               MOVE amount-display TO ctl-new-display
           END-IF
           MOVE SPACES TO INFO
           STRING "KONTROL: omraade=" DELIMITED BY SIZE
               area-code DELIMITED BY SPACE
               " total=" DELIMITED BY SIZE
               CTL-NAME(idx-ctl) DELIMITED BY SPACE
               " basis=" DELIMITED BY SIZE
               FUNCTION TRIM(ctl-base-display) DELIMITED BY SIZE
               " ny=" DELIMITED BY SIZE
               FUNCTION TRIM(ctl-new-display) DELIMITED BY SIZE
               " status=" DELIMITED BY SIZE
               ctl-status DELIMITED BY SPACE
               INTO INFO
           WRITE REPORT-LINE.
       EXIT.

      * ----------------------------------------------------------------
      * UDTOG: account-statements.txt. En blok begynder ved
      * "===="-linjen; udtogsnummeret slaas op i koerslens
      * statement-register.txt for at finde kunden. Udtogsnummerets
      * linje indgaar ikke i indholds-hashen, saa et nyt
      * loebenummer alene ikke aendrer INDHOLD.
       COMPARE-STATEMENTS.
           MOVE "UDTOG" TO area-code
           MOVE "account-statements.txt" TO run-file-name
           MOVE 10 TO field-count
           MOVE "KUNDE" TO FN-NAME(1)
           MOVE "ADRESSE" TO FN-NAME(2)
           MOVE "SALDO-PRIMO" TO FN-NAME(3)
           MOVE "SALDO-ULTIMO" TO FN-NAME(4)
           MOVE "TRANSAKTIONER" TO FN-NAME(5)
           MOVE "LINJER" TO FN-NAME(6)
           MOVE "INDHOLD" TO FN-NAME(7)
           MOVE "UDTOGSNR" TO FN-NAME(8)
           MOVE "KOERSELSDATO" TO FN-NAME(9)
           MOVE "KANAL" TO FN-NAME(10)
           MOVE 3 TO control-count
           MOVE "record-count" TO CTL-NAME(1)
           MOVE "Y" TO CTL-IS-COUNT(1)
           MOVE "kunder" TO CTL-NAME(2)
           MOVE "Y" TO CTL-IS-COUNT(2)
           MOVE "saldo-ultimo" TO CTL-NAME(3)
           MOVE "N" TO CTL-IS-COUNT(3)
           PERFORM START-AREA

           MOVE "B" TO run-side
           MOVE WS-BASE-DIR TO run-dir
           PERFORM LOAD-STATEMENTS
           MOVE "N" TO run-side
           MOVE WS-NEW-DIR TO run-dir
           PERFORM LOAD-STATEMENTS

           PERFORM FINISH-AREA.
       EXIT.

       LOAD-STATEMENTS.
           PERFORM LOAD-REGISTER
           MOVE ZEROES TO stmt-count
           MOVE "N" TO block-open
           PERFORM OPEN-RUN-FILE
           PERFORM UNTIL EOF-RUN = "Y"
               READ INPUT-RUN-FILE
                   AT END
                       MOVE "Y" TO EOF-RUN
                   NOT AT END
                       PERFORM READ-STATEMENT-LINE
               END-READ
           END-PERFORM
           PERFORM FLUSH-STATEMENT-BLOCK
           PERFORM CLOSE-RUN-FILE

           PERFORM VARYING idx-st FROM 1 BY 1
                   UNTIL idx-st > stmt-count
               PERFORM EMIT-STATEMENT-ROW
           END-PERFORM
           MOVE 2 TO ctl-slot
           MOVE stmt-count TO ctl-amount
           PERFORM ADD-TO-CONTROL.
       EXIT.

       LOAD-REGISTER.
           MOVE ZEROES TO register-count
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING FUNCTION TRIM(run-dir) DELIMITED BY SIZE
               "/statement-register.txt" DELIMITED BY SIZE
               INTO WS-REGISTER-FILENAME
           MOVE "N" TO EOF-REGISTER
           OPEN INPUT INPUT-REGISTER
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL EOF-REGISTER = "Y"
                   READ INPUT-REGISTER
                       AT END
                           MOVE "Y" TO EOF-REGISTER
                       NOT AT END
                           IF register-count < REGISTER-ARRAY-MAX
                               ADD 1 TO register-count
                               MOVE RG-STATEMENT-NUMBER TO
                                   RA-STATEMENT-NUMBER(register-count)
                               MOVE RG-CLIENT-ID
                                   TO RA-CLIENT-ID(register-count)
                               MOVE RG-RUN-DATE
                                   TO RA-RUN-DATE(register-count)
                               MOVE RG-CHANNEL
                                   TO RA-CHANNEL(register-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-REGISTER
           END-IF.
       EXIT.

       READ-STATEMENT-LINE.
           IF RUN-LINE(1:8) = "TRAILER:"
               PERFORM FLUSH-STATEMENT-BLOCK
               IF RUN-LINE(1:22) = "TRAILER: record-count="
                   MOVE 1 TO ctl-slot
                   COMPUTE ctl-amount =
                       FUNCTION NUMVAL(RUN-LINE(23:10))
                   PERFORM ADD-TO-CONTROL
               END-IF
           ELSE
           IF RUN-LINE(1:28) = "============================"
               PERFORM FLUSH-STATEMENT-BLOCK
               MOVE "Y" TO block-open
           ELSE
           IF block-open = "Y" AND RUN-LINE NOT = SPACES
               PERFORM READ-BLOCK-LINE
           END-IF
           END-IF
           END-IF.
       EXIT.

       READ-BLOCK-LINE.
           EVALUATE TRUE
               WHEN RUN-LINE(1:10) = "Udtogsnr.:"
                   MOVE RUN-LINE(12:9) TO blk-stmt-number
               WHEN RUN-LINE(1:13) = "Statement no:"
                   MOVE RUN-LINE(15:9) TO blk-stmt-number
               WHEN OTHER
                   ADD 1 TO blk-line-count
                   PERFORM HASH-BLOCK-LINE
                   PERFORM PICK-BLOCK-FIELDS
           END-EVALUATE.
       EXIT.

       PICK-BLOCK-FIELDS.
           MOVE SPACES TO balance-text
           EVALUATE TRUE
               WHEN RUN-LINE(1:6) = "Kunde:"
                   MOVE RUN-LINE(8:40) TO blk-name
               WHEN RUN-LINE(1:9) = "Customer:"
                   MOVE RUN-LINE(11:40) TO blk-name
               WHEN RUN-LINE(1:8) = "Adresse:"
                   MOVE RUN-LINE(10:40) TO blk-address
               WHEN RUN-LINE(1:8) = "Address:"
                   MOVE RUN-LINE(10:40) TO blk-address
               WHEN RUN-LINE(1:12) = "Transaktion:"
                   ADD 1 TO blk-txn-count
               WHEN RUN-LINE(1:12) = "Transaction:"
                   ADD 1 TO blk-txn-count
               WHEN RUN-LINE(1:12) = "Saldo primo:"
                   MOVE RUN-LINE(13:30) TO balance-text
                   PERFORM PARSE-BALANCE-TEXT
                   ADD balance-value TO blk-opening
               WHEN RUN-LINE(1:16) = "Opening balance:"
                   MOVE RUN-LINE(17:30) TO balance-text
                   PERFORM PARSE-BALANCE-TEXT
                   ADD balance-value TO blk-opening
               WHEN RUN-LINE(1:13) = "Saldo ultimo:"
                   MOVE RUN-LINE(14:30) TO balance-text
                   PERFORM PARSE-BALANCE-TEXT
                   ADD balance-value TO blk-closing
               WHEN RUN-LINE(1:16) = "Closing balance:"
                   MOVE RUN-LINE(17:30) TO balance-text
                   PERFORM PARSE-BALANCE-TEXT
                   ADD balance-value TO blk-closing
           END-EVALUATE.
       EXIT.

      * "UKENDT KONTO" og andet ikke-numerisk taeller som nul.
       PARSE-BALANCE-TEXT.
           MOVE ZEROES TO balance-value
           IF FUNCTION TEST-NUMVAL-C(FUNCTION TRIM(balance-text)) = 0
               COMPUTE balance-value =
                   FUNCTION NUMVAL-C(FUNCTION TRIM(balance-text))
           END-IF.
       EXIT.

       HASH-BLOCK-LINE.
           MOVE ZEROES TO line-hash
           COMPUTE line-length =
               FUNCTION LENGTH(FUNCTION TRIM(RUN-LINE TRAILING))
           PERFORM VARYING hash-pos FROM 1 BY 1
                   UNTIL hash-pos > line-length
               COMPUTE line-hash =
                   FUNCTION MOD(line-hash * 31
                       + FUNCTION ORD(RUN-LINE(hash-pos:1)),
                       999999937)
           END-PERFORM
           COMPUTE blk-hash =
               FUNCTION MOD(blk-hash * 7 + line-hash, 999999937).
       EXIT.

      * Blokken foldes ind paa kundens plads; samme kunde to gange
      * i samme fil laegges sammen.
       FLUSH-STATEMENT-BLOCK.
           IF block-open = "Y"
               MOVE SPACES TO blk-key
               MOVE SPACES TO blk-run-date
               MOVE SPACES TO blk-channel
               IF blk-stmt-number NOT = SPACES
                   SET idx-rg TO 1
                   SEARCH REGISTER-ARRAY
                       AT END
                           CONTINUE
                       WHEN RA-STATEMENT-NUMBER(idx-rg)
                               = blk-stmt-number
                           MOVE RA-CLIENT-ID(idx-rg) TO blk-key
                           MOVE RA-RUN-DATE(idx-rg) TO blk-run-date
                           MOVE RA-CHANNEL(idx-rg) TO blk-channel
                   END-SEARCH
               END-IF
               IF blk-key = SPACES
                   STRING "NAVN:" DELIMITED BY SIZE
                       FUNCTION TRIM(blk-name) DELIMITED BY SIZE
                       INTO blk-key
               END-IF
               PERFORM FIND-OR-ADD-STATEMENT
               IF stmt-slot NOT = ZEROES
                   IF ST-NAME(stmt-slot) = SPACES
                       MOVE blk-name TO ST-NAME(stmt-slot)
                       MOVE blk-address TO ST-ADDRESS(stmt-slot)
                       MOVE blk-stmt-number
                           TO ST-STMT-NUMBER(stmt-slot)
                       MOVE blk-run-date TO ST-RUN-DATE(stmt-slot)
                       MOVE blk-channel TO ST-CHANNEL(stmt-slot)
                   END-IF
                   ADD blk-opening TO ST-OPENING(stmt-slot)
                   ADD blk-closing TO ST-CLOSING(stmt-slot)
                   ADD blk-txn-count TO ST-TXN-COUNT(stmt-slot)
                   ADD blk-line-count TO ST-LINE-COUNT(stmt-slot)
                   COMPUTE ST-HASH(stmt-slot) =
                       FUNCTION MOD(ST-HASH(stmt-slot) + blk-hash,
                           999999937)
               END-IF
               MOVE 3 TO ctl-slot
               MOVE blk-closing TO ctl-amount
               PERFORM ADD-TO-CONTROL
           END-IF
           MOVE "N" TO block-open
           MOVE SPACES TO blk-stmt-number
           MOVE SPACES TO blk-name
           MOVE SPACES TO blk-address
           MOVE ZEROES TO blk-opening
           MOVE ZEROES TO blk-closing
           MOVE ZEROES TO blk-txn-count
           MOVE ZEROES TO blk-line-count
           MOVE ZEROES TO blk-hash.
       EXIT.

       FIND-OR-ADD-STATEMENT.
           MOVE ZEROES TO stmt-slot
           PERFORM VARYING idx-st FROM 1 BY 1
                   UNTIL idx-st > stmt-count OR stmt-slot NOT = ZEROES
               IF ST-KEY(idx-st) = blk-key
                   SET stmt-slot TO idx-st
               END-IF
           END-PERFORM
           IF stmt-slot = ZEROES
               IF stmt-count >= STMT-ARRAY-MAX
                   DISPLAY "RUNCOMP: STMT-ARRAY is full, cannot load "
                       "more of " WS-RUN-FILENAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO stmt-count
               MOVE stmt-count TO stmt-slot
               MOVE blk-key TO ST-KEY(stmt-slot)
               MOVE SPACES TO ST-NAME(stmt-slot)
               MOVE SPACES TO ST-ADDRESS(stmt-slot)
               MOVE ZEROES TO ST-OPENING(stmt-slot)
               MOVE ZEROES TO ST-CLOSING(stmt-slot)
               MOVE ZEROES TO ST-TXN-COUNT(stmt-slot)
               MOVE ZEROES TO ST-LINE-COUNT(stmt-slot)
               MOVE ZEROES TO ST-HASH(stmt-slot)
           END-IF.
       EXIT.

       EMIT-STATEMENT-ROW.
           MOVE SPACES TO ROW-WORK
           MOVE ST-KEY(idx-st) TO RW-KEY
           MOVE ST-NAME(idx-st) TO RW-VALUE(1)
           MOVE ST-ADDRESS(idx-st) TO RW-VALUE(2)
           MOVE ST-OPENING(idx-st) TO amount-display
           MOVE amount-display TO RW-VALUE(3)
           MOVE ST-CLOSING(idx-st) TO amount-display
           MOVE amount-display TO RW-VALUE(4)
           MOVE ST-TXN-COUNT(idx-st) TO count-display
           MOVE count-display TO RW-VALUE(5)
           MOVE ST-LINE-COUNT(idx-st) TO count-display
           MOVE count-display TO RW-VALUE(6)
           MOVE ST-HASH(idx-st) TO RW-VALUE(7)
           MOVE ST-STMT-NUMBER(idx-st) TO RW-VALUE(8)
           MOVE ST-RUN-DATE(idx-st) TO RW-VALUE(9)
           MOVE ST-CHANNEL(idx-st) TO RW-VALUE(10)
           PERFORM ADD-ROW.
       EXIT.

      * ----------------------------------------------------------------
      * SALDO: balance-carry-forward.txt pr. konto.
       COMPARE-BALANCES.
           MOVE "SALDO" TO area-code
           MOVE "balance-carry-forward.txt" TO run-file-name
           MOVE 1 TO field-count
           MOVE "SALDO" TO FN-NAME(1)
           MOVE 2 TO control-count
           MOVE "konti" TO CTL-NAME(1)
           MOVE "Y" TO CTL-IS-COUNT(1)
           MOVE "saldo-sum" TO CTL-NAME(2)
           MOVE "N" TO CTL-IS-COUNT(2)
           PERFORM START-AREA

           MOVE "B" TO run-side
           MOVE WS-BASE-DIR TO run-dir
           PERFORM LOAD-BALANCES
           MOVE "N" TO run-side
           MOVE WS-NEW-DIR TO run-dir
           PERFORM LOAD-BALANCES

           PERFORM FINISH-AREA.
       EXIT.

       LOAD-BALANCES.
           PERFORM OPEN-RUN-FILE
           PERFORM UNTIL EOF-RUN = "Y"
               READ INPUT-RUN-FILE INTO BALANCE-CARRY-RECORD
                   AT END
                       MOVE "Y" TO EOF-RUN
                   NOT AT END
                       IF BC-ACCOUNT-NUMBER NOT = SPACES
                           MOVE SPACES TO ROW-WORK
                           MOVE BC-ACCOUNT-NUMBER TO RW-KEY
                           MOVE BC-BALANCE TO amount-display
                           MOVE amount-display TO RW-VALUE(1)
                           PERFORM ADD-ROW
                           MOVE 1 TO ctl-slot
                           MOVE 1 TO ctl-amount
                           PERFORM ADD-TO-CONTROL
                           MOVE 2 TO ctl-slot
                           MOVE BC-BALANCE TO ctl-amount
                           PERFORM ADD-TO-CONTROL
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-RUN-FILE.
       EXIT.

      * ----------------------------------------------------------------
      * POST: transactions-validated.txt pr. TRANSACTION-REF og
      * TRANSACTION-TYPE. Referencen er ikke entydig - overfoerslens
      * T/F-ben og INTPOST's rentekredit og kildeskat deler den - saa
      * noeglen er reference, type og et loebenummer blandt posterne
      * med samme reference og type i filens raekkefoelge. Aeldre
      * poster uden reference faar noeglen "UDEN-REF:" plus deres
      * loebenummer blandt de referenceloese i filen.
       COMPARE-POSTINGS.
           MOVE "POST" TO area-code
           MOVE "transactions-validated.txt" TO run-file-name
           MOVE 18 TO field-count
           MOVE "CLIENT-ID" TO FN-NAME(1)
           MOVE "ACCOUNT-NUMBER" TO FN-NAME(2)
           MOVE "REG-NR" TO FN-NAME(3)
           MOVE "OWNER" TO FN-NAME(4)
           MOVE "STREET-ADDRESS" TO FN-NAME(5)
           MOVE "TRANSACTION-DATE" TO FN-NAME(6)
           MOVE "TRANSACTION-TYPE" TO FN-NAME(7)
           MOVE "AMOUNT" TO FN-NAME(8)
           MOVE "OPERATOR-ID" TO FN-NAME(9)
           MOVE "COUNTERPARTY-ACCOUNT" TO FN-NAME(10)
           MOVE "TRANSFER-REF" TO FN-NAME(11)
           MOVE "TRANSACTION-CURRENCY" TO FN-NAME(12)
           MOVE "VALUE-DATE" TO FN-NAME(13)
           MOVE "REVERSAL-OF-REF" TO FN-NAME(14)
           MOVE "REVERSAL-OF-TYPE" TO FN-NAME(15)
           MOVE "PURPOSE-CATEGORY" TO FN-NAME(16)
           MOVE "TPP-PROVIDER-ID" TO FN-NAME(17)
           MOVE "PAYMENT-CARD-NUMBER" TO FN-NAME(18)
           MOVE 2 TO control-count
           MOVE "poster" TO CTL-NAME(1)
           MOVE "Y" TO CTL-IS-COUNT(1)
           MOVE "beloeb-sum" TO CTL-NAME(2)
           MOVE "N" TO CTL-IS-COUNT(2)
           PERFORM START-AREA

           MOVE "B" TO run-side
           MOVE WS-BASE-DIR TO run-dir
           PERFORM LOAD-POSTINGS
           MOVE "N" TO run-side
           MOVE WS-NEW-DIR TO run-dir
           PERFORM LOAD-POSTINGS

           PERFORM NUMBER-POSTING-OCCURRENCES
           PERFORM FINISH-AREA.
       EXIT.

       LOAD-POSTINGS.
           MOVE ZEROES TO posting-seq
           MOVE ZEROES TO posting-line-seq
           PERFORM OPEN-RUN-FILE
           PERFORM UNTIL EOF-RUN = "Y"
               READ INPUT-RUN-FILE INTO TRANSACTION-RECORD
                   AT END
                       MOVE "Y" TO EOF-RUN
                   NOT AT END
                       IF TRANSACTION-RECORD NOT = SPACES
                           PERFORM EMIT-POSTING-ROW
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-RUN-FILE.
       EXIT.

      * Begge sider sorteres, saa poster med samme reference og type
      * ligger samlet i filens raekkefoelge (pladsen i noeglen), og
      * pladsen erstattes af loebenummeret i gruppen. Raekkefoelgen
      * aendres ikke af det, saa tabellerne forbliver sorterede.
       NUMBER-POSTING-OCCURRENCES.
           SORT BASE-ROW-ARRAY
           SORT NEW-ROW-ARRAY
           MOVE SPACES TO prior-ref-type
           PERFORM VARYING base-pos FROM 1 BY 1
                   UNTIL base-pos > base-row-count
               IF BR-KEY(base-pos)(1:9) NOT = "UDEN-REF:"
                   IF BR-KEY(base-pos)(1:14) = prior-ref-type
                       ADD 1 TO occurrence-seq
                   ELSE
                       MOVE 1 TO occurrence-seq
                       MOVE BR-KEY(base-pos)(1:14) TO prior-ref-type
                   END-IF
                   MOVE occurrence-seq TO BR-KEY(base-pos)(16:6)
               END-IF
           END-PERFORM
           MOVE SPACES TO prior-ref-type
           PERFORM VARYING new-pos FROM 1 BY 1
                   UNTIL new-pos > new-row-count
               IF NR-KEY(new-pos)(1:9) NOT = "UDEN-REF:"
                   IF NR-KEY(new-pos)(1:14) = prior-ref-type
                       ADD 1 TO occurrence-seq
                   ELSE
                       MOVE 1 TO occurrence-seq
                       MOVE NR-KEY(new-pos)(1:14) TO prior-ref-type
                   END-IF
                   MOVE occurrence-seq TO NR-KEY(new-pos)(16:6)
               END-IF
           END-PERFORM.
       EXIT.

       EMIT-POSTING-ROW.
           MOVE SPACES TO ROW-WORK
           IF TRANSACTION-REF OF TRANSACTION-RECORD = SPACES
               ADD 1 TO posting-seq
               STRING "UDEN-REF:" DELIMITED BY SIZE
                   posting-seq DELIMITED BY SIZE
                   INTO RW-KEY
           ELSE
               ADD 1 TO posting-line-seq
               STRING TRANSACTION-REF OF TRANSACTION-RECORD
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRANSACTION-TYPE OF TRANSACTION-RECORD
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   posting-line-seq DELIMITED BY SIZE
                   INTO RW-KEY
           END-IF
           MOVE CLIENT-ID OF TRANSACTION-RECORD TO RW-VALUE(1)
           MOVE ACCOUNT-NUMBER OF TRANSACTION-RECORD TO RW-VALUE(2)
           MOVE REG-NR OF TRANSACTION-RECORD TO RW-VALUE(3)
           MOVE OWNER OF TRANSACTION-RECORD TO RW-VALUE(4)
           MOVE STREET-ADDRESS OF TRANSACTION-RECORD TO RW-VALUE(5)
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD
               TO RW-VALUE(6)
           MOVE TRANSACTION-TYPE OF TRANSACTION-RECORD
               TO RW-VALUE(7)
           MOVE AMOUNT OF TRANSACTION-RECORD TO amount-display
           MOVE amount-display TO RW-VALUE(8)
           MOVE OPERATOR-ID OF TRANSACTION-RECORD TO RW-VALUE(9)
           MOVE COUNTERPARTY-ACCOUNT OF TRANSACTION-RECORD
               TO RW-VALUE(10)
           MOVE TRANSFER-REF OF TRANSACTION-RECORD TO RW-VALUE(11)
           MOVE TRANSACTION-CURRENCY OF TRANSACTION-RECORD
               TO RW-VALUE(12)
           MOVE VALUE-DATE OF TRANSACTION-RECORD TO RW-VALUE(13)
           MOVE REVERSAL-OF-REF OF TRANSACTION-RECORD
               TO RW-VALUE(14)
           MOVE REVERSAL-OF-TYPE OF TRANSACTION-RECORD
               TO RW-VALUE(15)
           MOVE PURPOSE-CATEGORY OF TRANSACTION-RECORD
               TO RW-VALUE(16)
           MOVE TPP-PROVIDER-ID OF TRANSACTION-RECORD
               TO RW-VALUE(17)
           MOVE PAYMENT-CARD-NUMBER OF TRANSACTION-RECORD
               TO RW-VALUE(18)
           PERFORM ADD-ROW
           MOVE 1 TO ctl-slot
           MOVE 1 TO ctl-amount
           PERFORM ADD-TO-CONTROL
           MOVE 2 TO ctl-slot
           MOVE AMOUNT OF TRANSACTION-RECORD TO ctl-amount
           PERFORM ADD-TO-CONTROL.
       EXIT.

      * ----------------------------------------------------------------
      * GL: gl-journal.txt, debet og kredit summeret pr.
      * hovedbogskonto. Linjerne laeses som GLRECON laeser dem:
      * "GL: konto=" + konto (8) + " D/K " + beloeb.
       COMPARE-JOURNAL.
           MOVE "GL" TO area-code
           MOVE "gl-journal.txt" TO run-file-name
           MOVE 2 TO field-count
           MOVE "DEBET" TO FN-NAME(1)
           MOVE "KREDIT" TO FN-NAME(2)
           MOVE 2 TO control-count
           MOVE "debet-sum" TO CTL-NAME(1)
           MOVE "N" TO CTL-IS-COUNT(1)
           MOVE "kredit-sum" TO CTL-NAME(2)
           MOVE "N" TO CTL-IS-COUNT(2)
           PERFORM START-AREA

           MOVE "B" TO run-side
           MOVE WS-BASE-DIR TO run-dir
           PERFORM LOAD-JOURNAL
           MOVE "N" TO run-side
           MOVE WS-NEW-DIR TO run-dir
           PERFORM LOAD-JOURNAL

           PERFORM FINISH-AREA.
       EXIT.

       LOAD-JOURNAL.
           PERFORM VARYING idx-gl FROM 1 BY 1 UNTIL idx-gl > gl-count
               MOVE SPACES TO GL-ACCOUNT(idx-gl)
           END-PERFORM
           MOVE ZEROES TO gl-count
           PERFORM OPEN-RUN-FILE
           PERFORM UNTIL EOF-RUN = "Y"
               READ INPUT-RUN-FILE
                   AT END
                       MOVE "Y" TO EOF-RUN
                   NOT AT END
                       IF RUN-LINE(1:10) = "GL: konto="
                           MOVE RUN-LINE(11:8) TO parsed-gl-account
                           MOVE RUN-LINE(20:1) TO parsed-side
                           MOVE RUN-LINE(22:13) TO parsed-amount-text
                           PERFORM APPLY-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-RUN-FILE

           PERFORM VARYING idx-gl FROM 1 BY 1 UNTIL idx-gl > gl-count
               MOVE SPACES TO ROW-WORK
               MOVE GL-ACCOUNT(idx-gl) TO RW-KEY
               MOVE GL-DEBIT(idx-gl) TO amount-display
               MOVE amount-display TO RW-VALUE(1)
               MOVE GL-CREDIT(idx-gl) TO amount-display
               MOVE amount-display TO RW-VALUE(2)
               PERFORM ADD-ROW
           END-PERFORM.
       EXIT.

       APPLY-JOURNAL-LINE.
           IF parsed-amount-text(1:11) IS NUMERIC
               COMPUTE parsed-amount =
                   FUNCTION NUMVAL(parsed-amount-text) / 100
               SET idx-gl TO 1
               SEARCH GL-ARRAY
                   AT END
                       CONTINUE
                   WHEN GL-ACCOUNT(idx-gl) = parsed-gl-account
                       CONTINUE
               END-SEARCH
               IF idx-gl > gl-count
                   IF gl-count >= GL-ARRAY-MAX
                       DISPLAY "RUNCOMP: GL-ARRAY is full, cannot "
                           "load more of " WS-RUN-FILENAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO gl-count
                   SET idx-gl TO gl-count
                   MOVE parsed-gl-account TO GL-ACCOUNT(idx-gl)
                   MOVE ZEROES TO GL-DEBIT(idx-gl)
                   MOVE ZEROES TO GL-CREDIT(idx-gl)
               END-IF
               IF parsed-side = "D"
                   ADD parsed-amount TO GL-DEBIT(idx-gl)
                   MOVE 1 TO ctl-slot
               ELSE
                   ADD parsed-amount TO GL-CREDIT(idx-gl)
                   MOVE 2 TO ctl-slot
               END-IF
               MOVE parsed-amount TO ctl-amount
               PERFORM ADD-TO-CONTROL
           END-IF.
       EXIT.

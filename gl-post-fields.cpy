      * Arbejdsfelter til hovedbogsposteringerne (gl-post.cpy).
      * Programmet skal selv deklarere:
      *   SELECT GL-MAPPING-FILE
      *   ASSIGN TO DYNAMIC WS-GL-MAPPING-FILENAME ... LINE SEQUENTIAL
      *   FILE STATUS IS WS-GL-MAPPING-STATUS.
      *   SELECT GL-JOURNAL-FILE
      *   ASSIGN TO DYNAMIC WS-GL-JOURNAL-FILENAME ... LINE SEQUENTIAL
      *   FILE STATUS IS WS-GL-JOURNAL-STATUS.
      * med FD GL-MAPPING-FILE / 01 GL-MAPPING-RECORD (GLM-ACCOUNT-
      * TYPE X(10), GLM-TRANSACTION-TYPE X(1), GLM-DEBIT-GL-ACCOUNT
      * X(8), GLM-CREDIT-GL-ACCOUNT X(8) - samme layout som
      * GLEXTRACT's mappingmaster) og FD GL-JOURNAL-FILE /
      * 01 GL-JOURNAL-LINE / 02 GL-JRN-INFO PIC X(100).
      * Linjerne tilfoejes (OPEN EXTEND) gl-adjustments.txt i
      * GLEXTRACT's linjeformat - ikke gl-journal.txt, som GLEXTRACT
      * skriver forfra hver aften. GLEXTRACT tager de ventende linjer
      * med i journalen og toemmer filen; kopien
      * gl-adjustments-extracted.txt laegger GLRECON til den
      * udledte side, saa de afstemmes som alle andre.
       01 WS-GL-MAPPING-FILENAME        PIC X(100)
           VALUE "gl-account-mapping.txt".
       01 WS-GL-MAPPING-STATUS          PIC XX VALUE "00".
       01 WS-GL-JOURNAL-FILENAME        PIC X(100)
           VALUE "gl-adjustments.txt".
       01 WS-GL-JOURNAL-STATUS          PIC XX VALUE "00".
       01 EOF-GL-MAPPING                PIC X VALUE "N".
       01 GL-MAP-ARRAY-MAX              PIC 9(3) VALUE 100.
       01 GL-MAP-ARRAY                  OCCURS 100 TIMES
                                        INDEXED BY idx-glmap.
           02 GLMAP-ACCOUNT-TYPE        PIC X(10) VALUE SPACES.
           02 GLMAP-TRANSACTION-TYPE    PIC X(1) VALUE SPACES.
           02 GLMAP-DEBIT-GL-ACCOUNT    PIC X(8) VALUE SPACES.
           02 GLMAP-CREDIT-GL-ACCOUNT   PIC X(8) VALUE SPACES.
       01 gl-map-count                  PIC 9(3) VALUE ZEROES.
      * POST-GL-ENTRY: account-type, transaktionstype og beloeb ind;
      * gl-post-reverse "Y" bytter debet og kredit (tilbagefoersel).
      * gl-post-mapped er "N" naar parret ikke findes i mappingen -
      * der skrives da intet, og kalderen rapporterer det.
       01 gl-post-account-type          PIC X(10) VALUE SPACES.
       01 gl-post-txn-type              PIC X(1) VALUE SPACES.
       01 gl-post-amount                PIC 9(9)V99 VALUE ZEROES.
       01 gl-post-reverse               PIC X VALUE "N".
       01 gl-post-mapped                PIC X VALUE "N".
       01 gl-debit-total                PIC 9(11)V99 VALUE ZEROES.
       01 gl-credit-total               PIC 9(11)V99 VALUE ZEROES.
       01 gl-unmapped-count             PIC 9(6) VALUE ZEROES.

      * Arbejdsfelter til haevevarslerne (notice-check.cpy).
      * Programmet skal selv deklarere:
      *   SELECT WITHDRAWAL-NOTICES-FILE
      *   ASSIGN TO DYNAMIC WS-NOTICES-FILENAME ... LINE SEQUENTIAL
      *   FILE STATUS IS WS-NOTICES-STATUS.
      *   SELECT NOTICE-TARIFF-FILE
      *   ASSIGN TO DYNAMIC WS-NOTICE-TARIFF-FILENAME ... LINE
      *   SEQUENTIAL FILE STATUS IS WS-NOTICE-TARIFF-STATUS.
      * med FD WITHDRAWAL-NOTICES-FILE / 01 WITHDRAWAL-NOTICE-RECORD /
      * COPY "withdrawal-notices.cpy" og FD NOTICE-TARIFF-FILE /
      * 01 NOTICE-TARIFF-RECORD / 02 NT-TARIFF-KEY PIC X(16) /
      * 02 NT-TARIFF-VALUE PIC 9(7)V99 (samme raekke som FEEPOST's
      * fee-tariff.txt). Strafgebyret er tarifraekken
      * "NOTICE-PENALTY" i procent af det uvarslede beloeb; mangler
      * den (eller er den nul), afvises en uvarslet haevning.
       01 WS-NOTICES-FILENAME           PIC X(100)
           VALUE "withdrawal-notices.txt".
       01 WS-NOTICES-STATUS             PIC XX VALUE "00".
       01 EOF-NOTICES                   PIC X VALUE "N".
       01 NOTICE-ARRAY-MAX              PIC 9(4) VALUE 2000.
       01 NOTICE-ARRAY                  OCCURS 2000 TIMES
                                        INDEXED BY idx-notice.
           COPY "withdrawal-notices.cpy"
               REPLACING LEADING ==WN-== BY ==WN-ARR-==.
       01 notice-count                  PIC 9(4) VALUE ZEROES.

       01 WS-NOTICE-TARIFF-FILENAME     PIC X(100)
           VALUE "fee-tariff.txt".
       01 WS-NOTICE-TARIFF-STATUS       PIC XX VALUE "00".
       01 EOF-NOTICE-TARIFF             PIC X VALUE "N".
       01 notice-penalty-pct            PIC 9(3)V99 VALUE ZEROES.
       01 notice-penalty                PIC 9(7)V99 VALUE ZEROES.

      * FIND-MATURED-NOTICE: konto, beloeb og haevedato ind,
      * notice-found/notice-slot ud.
       01 lookup-notice-account         PIC X(20) VALUE SPACES.
       01 lookup-notice-amount          PIC 9(7)V99 VALUE ZEROES.
       01 lookup-notice-date            PIC X(8) VALUE SPACES.
       01 notice-found                  PIC X VALUE "N".
       01 notice-slot                   PIC 9(4) VALUE ZEROES.

      * Arbejdsfelter til afskrivningskontrollen (writeoff-check.cpy).
      * Programmet skal selv deklarere:
      *   SELECT WRITEOFF-REGISTER-FILE
      *   ASSIGN TO DYNAMIC WS-WRITEOFF-REGISTER-FILENAME ...
      *   LINE SEQUENTIAL
      *   FILE STATUS IS WS-WRITEOFF-REGISTER-STATUS.
      * med FD WRITEOFF-REGISTER-FILE / 01 WRITEOFF-REGISTER-RECORD /
      * COPY "writeoff-register.cpy".
      * En manglende fil betyder blot ingen afskrevne konti.
       01 WS-WRITEOFF-REGISTER-FILENAME PIC X(100)
           VALUE "writeoff-register.txt".
       01 WS-WRITEOFF-REGISTER-STATUS   PIC XX VALUE "00".
       01 EOF-WRITEOFF-REGISTER         PIC X VALUE "N".
       01 WOC-ARRAY-MAX                 PIC 9(4) VALUE 2000.
       01 WOC-ARRAY                     OCCURS 2000 TIMES
                                        INDEXED BY idx-woc.
           02 WOC-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 WOC-WRITEOFF-DATE         PIC X(8) VALUE SPACES.
       01 woc-count                     PIC 9(4) VALUE ZEROES.
      * CHECK-WRITEOFF-POSTING: "Y" naar posteringen i
      * TRANSACTION-RECORD skal bogfoeres paa trods af at WRITEOFF
      * har frosset kontoen.
       01 writeoff-posting              PIC X VALUE "N".

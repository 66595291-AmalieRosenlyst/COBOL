      * Arbejdsfelter til tegningsreglerne (signing-check.cpy).
      * Programmet skal selv deklarere:
      *   SELECT SIGNING-RULES-FILE
      *   ASSIGN TO DYNAMIC WS-SIGNING-FILENAME ... LINE SEQUENTIAL
      *   FILE STATUS IS WS-SIGNING-STATUS.
      * med FD SIGNING-RULES-FILE / 01 SIGNING-RULE-RECORD /
      * COPY "signing-rules.cpy".
      * En manglende fil betyder at ingen konto har tegningsregel.
       01 WS-SIGNING-FILENAME           PIC X(100)
           VALUE "signing-rules.txt".
       01 WS-SIGNING-STATUS             PIC XX VALUE "00".
       01 EOF-SIGNING                   PIC X VALUE "N".
       01 SIGNING-ARRAY-MAX             PIC 9(4) VALUE 500.
       01 SIGNING-ARRAY                 OCCURS 500 TIMES
                                        INDEXED BY idx-sign.
           COPY "signing-rules.cpy"
               REPLACING LEADING ==SR-== BY ==SR-ARR-==.
       01 signing-count                 PIC 9(4) VALUE ZEROES.
      * FIND-SIGNING-RULE: kontonummer ind i lookup-sign-account,
      * sign-rule-found/sign-rule-slot ud. CHECK-SIGNATORY: client-id
      * ind i lookup-signatory (mod reglen i sign-rule-slot),
      * signatory-named ud.
       01 lookup-sign-account           PIC X(20) VALUE SPACES.
       01 sign-rule-found               PIC X VALUE "N".
       01 sign-rule-slot                PIC 9(4) VALUE ZEROES.
       01 lookup-signatory              PIC X(10) VALUE SPACES.
       01 signatory-named               PIC X VALUE "N".
       01 idx-signatory                 PIC 9 VALUE ZEROES.

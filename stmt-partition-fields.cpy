      * Arbejdsfelter til den opdelte kontoudskriftskoersel
      * (stmt-partition.cpy). Programmet skal selv deklarere:
      *   SELECT PARTITIONS-FILE ASSIGN TO DYNAMIC
      *   WS-PARTITIONS-FILENAME ... LINE SEQUENTIAL ...
      *   FILE STATUS IS WS-PARTITIONS-STATUS.
      * med FD PARTITIONS-FILE / 01 PARTITION-RECORD /
      *   COPY "statement-partitions.cpy".
      * samt koersels-laasen (run-lock-fields.cpy og RUN-LOCK-FILE),
      * som CHECK-PARTITION-LOCK laeser. partition-caller saettes
      * til programmets navn foer brug; det staar i fejlbeskederne.
       01 WS-PARTITIONS-FILENAME        PIC X(100)
           VALUE "statement-partitions.txt".
       01 WS-PARTITIONS-STATUS          PIC XX VALUE "00".
       01 EOF-PARTITIONS                PIC X VALUE "N".
       01 PARTITION-ARRAY-MAX           PIC 9(2) VALUE 20.
       01 PARTITION-ARRAY               OCCURS 20 TIMES
                                        INDEXED BY idx-part.
           02 PT-FIRST-CLIENT-ID        PIC X(10) VALUE SPACES.
       01 partition-count               PIC 9(2) VALUE ZEROES.
       01 partition-caller              PIC X(10) VALUE SPACES.
      * Laasen partitionerne koerer under, taget af STMTPART START.
       01 partition-lock-program        PIC X(10) VALUE "STMTPART".
      * SET-PARTITION-RANGE: partition-number ind; kundenumrene fra
      * og med partition-low-client-id til (ikke med)
      * partition-next-client-id ud.
      * BUILD-PARTITION-NAME: partition-number og
      * partition-base-name ind, partition-file-name
      * (<navn>.partNN) ud.
       01 partition-number              PIC 9(2) VALUE ZEROES.
       01 partition-low-client-id       PIC X(10) VALUE LOW-VALUES.
       01 partition-next-client-id      PIC X(10) VALUE HIGH-VALUES.
       01 partition-base-name           PIC X(100) VALUE SPACES.
       01 partition-file-name           PIC X(100) VALUE SPACES.

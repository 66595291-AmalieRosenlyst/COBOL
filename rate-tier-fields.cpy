      * Arbejdsfelter til rentetrappen (rate-tier.cpy).
      * Programmet skal selv deklarere:
      *   SELECT RATE-TIER-FILE
      *   ASSIGN TO DYNAMIC WS-RATE-TIER-FILENAME ... LINE SEQUENTIAL
      *   FILE STATUS IS WS-RATE-TIER-STATUS.
      * med FD RATE-TIER-FILE / 01 RATE-TIER-RECORD /
      * COPY "rate-tiers.cpy".
      * tiers-loaded er "N" naar filen mangler - alle typer
      * forrentes da med en enkelt sats som hidtil.
       01 WS-RATE-TIER-FILENAME         PIC X(100)
           VALUE "rate-tiers.txt".
       01 WS-RATE-TIER-STATUS           PIC XX VALUE "00".
       01 EOF-RATE-TIER                 PIC X VALUE "N".
       01 tiers-loaded                  PIC X VALUE "N".
       01 TIER-ROW-ARRAY-MAX            PIC 9(3) VALUE 500.
       01 TIER-ROW-ARRAY                OCCURS 500 TIMES
                                        INDEXED BY idx-tier-row.
           COPY "rate-tiers.cpy"
               REPLACING LEADING ==RT-== BY ==RT-ARR-==.
       01 tier-row-count                PIC 9(3) VALUE ZEROES.
      * SPLIT-RATE-BANDS: tier-account-type, tier-balance og
      * tier-as-of-date ind; tier-found og TIER-BAND ud - et
      * element pr. baand i stigende orden med saldodelen i
      * baandet og den fortegnsbaerende sats.
       01 tier-account-type             PIC X(10) VALUE SPACES.
       01 tier-balance                  PIC S9(9)V99 VALUE ZEROES.
       01 tier-as-of-date               PIC X(8) VALUE SPACES.
       01 tier-found                    PIC X VALUE "N".
       01 tier-effective-date           PIC X(8) VALUE SPACES.
       01 TIER-BAND-MAX                 PIC 9(1) VALUE 5.
       01 TIER-BAND                     OCCURS 5 TIMES
                                        INDEXED BY idx-tb.
           02 TB-FROM                   PIC 9(9)V99 VALUE ZEROES.
           02 TB-RATE                   PIC S9V9999 VALUE ZEROES.
           02 TB-PORTION                PIC S9(9)V99 VALUE ZEROES.
       01 tier-band-count               PIC 9(1) VALUE ZEROES.
       01 tier-insert-slot              PIC 9(1) VALUE ZEROES.
       01 tier-shift-done               PIC X VALUE "N".
       01 tier-band-upper               PIC 9(9)V99 VALUE ZEROES.

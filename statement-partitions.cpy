      * En raekke pr. partition i statement-partitions.txt, den
      * opdelte kontoudskriftskoersel (opgave10 med
      * STATEMENT_PARTITION, samlet af STMTPART): partitionsnummer
      * 01, 02, ... i raekkefoelge og den foerste client-id
      * partitionen omfatter. En partition gaar til (ikke med) den
      * naeste partitions foerste client-id; partition 01 begynder
      * altid fra bunden og den sidste gaar altid til toppen, saa
      * intet kundenummer falder udenfor.
           02 SPT-PARTITION            PIC 9(2) VALUE ZEROES.
           02 SPT-FIRST-CLIENT-ID      PIC X(10) VALUE SPACES.

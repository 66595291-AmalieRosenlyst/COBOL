      * Haevevarsler paa opsigelseskonti (withdrawal-notices.txt).
      * Et varsel giver ret til at haeve WN-AMOUNT fra og med
      * WN-EARLIEST-DATE (varslingsdagen plus produktets
      * PC-NOTICE-DAYS). Status: A = aktivt varsel, U = udnyttet af
      * haevningen med reference WN-USED-REF, C = annulleret,
      * S = uvarslet haevning med strafgebyr (raekken skrives af
      * TXNEDIT saa en genkoersel ikke opkraever gebyret igen).
           02 WN-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 WN-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 WN-NOTICE-DATE           PIC X(8) VALUE SPACES.
           02 WN-EARLIEST-DATE         PIC X(8) VALUE SPACES.
           02 WN-STATUS                PIC X(1) VALUE SPACES.
           02 WN-USED-REF              PIC X(12) VALUE SPACES.
           02 WN-USED-DATE             PIC X(8) VALUE SPACES.
           02 WN-REQUESTED-BY          PIC X(8) VALUE SPACES.

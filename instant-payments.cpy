      * En raekke pr. straksbetaling i instant-outbound.txt. EXTXFER
      * skriver (og lukker) filen i det oejeblik betalingen er
      * godkendt og debiteret, saa straksclearingens afhentning ser
      * den med det samme; kvitteringen kommer tilbage i
      * instant-ack.txt (instant-ack.cpy). IP-TRANSFER-REF ("IP" +
      * MMDD + loebenummer) staar ogsaa paa debiteringsbenet i
      * transactions.txt, og SETTLE genkender straksbetalingerne paa
      * det praefiks.
           02 IP-TRANSFER-REF          PIC X(10) VALUE SPACES.
           02 IP-DEBIT-ACCOUNT         PIC X(20) VALUE SPACES.
           02 IP-DEBIT-CLIENT-ID       PIC X(10) VALUE SPACES.
           02 IP-CP-REG-NR             PIC X(4) VALUE SPACES.
           02 IP-CP-ACCOUNT            PIC X(20) VALUE SPACES.
           02 IP-BENEFICIARY           PIC X(40) VALUE SPACES.
           02 IP-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
      * Afsendelsestidspunkt YYYYMMDDHHMMSS.
           02 IP-SENT-TIMESTAMP        PIC X(14) VALUE SPACES.

      * Kassebeholdning pr. egen haeveautomat (atm-cash-positions.txt),
      * vedligeholdt af ATMFEED: beholdningen efter seneste koersel
      * (seneste paafyldning minus det automaten siden har udbetalt
      * ifoelge ATM-netvaerkets afviklingsfil), seneste paafyldning
      * og hvad der er udbetalt siden. Ved en genopfyldning
      * sammenholdes den optalte restbeholdning fra den udtagne
      * kassette med den beregnede; forskellen (+ = overskud,
      * - = manko) gemmes i AP-LAST-DIFFERENCE til afstemning.
           02 AP-ATM-ID                PIC X(10) VALUE SPACES.
           02 AP-POSITION-DATE         PIC X(8) VALUE SPACES.
           02 AP-CASH-BALANCE          PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 AP-LAST-LOAD-DATE        PIC X(8) VALUE SPACES.
           02 AP-LAST-LOAD-AMOUNT      PIC 9(9)V99 VALUE ZEROES.
           02 AP-DISPENSED-SINCE-LOAD  PIC 9(9)V99 VALUE ZEROES.
           02 AP-LAST-DIFFERENCE       PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.

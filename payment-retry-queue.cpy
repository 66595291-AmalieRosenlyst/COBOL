      * En raekke pr. udaekket betaling i payment-retry-queue.txt.
      * STANDORD (staaende ordrer) og DDCOLL (Betalingsservice, R03)
      * laegger betalinger her i stedet for at springe dem over eller
      * returnere dem med det samme; PAYRETRY forsoeger dem igen hver
      * bankdag, til de er daekket, antallet af forsoeg er brugt op
      * eller kreditors returfrist er naaet.
      * Kilde: SO = staaende ordre, DD = Betalingsservice-opkraevning.
           02 RQ-SOURCE                PIC X(2) VALUE SPACES.
           02 RQ-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 RQ-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 RQ-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
      * Den oprindelige forfalds-/opkraevningsdato.
           02 RQ-DUE-DATE              PIC X(8) VALUE SPACES.
      * Kreditors returfrist (sidste dag betalingen maa gennemfoeres);
      * blank = kun antallet af forsoeg graenser.
           02 RQ-DEADLINE              PIC X(8) VALUE SPACES.
           02 RQ-CREDITOR-REF          PIC X(10) VALUE SPACES.
      * Modtager/kreditor, bliver OWNER paa den bogfoerte post.
           02 RQ-PAYEE                 PIC X(40) VALUE SPACES.
           02 RQ-ATTEMPTS              PIC 9(2) VALUE ZEROES.
           02 RQ-LAST-ATTEMPT          PIC X(8) VALUE SPACES.
      * V = venter paa daekning, B = betalt sent,
      * A = endeligt afvist (returneret, kunden underrettet).
           02 RQ-STATUS                PIC X(1) VALUE SPACES.
           02 RQ-SETTLED-DATE          PIC X(8) VALUE SPACES.
      * Modpart for en staaende ordre til en anden bank (kopieret
      * fra ordren), saa en sent betalt ordre ogsaa kommer med i
      * clearing-eksporten. Blank for DD og interne ordrer.
           02 RQ-CP-REG-NR             PIC X(4) VALUE SPACES.
           02 RQ-CP-ACCOUNT            PIC X(20) VALUE SPACES.
           02 RQ-CP-SWIFT-BIC          PIC X(11) VALUE SPACES.

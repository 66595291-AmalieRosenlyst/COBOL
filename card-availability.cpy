      * Disponibelt beloeb til kortprocessorens stand-in-
      * autorisation (card-availability.txt), skrevet af CARDAVL
      * efter hver bogfoeringskoersel og hver AUTHHOLD-koersel og
      * hentet af processoren, som autoriserer mod det naar den ikke
      * kan naa os. Felterne deles i eet layout:
      *   H = hoved: dannelsestidspunkt (AAAAMMDDTTMMSS).
      *   D = et aktivt kort fra card-master.txt: konto, kortets
      *       stand-in-status og beloebet der maa autoriseres -
      *       saldo plus bevilget traek minus kort- og retslige
      *       reservationer (udlaeg/arrest), hoejst kundens daglige
      *       debiteringsloft og aldrig under nul. Status A = aktivt;
      *       B = blokeret, E = udloebet, F = kontoen spaerret,
      *       lukket eller ukendt - de tre sidste sendes med nul.
      *   T = trailer: dannelsestidspunkt, antal D-raekker, summen
      *       af deres beloeb og en kontrolsum af kortnumrenes
      *       sidste ti cifre, saa processoren kan efterproeve at
      *       filen er hel.
           02 CA-RECORD-TYPE           PIC X(1) VALUE SPACES.
           02 CA-CARD-NUMBER           PIC X(16) VALUE SPACES.
           02 CA-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 CA-CARD-STATUS           PIC X(1) VALUE SPACES.
           02 CA-AVAILABLE             PIC 9(9)V99 VALUE ZEROES.
           02 CA-CURRENCY              PIC X(3) VALUE SPACES.
           02 CA-GENERATED-AT          PIC X(14) VALUE SPACES.
           02 CA-RECORD-COUNT          PIC 9(7) VALUE ZEROES.
           02 CA-AMOUNT-TOTAL          PIC 9(13)V99 VALUE ZEROES.
           02 CA-CARD-HASH             PIC 9(15) VALUE ZEROES.

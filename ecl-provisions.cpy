      * En raekke pr. nedskrevet eksponering i ecl-provisions.txt,
      * skrevet af ECLPROV ved hver maanedsafslutning. Naeste maaned
      * bogfoeres kun forskellen mellem ny og forrige nedskrivning
      * pr. produkt, saa hovedbogens nedskrivningskonto altid
      * svarer til summen her.
      * Eksponeringstype: "L" = laan (loan-master.txt), "O" =
      * overtrukket indlaanskonto (account-info.txt).
           02 EP-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 EP-KIND                  PIC X(1) VALUE SPACES.
           02 EP-ACCOUNT-TYPE          PIC X(10) VALUE SPACES.
           02 EP-CLIENT-ID             PIC X(10) VALUE SPACES.
      * Stadie "1"/"2"/"3" og dage i restance/overtraek.
           02 EP-STAGE                 PIC X(1) VALUE "1".
           02 EP-DAYS-PAST-DUE         PIC 9(5) VALUE ZEROES.
           02 EP-EXPOSURE              PIC 9(9)V99 VALUE ZEROES.
           02 EP-PROVISION             PIC 9(9)V99 VALUE ZEROES.
           02 EP-RUN-DATE              PIC X(8) VALUE SPACES.

      * En raekke pr. afskrivningssag i writeoff-register.txt,
      * oprettet af WRITEOFF naar en godkendt sag bogfoeres som tab.
      * Kontoen fryses (account-status "F") og saldoen nulstilles;
      * beloebet staar her som afskrevet, og senere indbetalinger
      * fra inkasso paa kontoen matches til sagen og laegges til
      * WO-RECOVERED (se writeoff-recoveries.cpy).
      * Sagsstatus: "A" = aaben for inddrivelse, "I" = fuldt
      * inddrevet.
           02 WO-CASE-ID               PIC X(10) VALUE SPACES.
           02 WO-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 WO-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 WO-ACCOUNT-TYPE          PIC X(10) VALUE SPACES.
      * Inkassobureauets sagsnummer fra afskrivningsanmodningen.
           02 WO-AGENCY-REF            PIC X(15) VALUE SPACES.
           02 WO-WRITEOFF-DATE         PIC X(8) VALUE SPACES.
           02 WO-WRITTEN-OFF           PIC 9(9)V99 VALUE ZEROES.
           02 WO-RECOVERED             PIC 9(9)V99 VALUE ZEROES.
           02 WO-LAST-RECOVERY-DATE    PIC X(8) VALUE SPACES.
           02 WO-APPROVED-BY           PIC X(8) VALUE SPACES.
           02 WO-STATUS                PIC X(1) VALUE "A".

      *    afstemmer mod dagens kontante posteringer i
      *    teller-capture-log.txt - saa kasseopgoerelsen ikke
      *    laengere foregaar paa papir.
      *    Kassens valutasedler optaelles hver for sig: aabning og
      *    lukning registreres pr. valuta (blank = DKK), saa DRAWERBAL
      *    kan afstemme hver valutas beholdning for sig.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWSESS.

      * "C" = lukning (beholdningen er den optalte kassse).
           02 DS-RECORD-TYPE           PIC X(1).
           02 DS-AMOUNT                PIC 9(7)V99.
      * Beholdningens valuta; blank = DKK (aeldre, kortere raekker
      * laeses som blank). TELLCAP skriver desuden "I"/"U" =
      * kontanter ind/ud ved seddelveksling.
           02 DS-CURRENCY              PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-SESSIONS-STATUS            PIC XX VALUE "00".

       01 entry-operator                PIC X(8) VALUE SPACES.
       01 entry-kind                    PIC X(1) VALUE SPACES.
       01 entry-currency                PIC X(3) VALUE SPACES.
       01 entry-amount-text             PIC X(12) VALUE SPACES.
       01 entry-amount-signed
           PIC S9(7)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.
           STOP RUN
       END-IF

       DISPLAY "valuta (blank = DKK)?"
       ACCEPT entry-currency

       IF entry-kind = "O"
           DISPLAY "aabningsbeholdning?"
       ELSE
       MOVE entry-operator TO DS-OPERATOR-ID
       MOVE entry-kind TO DS-RECORD-TYPE
       MOVE entry-amount-signed TO DS-AMOUNT
       MOVE entry-currency TO DS-CURRENCY
       WRITE SESSION-RECORD

       CLOSE OUTPUT-SESSIONS.

      * Natlig synkroniseringsudtraek til netbanken
      * (online-sync-<loebenummer>.txt), skrevet af ONLSYNC efter
      * kontoudskrivningen og EODSNAP. Felterne deles i eet layout;
      * OS-RECORD-TYPE siger hvilke der er udfyldt:
      *   "H" = hoved: loebenummer, forrige loebenummer, koerselsdato
      *   "B" = saldo pr. konto (hele kontolisten hver nat): bogfoert
      *         saldo, reservationer (kort og retslige) og disponibel
      *         saldo = saldo minus reservationer
      *   "P" = postering bogfoert siden sidste levering, med
      *         reference, valoerdato (transaktionsdatoen paa aeldre
      *         raekker uden), kategori med tekst og modpart
      *   "S" = kontoudtog udstedt siden sidste levering, fra
      *         statement-register.txt, saa kunden kan hente det
      *   "T" = trailer: antal pr. raekketype og beloebssum af "P"
      * Hver raekke baerer leverancens loebenummer; netbanken
      * afviser en levering hvis forrige loebenummer ikke er det
      * sidst modtagne (manglende) eller loebenummeret allerede er
      * modtaget (dublet).
           02 OS-RECORD-TYPE           PIC X(1) VALUE SPACES.
           02 OS-SEQUENCE              PIC 9(8) VALUE ZEROES.
           02 OS-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 OS-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 OS-VALUTA-CODE           PIC X(3) VALUE SPACES.
           02 OS-ACCOUNT-STATUS        PIC X(1) VALUE SPACES.
           02 OS-BALANCE               PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 OS-HOLDS                 PIC 9(9)V99 VALUE ZEROES.
           02 OS-AVAILABLE             PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 OS-TRANSACTION-REF       PIC X(12) VALUE SPACES.
           02 OS-TRANSACTION-DATE      PIC X(8) VALUE SPACES.
           02 OS-VALUE-DATE            PIC X(8) VALUE SPACES.
           02 OS-TRANSACTION-TYPE      PIC X(1) VALUE SPACES.
           02 OS-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 OS-CURRENCY              PIC X(3) VALUE SPACES.
           02 OS-CATEGORY-CODE         PIC X(4) VALUE SPACES.
           02 OS-CATEGORY-TEXT         PIC X(40) VALUE SPACES.
           02 OS-COUNTERPARTY-NAME     PIC X(40) VALUE SPACES.
           02 OS-COUNTERPARTY-ACCOUNT  PIC X(20) VALUE SPACES.
           02 OS-TRANSFER-REF          PIC X(10) VALUE SPACES.
           02 OS-STATEMENT-NUMBER      PIC X(9) VALUE SPACES.
           02 OS-STATEMENT-DATE        PIC X(8) VALUE SPACES.
           02 OS-STATEMENT-CHANNEL     PIC X(1) VALUE SPACES.
           02 OS-PERIOD-START          PIC X(8) VALUE SPACES.
           02 OS-PERIOD-END            PIC X(8) VALUE SPACES.
           02 OS-ORIGINAL-NUMBER       PIC X(9) VALUE SPACES.
           02 OS-RUN-DATE              PIC X(8) VALUE SPACES.
           02 OS-PREVIOUS-SEQUENCE     PIC 9(8) VALUE ZEROES.
           02 OS-BALANCE-COUNT         PIC 9(6) VALUE ZEROES.
           02 OS-POSTING-COUNT         PIC 9(6) VALUE ZEROES.
           02 OS-STATEMENT-COUNT       PIC 9(6) VALUE ZEROES.
           02 OS-AMOUNT-TOTAL          PIC 9(11)V99 VALUE ZEROES.

      * En raekke pr. linje i et kontoskifte i account-switches.txt,
      * vedligeholdt af ACCTSWCH. Et skifte er flere linjer med samme
      * AS-SWITCH-ID: "K" = selve kontoen (ved tilgang den gamle
      * banks afsluttende saldo, ved afgang lukningen), "S" = en
      * staaende ordre, "M" = et Betalingsservice-mandat, "L" = en
      * loenudbetaler. Samme layout bruges til den gamle banks
      * skiftefil (account-switch-in.txt), til eksporten af en
      * afgaaende kundes ordrer og mandater til den nye bank og til
      * anmodningsfilen for afgang, hvor kun "K"-linjen med konto,
      * skiftedato, ny bank og bestiller er udfyldt.
           02 AS-SWITCH-ID             PIC X(12) VALUE SPACES.
           02 AS-LINE-NO               PIC 9(3) VALUE ZEROES.
      * "I" = kunden kommer til os, "U" = kunden forlader os.
           02 AS-DIRECTION             PIC X(1) VALUE SPACES.
           02 AS-LINE-TYPE             PIC X(1) VALUE SPACES.
      * Kundens konto hos os og den aftalte skiftedato.
           02 AS-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 AS-SWITCH-DATE           PIC X(8) VALUE SPACES.
      * Kontoen i den anden bank (den gamle ved tilgang, den nye ved
      * afgang).
           02 AS-OTHER-REG-NR          PIC X(4) VALUE SPACES.
           02 AS-OTHER-ACCOUNT         PIC X(20) VALUE SPACES.
      * "K": den afsluttende saldo; "S": ordrens beloeb.
           02 AS-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
      * "S": ordrens felter som i standing-orders.cpy.
           02 AS-FREQUENCY             PIC X(1) VALUE SPACES.
           02 AS-NEXT-DUE-DATE         PIC X(8) VALUE SPACES.
           02 AS-END-DATE              PIC X(8) VALUE SPACES.
      * "M": kreditor-id; "L": arbejdsgiverens id. Navnet er
      * modtageren paa en ordre, kreditor eller arbejdsgiver.
           02 AS-PARTY-ID              PIC X(10) VALUE SPACES.
           02 AS-PARTY-NAME            PIC X(40) VALUE SPACES.
           02 AS-CP-REG-NR             PIC X(4) VALUE SPACES.
           02 AS-CP-ACCOUNT            PIC X(20) VALUE SPACES.
           02 AS-CP-SWIFT-BIC          PIC X(11) VALUE SPACES.
      * "M": mandatets underskriftsdato.
           02 AS-SIGNED-DATE           PIC X(8) VALUE SPACES.
           02 AS-REQUESTED-BY          PIC X(8) VALUE SPACES.
      * Registrets egne felter: "P" = afventer skiftedatoen,
      * "G" = gennemfoert, "A" = afvist (aarsag i AS-NOTE).
           02 AS-STATUS                PIC X(1) VALUE SPACES.
           02 AS-LOADED-DATE           PIC X(8) VALUE SPACES.
           02 AS-DONE-DATE             PIC X(8) VALUE SPACES.
           02 AS-NOTE                  PIC X(30) VALUE SPACES.

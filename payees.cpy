      * Kundens gemte modtagere (payees.txt), vedligeholdt af
      * PAYEEMAINT gennem dobbeltkontrol-koeen og valgt ved kassen i
      * EXTXFER ved kaldenavn. Noeglen er kunde + kaldenavn. En dansk
      * modtager har et REG-NR kendt i banks.txt, en udenlandsk en
      * SWIFT/BIC. Status: A = aktiv, S = slettet (raekken bliver
      * staaende som spor). PY-ADDED-DATE er datoen modtageren blev
      * oprettet eller sidst fik aendret konto - foerste betaling
      * derefter skal bekraeftes ekstra; PY-FIRST-PAID-DATE/-REF
      * udfyldes af PAYEEMAINT fra EXTXFER's payee-first-payments.txt.
           02 PY-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 PY-NICKNAME              PIC X(16) VALUE SPACES.
           02 PY-REG-NR                PIC X(4) VALUE SPACES.
           02 PY-SWIFT-BIC             PIC X(11) VALUE SPACES.
           02 PY-ACCOUNT               PIC X(20) VALUE SPACES.
           02 PY-IBAN                  PIC X(34) VALUE SPACES.
           02 PY-BENEFICIARY           PIC X(40) VALUE SPACES.
           02 PY-STATUS                PIC X(1) VALUE SPACES.
           02 PY-ADDED-DATE            PIC X(8) VALUE SPACES.
           02 PY-ADDED-BY              PIC X(8) VALUE SPACES.
           02 PY-FIRST-PAID-DATE       PIC X(8) VALUE SPACES.
           02 PY-FIRST-PAID-REF        PIC X(10) VALUE SPACES.

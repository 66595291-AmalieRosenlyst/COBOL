      * SPACES = ingen slutdato, ordren loeber til den slettes
           02 SO-END-DATE              PIC X(8) VALUE SPACES.
           02 SO-BENEFICIARY           PIC X(40) VALUE SPACES.
      * Modtagerens konto i en anden bank: REG-NR (dansk bank) eller
      * SWIFT/BIC (udenlandsk) plus kontonummer. Er kontoen udfyldt,
      * gaar betalingen ud gennem dagens clearing-eksport som
      * EXTXFER's overfoersler; blank = intern betaling uden eksport.
           02 SO-CP-REG-NR             PIC X(4) VALUE SPACES.
           02 SO-CP-ACCOUNT            PIC X(20) VALUE SPACES.
           02 SO-CP-SWIFT-BIC          PIC X(11) VALUE SPACES.

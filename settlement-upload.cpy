      * En afviklingslinje pr. modpartsbank i settlement-upload.txt,
      * skrevet af SETTLE: dagens debet- og kreditsum mod banken og
      * nettopositionen med fortegnsbyte ("+" = kredit over debet,
      * dvs. vores afviklingskonto i centralbanken krediteres; "-"
      * = den debiteres). Straksbetalinger (TRANSFER-REF "IP...")
      * afvikles i en position for sig: UPL-CHANNEL "B" =
      * batchclearing, "I" = straksclearing, saa samme REG-NR kan
      * staa paa to linjer; "A" = ATM-netvaerk, hvor UPL-REG-NR er
      * netvaerkskoden. NOSTROREC afstemmer linjerne mod
      * centralbankens kontoudtog.
           02 UPL-REG-NR               PIC X(4).
           02 UPL-SWIFT-BIC            PIC X(11).
           02 UPL-DEBIT-TOTAL          PIC 9(11)V99.
           02 UPL-CREDIT-TOTAL         PIC 9(11)V99.
           02 UPL-NET-SIGN             PIC X(1).
           02 UPL-NET-AMOUNT           PIC 9(11)V99.
           02 UPL-CHANNEL              PIC X(1).

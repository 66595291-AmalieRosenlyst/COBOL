      * Boksens kassebog (vault-ledger.txt), en raekke pr. bevaegelse
      * tilfoejet af VAULTBAL med boksens saldo efter bevaegelsen.
      *   U = udleveret til en kasse (kassens aabningsbeholdning),
      *   R = retur fra en kasse (kassens optalte lukning),
      *   L = levering fra kassecentralen,
      *   S = forsendelse retur til kassecentralen.
      * VL-REFERENCE er kassererens operatoer-id (U/R) eller
      * operatoeren der registrerede bevaegelsen (L/S).
           02 VL-DATE                  PIC X(8) VALUE SPACES.
           02 VL-REG-NR                PIC X(4) VALUE SPACES.
           02 VL-TYPE                  PIC X(1) VALUE SPACES.
           02 VL-REFERENCE             PIC X(8) VALUE SPACES.
           02 VL-AMOUNT                PIC 9(9)V99 VALUE ZEROES.
           02 VL-BALANCE               PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.

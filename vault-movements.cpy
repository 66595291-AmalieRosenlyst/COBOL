      * En boksbevaegelse i vault-movements.txt, registreret af
      * VAULTMOV ved filialens boks og boeget af VAULTBAL ved
      * dagens afslutning. Kassernes udlevering og retur kommer fra
      * drawer-sessions.txt og registreres ikke her.
      *   L = levering fra kassecentralen (boksen tilfoeres),
      *   S = forsendelse retur til kassecentralen (boksen fratages),
      *   T = optalt boksbeholdning ved dagens afslutning, efter at
      *       kasserne er lagt tilbage.
           02 VM-DATE                  PIC X(8) VALUE SPACES.
           02 VM-REG-NR                PIC X(4) VALUE SPACES.
           02 VM-TYPE                  PIC X(1) VALUE SPACES.
           02 VM-AMOUNT                PIC 9(9)V99 VALUE ZEROES.
           02 VM-OPERATOR-ID           PIC X(8) VALUE SPACES.

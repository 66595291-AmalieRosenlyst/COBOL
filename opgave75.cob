      *    anmodning valideres: kontoen findes og er "O" i
      *    account-info.txt, frekvenskoden er M/U/Q, datoerne er
      *    rigtige kalenderdatoer, og en slutdato ligger ikke foer
      *    naeste forfaldsdato. En ordre til en konto i en anden
      *    bank skal angive modtagerbankens REG-NR eller SWIFT/BIC.
      *    Alle aendringer logges med anmoderens id i
      *    so-change-history.txt.
      *
      *    Ordren udpeges ved konto + modtager; handlingerne er
      *    "A" = opret, "U" = ret, "D" = annuller (slet), samme
                           TO reject-reason
                   END-IF
               END-IF
           END-IF

      *    An order to an account in another bank goes out through
      *    the clearing export and must name the receiving bank.
           IF request-valid = "Y"
               AND SO-REQ-CP-ACCOUNT OF maint-order NOT = SPACES
               AND SO-REQ-CP-REG-NR OF maint-order = SPACES
               AND SO-REQ-CP-SWIFT-BIC OF maint-order = SPACES
               MOVE "N" TO request-valid
               MOVE "MANGLENDE REG-NR ELLER SWIFT/BIC"
                   TO reject-reason
           END-IF.
       EXIT.


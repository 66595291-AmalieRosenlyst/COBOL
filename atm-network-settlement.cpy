      * En afviklingslinje pr. ATM-netvaerk i
      * atm-network-settlement.txt, skrevet af ATMFEED og laest af
      * SETTLE som en afviklingskanal for sig ("A"): debet er vores
      * kortholderes haevninger i andre bankers automater (vi skylder
      * netvaerket), kredit er andre bankers kortholderes haevninger
      * i vores automater (netvaerket skylder os). Netvaerkskoden
      * staar i banks.txt's REG-NR-felt naar navn og SWIFT/BIC skal
      * med i afviklingen.
           02 NS-NETWORK               PIC X(4) VALUE SPACES.
           02 NS-SETTLEMENT-DATE       PIC X(8) VALUE SPACES.
           02 NS-DEBIT-COUNT           PIC 9(6) VALUE ZEROES.
           02 NS-DEBIT-TOTAL           PIC 9(11)V99 VALUE ZEROES.
           02 NS-CREDIT-COUNT          PIC 9(6) VALUE ZEROES.
           02 NS-CREDIT-TOTAL          PIC 9(11)V99 VALUE ZEROES.

      * clearingcentralens statusfil mod disse raekker paa
      * CE-TRANSFER-REF, som ogsaa staar paa debiteringsbenet i
      * transactions.txt saa eksport og udskriftslinje haenger
      * sammen. STANDORD og PAYRETRY skriver staaende ordrer til
      * andre banker ("SO"/"RT"-referencer) i samme fil, TPPACCS
      * tredjepartsbetalinger ("TP") og ACCTCLOSE restsaldi ved
      * kontoskifte ("CL"), og PAINGEN sender hele dagens fil som
      * en pain.001-meddelelse. Hver skrivers koersel afsluttes med
      * en "TRAILER:"-tekstlinje med antal og beloebssum - laesere
      * springer den over. Alle skrivere screener mod watchlist.txt
      * (EXTXFER selv, de oevrige via export-screen.cpy); en
      * betaling der rammer skrives ikke her men i
      * held-payments.txt; frigiver compliance den (HOLDREL), kommer
      * den med i naeste bankdags eksport med sin egen TRAILER-linje.
           02 CE-TRANSFER-REF          PIC X(10) VALUE SPACES.
           02 CE-DEBIT-ACCOUNT         PIC X(20) VALUE SPACES.
           02 CE-DEBIT-CLIENT-ID       PIC X(10) VALUE SPACES.

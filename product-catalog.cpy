      * Standard dagligt samlet debiteringsloft pr. kunde for
      * konti af typen; nul = intet produktloft.
           02 PC-DAILY-DEBIT-CAP       PIC 9(7)V99 VALUE ZEROES.
      * Nedskrivningsparametre (ECL, IFRS 9) i procent: sandsynlighed
      * for misligholdelse i stadie 1 (12 mdr.) og stadie 2
      * (restloebetid) samt tab ved misligholdelse. Stadie 3 regnes
      * altid med 100 pct. sandsynlighed. Nul = ECLPROV's
      * standardsatser.
           02 PC-ECL-PD-STAGE1         PIC 9(3)V99 VALUE ZEROES.
           02 PC-ECL-PD-STAGE2         PIC 9(3)V99 VALUE ZEROES.
           02 PC-ECL-LGD               PIC 9(3)V99 VALUE ZEROES.
      * Maanedlig overtraeksrente paa negativ saldo, samme skala som
      * PC-INTEREST-RATE. Aendres med varsel via RATECHG; INTACCR
      * periodiserer den og INTPOST debiterer den maanedligt.
           02 PC-OVERDRAFT-RATE        PIC 9V9999 VALUE ZEROES.
      * Ungdomsprodukter: kontotypen kunden overgaar til den maaned
      * kunden fylder 18 (MAJORITY). Blank = ikke et ungdomsprodukt.
           02 PC-ADULT-TYPE            PIC X(10) VALUE SPACES.
      * Opsigelseskonti: antal dages varsel kunden skal give foer en
      * haevning (90 = tre maaneder). Nul/blank = ingen varsel.
      * Varsler registreres i withdrawal-notices.txt via NOTICES;
      * TXNEDIT og TELLCAP haandhaever dem.
           02 PC-NOTICE-DAYS           PIC 9(3) VALUE ZEROES.
      * Intern overfoerselsrente (funds transfer pricing) pr. maaned,
      * samme skala som PC-INTEREST-RATE: hvad treasury godskriver
      * et indlaan og belaster et udlaan af produktet. PROFIT regner
      * kontoens rentemarginal ud fra den. Blank/nul = ingen
      * overfoerselsrente paa produktet.
           02 PC-FTP-RATE              PIC 9V9999 VALUE ZEROES.

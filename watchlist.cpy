      * En raekke i watchlist.txt. WL-ENTRY-TYPE blank er en
      * navnepost (person eller virksomhed); "L" er en landepost med
      * den sanktionerede ISO-landekode i de to foerste positioner af
      * WL-NAME - den screenes mod SWIFT/BIC'ens landekode paa
      * udgaaende betalinger. Gamle lister uden typekolonne er rene
      * navnelister.
           02 WL-NAME                  PIC X(40).
           02 WL-ENTRY-TYPE            PIC X(1).

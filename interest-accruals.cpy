      * En raekke pr. konto i interest-accruals.txt, periodiserings-
      * bogen INTACCR opbygger nat for nat: den paaloebne, endnu
      * ikke bogfoerte rente ud fra dagens slutsaldo i
      * balance-history.txt og produktets rentesats. INTPOST
      * bogfoerer praecis det paaloebne beloeb og nulstiller raekken.
      * IA-GL-BOOKED er det beloeb der senest er periodiseret i
      * hovedbogen ved maanedsultimo; naeste ultimo bogfoerer kun
      * forskellen.
           02 IA-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 IA-ACCOUNT-TYPE          PIC X(10) VALUE SPACES.
      * Fire decimaler, saa dagsrenter under en oere ikke tabes.
           02 IA-ACCRUED               PIC S9(7)V9(4)
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 IA-DAYS                  PIC 9(3) VALUE ZEROES.
           02 IA-LAST-ACCRUAL-DATE     PIC X(8) VALUE SPACES.
           02 IA-GL-BOOKED             PIC S9(7)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
      * IA-ACCRUED fordelt paa rentetrappens baand (rate-tiers.txt),
      * saa INTPOST kan bogfoere en linje pr. baand; et negativt
      * baand er paaloebet negativ rente. Typer uden rentetrappe
      * har hele beloebet i baand 1.
           02 IA-BAND-ACCRUED          OCCURS 5 TIMES
                                       PIC S9(7)V9(4)
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
      * Paaloebet overtraeksrente (PC-OVERDRAFT-RATE) paa negativ
      * saldo, som kunden skylder banken. Holdes adskilt fra
      * IA-ACCRUED, som er rente banken skylder kunden; INTPOST
      * debiterer det afrundede beloeb og traekker det fra her.
      * Aeldre, kortere raekker laeses som nul.
           02 IA-OVERDRAFT-ACCRUED     PIC S9(7)V9(4)
               SIGN IS TRAILING SEPARATE VALUE ZEROES.

      * En raekke pr. saldobaand i rate-tiers.txt, rentetrappen pr.
      * account-type: baandet gaar fra RT-BAND-FROM op til naeste
      * baands RT-BAND-FROM (det oeverste baand er aabent), og kun
      * den del af saldoen der ligger i baandet faar baandets sats.
      * RT-SIGN "-" er negativ rente - en opkraevning hos kunden,
      * bogfoert og rapporteret for sig. Et nyt prisblad laegges
      * ind i forvejen med en senere RT-EFFECTIVE-FROM; for en
      * given dag gaelder typens raekker med den seneste
      * ikrafttraedelsesdato paa eller foer dagen. En type uden
      * raekker her forrentes med katalogets PC-INTEREST-RATE.
           02 RT-ACCOUNT-TYPE          PIC X(10) VALUE SPACES.
           02 RT-EFFECTIVE-FROM        PIC X(8) VALUE SPACES.
           02 RT-BAND-FROM             PIC 9(9)V99 VALUE ZEROES.
      * Maanedlig sats, samme skala som PC-INTEREST-RATE.
           02 RT-RATE                  PIC 9V9999 VALUE ZEROES.
           02 RT-SIGN                  PIC X(1) VALUE "+".

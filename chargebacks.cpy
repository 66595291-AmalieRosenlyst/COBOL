      * Chargeback-register (chargebacks.txt), vedligeholdt af
      * CHARGEBK: en raekke pr. tvistsag paa en kortpostering der er
      * rejst over for kortordningen. CB-CASE-REF er tvistsagens
      * reference (= posteringens TRANSACTION-REF) og sendes med til
      * kortprocessoren, som returnerer den paa svarene. Kortnummer,
      * forretning, koebsdato og beloeb kommer fra posteringen,
      * aarsagskoden fra tvistsagen. CB-RESPONSE-DUE er fristen for
      * forretningens svar (indsendelse + 45 dage).
      * Status: S = sendt, afventer svar; K = chargeback krediteret
      * (kundens provisoriske kreditering staar ved magt); R =
      * representment modtaget (forretningen har dokumenteret koebet
      * og den provisoriske kreditering er tilbagefoert); F = for
      * gammel - ordningens indsendelsesfrist (koebsdato + 120 dage)
      * var overskredet, sagen er ikke sendt. CB-STATUS-DATE er
      * datoen status skiftede; svarbeloeb og processorens reference
      * udfyldes fra svaret.
           02 CB-CASE-REF              PIC X(12) VALUE SPACES.
           02 CB-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 CB-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 CB-CARD-NUMBER           PIC X(16) VALUE SPACES.
           02 CB-MERCHANT-NAME         PIC X(40) VALUE SPACES.
           02 CB-TRANSACTION-DATE      PIC X(8) VALUE SPACES.
           02 CB-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 CB-REASON-CODE           PIC X(4) VALUE SPACES.
           02 CB-SUBMITTED-DATE        PIC X(8) VALUE SPACES.
           02 CB-RESPONSE-DUE          PIC X(8) VALUE SPACES.
           02 CB-STATUS                PIC X(1) VALUE "S".
           02 CB-STATUS-DATE           PIC X(8) VALUE SPACES.
           02 CB-RESPONSE-AMOUNT       PIC 9(7)V99 VALUE ZEROES.
           02 CB-PROCESSOR-REF         PIC X(12) VALUE SPACES.

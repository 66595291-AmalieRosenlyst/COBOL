      * En raekke pr. laaneansoegning i loan-applications.txt,
      * tastet af filialen og behandlet af LOANORIG: hvem der
      * soeger, hvor meget, over hvor mange maaneder til hvilken
      * rente, hvilken konto ydelsen skal traekkes paa, og hvilken
      * operatoer der bevilger. Et henvist laan genindsendes med
      * LA-OVERRIDE "Y" af en supervisor (OP-ROLE "S"), som da
      * tilsidesaetter henvisningen - aldrig et afslag.
           02 LA-APPLICATION-ID        PIC X(10) VALUE SPACES.
           02 LA-CLIENT-ID             PIC X(10) VALUE SPACES.
      * Filialen (REG-NR) laanekontoen oprettes under.
           02 LA-REG-NR                PIC X(4) VALUE SPACES.
           02 LA-AMOUNT                PIC 9(9)V99 VALUE ZEROES.
           02 LA-TERM-MONTHS           PIC 9(3) VALUE ZEROES.
      * Aarlig nominel rente i procent, samme skala som
      * LN-ANNUAL-RATE.
           02 LA-ANNUAL-RATE           PIC 9(2)V99999 VALUE ZEROES.
           02 LA-PAYMENT-ACCOUNT       PIC X(20) VALUE SPACES.
      * Foerste ydelsesdato; SPACES = samme dag naeste maaned
      * (dagen klippet til 28 som LOANPOST's rulning).
           02 LA-FIRST-INSTALLMENT     PIC X(8) VALUE SPACES.
           02 LA-PURPOSE               PIC X(20) VALUE SPACES.
           02 LA-APPROVER              PIC X(8) VALUE SPACES.
           02 LA-OVERRIDE              PIC X(1) VALUE "N".
      * Variabel rente: "V" i LA-RATE-TYPE med referencerentens
      * kode, margin og genfastsaettelsesfrekvens; LA-ANNUAL-RATE
      * er da den aktuelle samlede sats ved udbetaling. Blank eller
      * "F" = fast rente.
           02 LA-RATE-TYPE             PIC X(1) VALUE "F".
           02 LA-REF-RATE-CODE         PIC X(8) VALUE SPACES.
           02 LA-MARGIN                PIC S9(2)V99999
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
           02 LA-RESET-MONTHS          PIC 9(2) VALUE ZEROES.
      * Saelgeren (raadgiveren) der solgte laanet, til SALESRPT;
      * blank = bevilgeren i LA-APPROVER. Salget tilskrives
      * ansoegningens filial (LA-REG-NR).
           02 LA-SOLD-BY               PIC X(8) VALUE SPACES.

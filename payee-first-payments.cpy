      * En raekke pr. foerste betaling til en gemt modtager
      * (payee-first-payments.txt), skrevet af EXTXFER naar
      * kassereren har bekraeftet betalingen ekstra. Filen laegges
      * kun til; PAYEEMAINT overfoerer dato og reference til
      * payees.txt om natten, og EXTXFER laeser den ved opstart, saa
      * en modtager der er betalt tidligere samme dag ikke kraever
      * bekraeftelse igen.
           02 FP-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 FP-NICKNAME              PIC X(16) VALUE SPACES.
           02 FP-PAID-DATE             PIC X(8) VALUE SPACES.
           02 FP-TRANSFER-REF          PIC X(10) VALUE SPACES.
           02 FP-OPERATOR-ID           PIC X(8) VALUE SPACES.

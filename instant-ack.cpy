      * En kvittering pr. straksbetaling i instant-ack.txt, tilfoejet
      * af straksclearingen efterhaanden som modtagerbanken svarer:
      * ACCP = gennemfoert, RJCT = afvist med ISO-aarsagskode og
      * tekst. Reference og beloeb gentager instant-outbound.txt's
      * raekke; EXTXFER laeser filen igen efter hver betaling og
      * tilbagefoerer en afvist betaling i samme session.
           02 IA-TRANSFER-REF          PIC X(10) VALUE SPACES.
           02 IA-AMOUNT                PIC 9(7)V99 VALUE ZEROES.
           02 IA-STATUS                PIC X(4) VALUE SPACES.
           02 IA-REASON-CODE           PIC X(4) VALUE SPACES.
           02 IA-REASON-TEXT           PIC X(40) VALUE SPACES.

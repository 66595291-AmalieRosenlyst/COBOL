           02 TD-LINKED-ACCOUNT        PIC X(20) VALUE SPACES.
      * "A" = aktiv aftale, "M" = udloebet og udbetalt.
           02 TD-STATUS                PIC X(1) VALUE "A".
      * Raadgiveren der ejer aftalen og dennes filial (REG-NR);
      * hver forlaengelse tilskrives dem som et salg i SALESRPT.
      * Blank filial = kontoens hjemfilial.
           02 TD-SOLD-BY               PIC X(8) VALUE SPACES.
           02 TD-SOLD-REG-NR           PIC X(4) VALUE SPACES.

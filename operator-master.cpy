      * ukendte eller deaktiverede operatoerer, henviser posteringer
      * over operatoerens graense i stedet for at bogfoere dem, og
      * stempler udfaldet i teller-capture-log.txt.
      * Rolle: "T" = kasserer, "S" = supervisor, "E" = elev (koerer
      * TELLCAP og EXTXFER i oevelsestilstand, training-mode.cpy).
      * Graense nul = ingen personlig graense.
           02 OP-OPERATOR-ID           PIC X(8) VALUE SPACES.
           02 OP-NAME                  PIC X(30) VALUE SPACES.
           02 OP-ENTRY-LIMIT           PIC 9(7)V99 VALUE ZEROES.
      * "Y" = aktiv; alt andet afviser ved sessionstart.
           02 OP-ACTIVE                PIC X(1) VALUE "Y".
      * Operatoerens hjemfilial (REG-NR): kassen hoerer til filialens
      * boks, saa VAULTBAL boeger udlevering og retur af kassen dér.
      * Aeldre, kortere raekker laeses med blanke her.
           02 OP-HOME-REG-NR           PIC X(4) VALUE SPACES.
      * Operatoerens egen kunde (client-id), naar operatoeren ogsaa
      * er kunde i banken. SELFDEAL flager operatoerens handlinger
      * paa egne konti og paa de naerstaaendes i
      * operator-related-parties.txt. Aeldre, kortere raekker
      * laeses med blanke her - operatoeren er da ikke koblet.
           02 OP-CLIENT-ID             PIC X(10) VALUE SPACES.

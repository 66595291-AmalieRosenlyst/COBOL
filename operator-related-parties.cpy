      * En raekke pr. erklaeret naerstaaende i
      * operator-related-parties.txt: operatoeren, den naerstaaendes
      * client-id og relationen (AEGTEFAELLE, SAMLEVER, BARN,
      * FORAELDER, SOESKENDE, FORRETNING, ANDEN). Medarbejderen
      * erklaerer sine naerstaaende ved ansaettelsen og ved
      * aendringer; intern revision vedligeholder filen. SELFDEAL
      * flager operatoerens handlinger paa konti som en
      * naerstaaende ejer eller er medejer af.
           02 RP-OPERATOR-ID           PIC X(8) VALUE SPACES.
           02 RP-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 RP-RELATION              PIC X(12) VALUE SPACES.
           02 RP-DECLARED-DATE         PIC X(8) VALUE SPACES.

      * Adgangsloggen til bankboksene (safe-deposit-visits.txt),
      * skrevet af BOXVISIT: en raekke pr. besoeg eller forsoeg pr.
      * boks med dato, klokkeslaet, den besoegende og kassereren der
      * lukkede ind. Udfald G = adgang givet, A = afvist (boksen er
      * ikke udlejet, eller den besoegende er ikke lejer), med
      * afvisningsgrunden i SV-REASON.
           02 SV-DATE                  PIC X(8) VALUE SPACES.
           02 SV-TIME                  PIC X(6) VALUE SPACES.
           02 SV-REG-NR                PIC X(4) VALUE SPACES.
           02 SV-BOX-NUMBER            PIC X(6) VALUE SPACES.
           02 SV-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 SV-OPERATOR-ID           PIC X(8) VALUE SPACES.
           02 SV-OUTCOME               PIC X(1) VALUE SPACES.
           02 SV-REASON                PIC X(30) VALUE SPACES.

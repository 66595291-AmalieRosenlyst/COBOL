      * En raekke pr. kreditafgoerelse i loan-decisions.txt,
      * tilfoejet af LOANORIG (aldrig omskrevet), saa ansoegningen,
      * betalingsevnevurderingen og hvem der bevilgede altid kan
      * dokumenteres bagefter.
      * Afgoerelse: "A" = bevilget, "D" = afslaaet, "R" = henvist
      * til supervisor.
           02 LD-APPLICATION-ID        PIC X(10) VALUE SPACES.
           02 LD-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 LD-DECISION              PIC X(1) VALUE SPACES.
           02 LD-SCORE                 PIC 9(3) VALUE ZEROES.
           02 LD-AMOUNT                PIC 9(9)V99 VALUE ZEROES.
           02 LD-INSTALLMENT           PIC 9(7)V99 VALUE ZEROES.
      * Maanedlig indkomst fundet i loenkrediteringerne og
      * gaeldsservicegraden (alle ydelser inkl. den nye i procent
      * af indkomsten).
           02 LD-MONTHLY-INCOME        PIC 9(7)V99 VALUE ZEROES.
           02 LD-DEBT-SERVICE-PCT      PIC 9(3)V99 VALUE ZEROES.
      * Gennemsnitlig samlet indlaanssaldo i historikvinduet.
           02 LD-AVERAGE-BALANCE       PIC S9(9)V99
               SIGN IS TRAILING SEPARATE VALUE ZEROES.
      * Den oprettede laanekonto (kun ved "A").
           02 LD-LOAN-ACCOUNT          PIC X(20) VALUE SPACES.
           02 LD-APPROVER              PIC X(8) VALUE SPACES.
           02 LD-DECIDED-AT            PIC X(19) VALUE SPACES.
      * Aarsagskoder adskilt af mellemrum, f.eks.
      * "GAELDSSERVICE INGEN-LOEN".
           02 LD-REASONS               PIC X(60) VALUE SPACES.

      * En raekke pr. operatoer pr. recertificeringsrunde i
      * operator-recert.txt (OPRECERT): hvad chefen fik forelagt -
      * rolle, graense og seneste aktivitet - og hvem der besluttede
      * hvad og hvornaar. Raekkerne bliver staaende som
      * revisionsspor.
           02 RC-CAMPAIGN              PIC X(6) VALUE SPACES.
           02 RC-OPERATOR-ID           PIC X(8) VALUE SPACES.
           02 RC-REG-NR                PIC X(4) VALUE SPACES.
           02 RC-MANAGER-ID            PIC X(8) VALUE SPACES.
           02 RC-ROLE                  PIC X(1) VALUE SPACES.
           02 RC-ENTRY-LIMIT           PIC 9(7)V99 VALUE ZEROES.
      * Seneste dag operatoeren er set i kasseloggen eller i
      * godkendelsessporet; blank = ikke set.
           02 RC-LAST-ACTIVITY         PIC X(8) VALUE SPACES.
           02 RC-SENT-DATE             PIC X(8) VALUE SPACES.
           02 RC-DEADLINE              PIC X(8) VALUE SPACES.
      * "S" = sendt til chefen, afventer svar; "B" = bekraeftet;
      * "A" = aendring sendt til dobbeltkontrol; "T" =
      * tilbagekaldelse sendt til dobbeltkontrol; "U" = ikke
      * bekraeftet inden fristen, deaktiveret; "I" = ubrugt,
      * deaktiveret.
           02 RC-STATUS                PIC X(1) VALUE "S".
           02 RC-DECIDED-BY            PIC X(8) VALUE SPACES.
           02 RC-DECIDED-AT            PIC X(19) VALUE SPACES.
           02 RC-NEW-ROLE              PIC X(1) VALUE SPACES.
           02 RC-NEW-LIMIT             PIC X(9) VALUE SPACES.
           02 RC-NOTE                  PIC X(40) VALUE SPACES.

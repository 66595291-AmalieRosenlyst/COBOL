      * En raekke pr. medlem af en gruppe af forbundne kunder i
      * client-groups.txt, vedligeholdt af GRPMAINT. Et client-id
      * kan hoere til hoejst een gruppe, saa eksponeringen ikke
      * taelles dobbelt i LRGEXPO's rapport over store engagementer.
      * Relation: "H" = husstand (aegtepar/samlevende), "E" = selskab
      * og dets ejer, "S" = soesterselskaber, "O" = anden
      * indbyrdes afhaengighed.
           02 CG-GROUP-ID              PIC X(10) VALUE SPACES.
           02 CG-GROUP-NAME            PIC X(30) VALUE SPACES.
           02 CG-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 CG-RELATION              PIC X(1) VALUE SPACES.
           02 CG-ADDED-DATE            PIC X(8) VALUE SPACES.
           02 CG-ADDED-BY              PIC X(8) VALUE SPACES.

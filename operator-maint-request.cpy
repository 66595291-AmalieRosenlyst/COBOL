      * En raekke pr. anmodning i operator-maint-requests.txt
      * (OPMAINT): "A" = aendr rolle og/eller graense, "T" =
      * tilbagekald adgangen, begge via dobbeltkontrol-koeen; "D" =
      * automatisk deaktivering fra OPRECERT, som kun fjerner adgang
      * og anvendes direkte; "V" = en "A" eller "T" godkendt i
      * APPRREV. OM-KIND bevarer den oprindelige handling, naar
      * APPRREV har sat "V" i foerste byte.
           02 OM-ACTION                PIC X(1) VALUE SPACES.
           02 OM-KIND                  PIC X(1) VALUE SPACES.
           02 OM-REQUESTED-BY          PIC X(8) VALUE SPACES.
           02 OM-OPERATOR-ID           PIC X(8) VALUE SPACES.
      * Blank rolle eller graense = uaendret.
           02 OM-NEW-ROLE              PIC X(1) VALUE SPACES.
           02 OM-NEW-LIMIT             PIC X(9) VALUE SPACES.
           02 OM-REASON                PIC X(40) VALUE SPACES.

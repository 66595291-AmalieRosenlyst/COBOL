      * En linje pr. skridt i en AML-sag i aml-case-notes.txt:
      * aabning (CASEOPEN), tildeling, notat, knyttet transaktion,
      * lukning, eskalering (CASEMAINT) og indberetning (STRFILE),
      * med tidspunkt og operatoer - sagens revisionsspor over for
      * tilsynet. Afviste anmodninger skrives med handlingen AFVIST.
           02 CN-CASE-ID               PIC 9(8) VALUE ZEROES.
           02 CN-TIMESTAMP             PIC X(19) VALUE SPACES.
           02 CN-OPERATOR              PIC X(8) VALUE SPACES.
           02 CN-ACTION                PIC X(12) VALUE SPACES.
           02 CN-TEXT                  PIC X(80) VALUE SPACES.

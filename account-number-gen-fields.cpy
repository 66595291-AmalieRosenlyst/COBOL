      * Arbejdsfelter til kontonummer-generatoren
      * (account-number-gen.cpy), delt af ACCTOPEN og LOANORIG saa
      * alle nye konti nummereres ens. Programmet skal selv laese
      * og gemme loebenummeret i account-number-sequence.txt
      * (SEQ-NEXT-NUMBER PIC 9(8)) til/fra next-sequence.
      * GENERATE-ACCOUNT-NUMBER: REG-NR ind i gen-reg-nr, det
      * faerdige nummer ud i generated-number; next-sequence
      * taelles op.
      * Number generation: REG-NR(4) + loebenummer(8) + tjekcifre(2).
      * The MOD-97 fold of the first twelve digits is extended with
      * the two check digits chosen so the complete number folds to
      * zero - exactly the test ACCTCHK and TXNEDIT run.
       01 next-sequence             PIC 9(8) VALUE 1.
       01 generated-number.
           02 gen-reg-nr            PIC X(4).
           02 gen-sequence          PIC 9(8).
           02 gen-check             PIC 9(2).
       01 fold-idx                  PIC 9(2) VALUE ZEROES.
       01 fold-digit                PIC 9 VALUE ZEROES.
       01 fold-result               PIC 9(4) VALUE ZEROES.
       01 fold-step                 PIC 9(6) VALUE ZEROES.
       01 check-value               PIC 9(4) VALUE ZEROES.

      * Cash-pool-master (cash-pools.txt): een "H"-raekke pr. pulje
      * med topkontoen og koncernens navn, og een "M"-raekke pr.
      * medlemskonto med sweep-reglen. N = nulsaldo (hele saldoen
      * til/fra topkontoen), M = maalsaldo (kontoen bringes til
      * CP-TARGET-BALANCE). CP-SWEEP-RULE og CP-TARGET-BALANCE er
      * blanke/nul paa "H"-raekken, CP-POOL-NAME blank paa "M".
           02 CP-POOL-ID               PIC X(10) VALUE SPACES.
           02 CP-ROLE                  PIC X(1) VALUE SPACES.
           02 CP-ACCOUNT-NUMBER        PIC X(20) VALUE SPACES.
           02 CP-SWEEP-RULE            PIC X(1) VALUE SPACES.
           02 CP-TARGET-BALANCE        PIC 9(7)V99 VALUE ZEROES.
           02 CP-POOL-NAME             PIC X(30) VALUE SPACES.

      * Arbejdsfelter til oevelsestilstanden (training-mode.cpy).
      * En operatoer med rollen "E" (elev) i operator-master.txt
      * koerer i TELLCAP og EXTXFER altid mod oevelsesfilerne: en
      * kopi af konto-, kunde- og reservationsfilerne og egne
      * transaktions-, kasselog- og eksportfiler, som opgave10,
      * clearing-eksporten og finansbogholderiet aldrig laeser.
      * Navnene er TRAINING_FILE_PREFIX (standard "training-") foran
      * standardnavnet, som ANONGEN's ANON_OUTPUT_PREFIX. TRAINRST
      * saetter filerne tilbage til startsaettet, TRAINRPT viser
      * supervisoren elevernes indtastninger og fejl.
       01 training-mode                 PIC X VALUE "N".
       01 training-role                 PIC X VALUE "E".
       01 WS-TRAINING-PREFIX            PIC X(20) VALUE "training-".
      * De foerste TRAINING-SEED-COUNT navne er startsaettets kopier
      * (TRAINRST kopierer dem fra TRAINING_BASE_PREFIX-saettet);
      * resten skriver sessionerne, og TRAINRST toemmer dem.
       01 TRAINING-FILE-NAMES.
           02 TRN-ACCOUNTS-FILENAME     PIC X(100) VALUE SPACES.
           02 TRN-CUSTOMERS-FILENAME    PIC X(100) VALUE SPACES.
           02 TRN-HOLDS-FILENAME        PIC X(100) VALUE SPACES.
           02 TRN-LEGAL-HOLDS-FILENAME  PIC X(100) VALUE SPACES.
           02 TRN-TRANSACTIONS-FILENAME
               PIC X(100) VALUE SPACES.
           02 TRN-CAPTURE-LOG-FILENAME  PIC X(100) VALUE SPACES.
           02 TRN-PENDING-FILENAME      PIC X(100) VALUE SPACES.
           02 TRN-REFERRED-FILENAME     PIC X(100) VALUE SPACES.
           02 TRN-FRAUD-REVIEW-FILENAME
               PIC X(100) VALUE SPACES.
           02 TRN-SESSIONS-FILENAME     PIC X(100) VALUE SPACES.
           02 TRN-RECEIPTS-FILENAME     PIC X(100) VALUE SPACES.
           02 TRN-EXPORT-FILENAME       PIC X(100) VALUE SPACES.
           02 TRN-FIRST-PAYMENTS-FILENAME
               PIC X(100) VALUE SPACES.
           02 TRN-HELD-PAYMENTS-FILENAME
               PIC X(100) VALUE SPACES.
           02 TRN-INSTANT-OUT-FILENAME  PIC X(100) VALUE SPACES.
           02 TRN-INSTANT-ACK-FILENAME  PIC X(100) VALUE SPACES.
       01 TRAINING-FILE-TABLE REDEFINES TRAINING-FILE-NAMES.
           02 TRN-FILENAME              OCCURS 16 TIMES
                                        PIC X(100).
       01 TRAINING-FILE-COUNT           PIC 9(2) VALUE 16.
       01 TRAINING-SEED-COUNT           PIC 9(2) VALUE 4.
      * Standardnavnene i samme raekkefoelge som TRAINING-FILE-NAMES.
       01 TRAINING-STANDARD-NAMES.
           02 FILLER                    PIC X(30)
               VALUE "account-info.txt".
           02 FILLER                    PIC X(30)
               VALUE "customer-info.txt".
           02 FILLER                    PIC X(30)
               VALUE "auth-holds.txt".
           02 FILLER                    PIC X(30)
               VALUE "legal-holds.txt".
           02 FILLER                    PIC X(30)
               VALUE "transactions.txt".
           02 FILLER                    PIC X(30)
               VALUE "teller-capture-log.txt".
           02 FILLER                    PIC X(30)
               VALUE "pending-approvals.txt".
           02 FILLER                    PIC X(30)
               VALUE "referred-entries.txt".
           02 FILLER                    PIC X(30)
               VALUE "fraud-review.txt".
           02 FILLER                    PIC X(30)
               VALUE "drawer-sessions.txt".
           02 FILLER                    PIC X(30)
               VALUE "banknote-receipts.txt".
           02 FILLER                    PIC X(30)
               VALUE "clearing-export.txt".
           02 FILLER                    PIC X(30)
               VALUE "payee-first-payments.txt".
           02 FILLER                    PIC X(30)
               VALUE "held-payments.txt".
           02 FILLER                    PIC X(30)
               VALUE "instant-outbound.txt".
           02 FILLER                    PIC X(30)
               VALUE "instant-ack.txt".
       01 TRAINING-STANDARD-TABLE REDEFINES TRAINING-STANDARD-NAMES.
           02 TRN-STANDARD-NAME         OCCURS 16 TIMES
                                        PIC X(30).
       01 training-idx                  PIC 9(2) VALUE ZEROES.

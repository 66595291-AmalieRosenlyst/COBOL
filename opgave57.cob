      *      A <ref> - luk sagen som afvist: den provisoriske
      *                kreditering tilbagefoeres
      *    Registret ligger i dispute-register.txt, og hver koersel
      *    slutter med en aldersrapport over aabne sager. Paa en
      *    kortpostering kan "O" efterfoelges af kortordningens
      *    aarsagskode (O <ref> <kode>); den gemmes paa sagen og
      *    sendes med naar CHARGEBK rejser sagen som chargeback.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE.

           02 DQ-ACTION                PIC X(1).
           02 DQ-FILLER                PIC X(1).
           02 DQ-REF                   PIC X(12).
           02 DQ-FILLER-2              PIC X(1).
           02 DQ-REASON-CODE           PIC X(4).
       FD INPUT-TRANSACTIONS.
       01 TRANSACTION-RECORD.
           COPY "transactions.cpy".
           02 RI-STATUS                PIC X(1).
           02 RI-OPENED-DATE           PIC X(8).
           02 RI-CLOSED-DATE           PIC X(8).
      * Kortordningens aarsagskode til chargeback; blank paa
      * sager uden kode og paa aeldre, kortere raekker.
           02 RI-REASON-CODE           PIC X(4).
       FD REGISTER-OUT-FILE.
       01 REGISTER-OUT.
           02 RO-REF                   PIC X(12).
           02 RO-STATUS                PIC X(1).
           02 RO-OPENED-DATE           PIC X(8).
           02 RO-CLOSED-DATE           PIC X(8).
           02 RO-REASON-CODE           PIC X(4).
       FD OUTPUT-AGING.
       01 AGING-LINE.
           02 INFO                     PIC X(120).
           02 CSE-STATUS            PIC X(1) VALUE SPACES.
           02 CSE-OPENED-DATE       PIC X(8) VALUE SPACES.
           02 CSE-CLOSED-DATE       PIC X(8) VALUE SPACES.
           02 CSE-REASON-CODE       PIC X(4) VALUE SPACES.
       01 case-count                PIC 9(4) VALUE ZEROES.
       01 case-slot                 PIC 9(4) VALUE ZEROES.

                               TO CSE-OPENED-DATE(case-count)
                           MOVE RI-CLOSED-DATE
                               TO CSE-CLOSED-DATE(case-count)
                           MOVE RI-REASON-CODE
                               TO CSE-REASON-CODE(case-count)
                       END-IF
               END-READ
           END-PERFORM
                       MOVE "O" TO CSE-STATUS(case-count)
                       MOVE WS-TODAY TO CSE-OPENED-DATE(case-count)
                       MOVE SPACES TO CSE-CLOSED-DATE(case-count)
                       MOVE DQ-REASON-CODE
                           TO CSE-REASON-CODE(case-count)
                       MOVE "System - provisorisk kreditering"
                           TO WS-POSTING-TEXT
                       MOVE "K" TO WS-POSTING-SIDE
               MOVE CSE-STATUS(idx-case) TO RO-STATUS
               MOVE CSE-OPENED-DATE(idx-case) TO RO-OPENED-DATE
               MOVE CSE-CLOSED-DATE(idx-case) TO RO-CLOSED-DATE
               MOVE CSE-REASON-CODE(idx-case) TO RO-REASON-CODE
               WRITE REGISTER-OUT
           END-PERFORM
           CLOSE REGISTER-OUT-FILE.

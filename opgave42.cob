      *    ud i det tomme, lader MAILLBL undertrykke gentagne
      *    papirforsendelser til en kendt-daarlig adresse, og
      *    rapporterer kunder der nu er uopnaaelige paa begge
      *    kanaler til manuel opfoelgning. Kanal "D" (Digital Post,
      *    meldt af DIGIPOST og DPRCPT) flager den digitale kanal og
      *    skifter en "D"-kunde til papir paa samme maade.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVFAIL.

           02 CSI-EMAIL-BAD            PIC X(1).
           02 CSI-PAPER-BAD            PIC X(1).
           02 CSI-LAST-REASON          PIC X(30).
      *    Digital Post-kanalen; blank i aeldre raekker = "N".
           02 CSI-DIGITAL-BAD          PIC X(1).
       FD OUTPUT-CHANNEL-STATUS.
       01 CHANNEL-STATUS-OUT.
           02 CSO-CLIENT-ID            PIC X(10).
           02 CSO-EMAIL-BAD            PIC X(1).
           02 CSO-PAPER-BAD            PIC X(1).
           02 CSO-LAST-REASON          PIC X(30).
           02 CSO-DIGITAL-BAD          PIC X(1).
       FD OUTPUT-REPORT.
       01 REPORT-LINE.
           02 INFO                     PIC X(120).
           02 CHN-EMAIL-BAD         PIC X(1) VALUE "N".
           02 CHN-PAPER-BAD         PIC X(1) VALUE "N".
           02 CHN-LAST-REASON       PIC X(30) VALUE SPACES.
           02 CHN-DIGITAL-BAD       PIC X(1) VALUE "N".
       01 channel-count             PIC 9(4) VALUE ZEROES.
       01 chn-slot                  PIC 9(4) VALUE ZEROES.

                               TO CHN-PAPER-BAD(channel-count)
                           MOVE CSI-LAST-REASON
                               TO CHN-LAST-REASON(channel-count)
                           IF CSI-DIGITAL-BAD = "Y"
                               MOVE "Y"
                                   TO CHN-DIGITAL-BAD(channel-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE CHN-EMAIL-BAD(idx-chn) TO CSO-EMAIL-BAD
           MOVE CHN-PAPER-BAD(idx-chn) TO CSO-PAPER-BAD
           MOVE CHN-LAST-REASON(idx-chn) TO CSO-LAST-REASON
           MOVE CHN-DIGITAL-BAD(idx-chn) TO CSO-DIGITAL-BAD
           WRITE CHANNEL-STATUS-OUT
       END-PERFORM.
       CLOSE OUTPUT-CHANNEL-STATUS.
      * mail marks the paper channel bad so MAILLBL stops posting to
      * the address. Soft email bounces are reported but don't flag
      * the channel - one full mailbox shouldn't reroute a customer.
      * A Digital Post document that could not be delivered marks the
      * digital channel bad and switches a "D" customer to paper -
      * the provider only fails a document for lasting reasons
      * (exempt recipient, unknown CPR/CVR).
       PROCESS-FAILURE.
           PERFORM FIND-CHANNEL-SLOT
           IF chn-slot = ZEROES
                               DELIMITED BY SIZE
                           INTO INFO
                       WRITE REPORT-LINE
                   WHEN "D"
                       MOVE "Y" TO CHN-DIGITAL-BAD(chn-slot)
                       PERFORM SWITCH-CUSTOMER-TO-PAPER
                   WHEN OTHER
                       DISPLAY "DLVFAIL: unknown channel '"
                           DF-CHANNEL "' for client " DF-CLIENT-ID
                   = DF-CLIENT-ID
                   MOVE "Y" TO found-flag
                   IF delivery-preference OF CUSTOMER-ARRAY(cust-idx)
                           = DF-CHANNEL
                       MOVE "P" TO delivery-preference
                           OF CUSTOMER-ARRAY(cust-idx)
                       ADD 1 TO switched-count
           END-IF.
       EXIT.

      * Unreachable: paper is bad and so is the electronic channel
      * the customer could otherwise fall back from or to.
       REPORT-UNREACHABLE-CUSTOMERS.
           PERFORM VARYING idx-chn FROM 1 BY 1
                   UNTIL idx-chn > channel-count
               IF CHN-PAPER-BAD(idx-chn) = "Y"
                   AND (CHN-EMAIL-BAD(idx-chn) = "Y"
                       OR CHN-DIGITAL-BAD(idx-chn) = "Y")
                   ADD 1 TO unreachable-count
                   MOVE SPACES TO INFO
                   STRING "UOPNAAELIG: client-id=" DELIMITED BY SIZE

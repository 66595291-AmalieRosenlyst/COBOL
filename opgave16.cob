           02 CSI-EMAIL-BAD            PIC X(1).
           02 CSI-PAPER-BAD            PIC X(1).
           02 CSI-LAST-REASON          PIC X(30).
           02 CSI-DIGITAL-BAD          PIC X(1).

       WORKING-STORAGE SECTION.
      * Variable used as condition in while loop

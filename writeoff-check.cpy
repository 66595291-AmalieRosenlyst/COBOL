      * Afskrivningskontrol, delt af opgave10, STMTRE og TRIALBAL.
      * Kraever writeoff-check-fields.cpy i WORKING-STORAGE samt
      * SELECT/FD for WRITEOFF-REGISTER-FILE (se kommentaren der).
      * Kontonummer og afskrivningsdato for hver sag i
      * writeoff-register.txt laeses ind; en manglende fil betyder
      * blot ingen afskrevne konti.
       LOAD-WRITEOFF-CASES.
           OPEN INPUT WRITEOFF-REGISTER-FILE
           IF WS-WRITEOFF-REGISTER-STATUS = "00"
               PERFORM UNTIL EOF-WRITEOFF-REGISTER = "Y"
                   READ WRITEOFF-REGISTER-FILE
                       INTO WRITEOFF-REGISTER-RECORD
                       AT END
                           MOVE "Y" TO EOF-WRITEOFF-REGISTER
                       NOT AT END
                           IF woc-count < WOC-ARRAY-MAX
                               ADD 1 TO woc-count
                               MOVE WO-ACCOUNT-NUMBER TO
                                   WOC-ACCOUNT-NUMBER(woc-count)
                               MOVE WO-WRITEOFF-DATE TO
                                   WOC-WRITEOFF-DATE(woc-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-REGISTER-FILE
           END-IF.
       EXIT.

      * En afskreven konto er frossen, men tre slags posteringer skal
      * stadig bogfoeres paa den: WRITEOFF's systemindbetaling der
      * udligner gaelden ("I", "System - write-off <sag>"), en
      * indbetaling dateret paa eller efter afskrivningen (en
      * inddrivelse, som WRITEOFF RECOVER matcher til sagen), og
      * WRITEOFF's systemhaevning der foerer det inddrevne beloeb
      * videre til hovedbogen som inddrevet tab ("D", "System -
      * write-off recovery <sag>"), saa kontoen igen staar i nul.
       CHECK-WRITEOFF-POSTING.
           MOVE "N" TO writeoff-posting
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "I"
               AND OWNER OF TRANSACTION-RECORD(1:18)
                   = "System - write-off"
               MOVE "Y" TO writeoff-posting
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "D"
               AND OWNER OF TRANSACTION-RECORD(1:27)
                   = "System - write-off recovery"
               MOVE "Y" TO writeoff-posting
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "I"
               AND writeoff-posting = "N"
               PERFORM VARYING idx-woc FROM 1 BY 1
                       UNTIL idx-woc > woc-count
                       OR writeoff-posting = "Y"
                   IF WOC-ACCOUNT-NUMBER(idx-woc)
                           = ACCOUNT-NUMBER OF TRANSACTION-RECORD
                       AND TRANSACTION-DATE OF TRANSACTION-RECORD
                           >= WOC-WRITEOFF-DATE(idx-woc)
                       MOVE "Y" TO writeoff-posting
                   END-IF
               END-PERFORM
           END-IF.
       EXIT.

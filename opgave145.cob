      * Formål: Registrering af boksens bevaegelser i filialen.
      *    Leveringer fra kassecentralen, forsendelser retur dertil
      *    og den optalte boksbeholdning ved dagens afslutning blev
      *    skrevet i en papirprotokol. Medarbejderen taster filialens
      *    REG-NR, bevaegelsens art og beloebet; raekkerne gaar til
      *    vault-movements.txt, som VAULTBAL boeger i boksens
      *    kassebog sammen med kassernes udlevering og retur.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTMOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OUTPUT-MOVEMENTS ASSIGN TO DYNAMIC WS-MOVEMENTS-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MOVEMENTS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD OUTPUT-MOVEMENTS.
       01 MOVEMENT-RECORD.
           COPY "vault-movements.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MOVEMENTS-STATUS           PIC XX VALUE "00".
       01 WS-MOVEMENTS-FILENAME
           PIC X(100) VALUE "vault-movements.txt".

       01 entry-operator                PIC X(8) VALUE SPACES.
       01 entry-reg-nr                  PIC X(4) VALUE SPACES.
       01 entry-kind                    PIC X(1) VALUE SPACES.
       01 entry-amount-text             PIC X(14) VALUE SPACES.
       01 entry-amount-signed
           PIC S9(9)V99 SIGN IS TRAILING SEPARATE VALUE ZEROES.

       01 WS-CURRENT-DATE               PIC X(21) VALUE SPACES.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

       ACCEPT WS-MOVEMENTS-FILENAME
           FROM ENVIRONMENT "VAULT_MOVEMENTS_FILE"
       IF WS-MOVEMENTS-FILENAME = SPACES
           MOVE "vault-movements.txt" TO WS-MOVEMENTS-FILENAME
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

       OPEN EXTEND OUTPUT-MOVEMENTS
       IF WS-MOVEMENTS-STATUS = "35"
           OPEN OUTPUT OUTPUT-MOVEMENTS
       END-IF
       IF WS-MOVEMENTS-STATUS NOT = "00"
           DISPLAY "VAULTMOV: cannot open " WS-MOVEMENTS-FILENAME
               ", file status " WS-MOVEMENTS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "VAULTMOV: operatoer-id?"
       ACCEPT entry-operator
       IF entry-operator = SPACES
           DISPLAY "VAULTMOV: operatoer-id er paakraevet"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "filialens REG-NR?"
       ACCEPT entry-reg-nr
       IF entry-reg-nr IS NOT NUMERIC
           DISPLAY "VAULTMOV: REG-NR skal vaere fire cifre"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "levering, forsendelse eller optaelling (L/S/T)?"
       ACCEPT entry-kind
       IF entry-kind NOT = "L" AND entry-kind NOT = "S"
               AND entry-kind NOT = "T"
           DISPLAY "VAULTMOV: ukendt registreringstype '"
               entry-kind "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       IF entry-kind = "T"
           DISPLAY "optalt boksbeholdning?"
       ELSE
           DISPLAY "beloeb?"
       END-IF
       ACCEPT entry-amount-text
       COMPUTE entry-amount-signed =
           FUNCTION NUMVAL(entry-amount-text)
       IF entry-amount-signed < 0
           DISPLAY "VAULTMOV: beloebet kan ikke vaere negativt"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       IF entry-amount-signed = 0 AND entry-kind NOT = "T"
           DISPLAY "VAULTMOV: en levering eller forsendelse skal "
               "have et beloeb"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO MOVEMENT-RECORD
       MOVE WS-TODAY TO VM-DATE
       MOVE entry-reg-nr TO VM-REG-NR
       MOVE entry-kind TO VM-TYPE
       MOVE entry-amount-signed TO VM-AMOUNT
       MOVE entry-operator TO VM-OPERATOR-ID
       WRITE MOVEMENT-RECORD

       CLOSE OUTPUT-MOVEMENTS.

       DISPLAY "VAULTMOV: registreret."

       STOP RUN.

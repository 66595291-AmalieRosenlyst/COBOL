      * Oevelsesfilernes navne: TRAINING_FILE_PREFIX foran hvert
      * standardnavn. Kraever training-mode-fields.cpy.
       BUILD-TRAINING-NAMES.
           ACCEPT WS-TRAINING-PREFIX
               FROM ENVIRONMENT "TRAINING_FILE_PREFIX"
           IF WS-TRAINING-PREFIX = SPACES
               MOVE "training-" TO WS-TRAINING-PREFIX
           END-IF
           MOVE SPACES TO TRAINING-FILE-NAMES
           PERFORM VARYING training-idx FROM 1 BY 1
                   UNTIL training-idx > TRAINING-FILE-COUNT
               STRING WS-TRAINING-PREFIX DELIMITED BY SPACE
                   TRN-STANDARD-NAME(training-idx) DELIMITED BY SPACE
                   INTO TRN-FILENAME(training-idx)
           END-PERFORM.
       EXIT.

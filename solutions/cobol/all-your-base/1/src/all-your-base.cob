           EXIT.

       CONVERT-ONE-REQUEST.
           MOVE SPACES TO CONV-RESULT-LINE
           IF CR-FROM-BASE IS NOT NUMERIC
              OR CR-TO-BASE IS NOT NUMERIC
              MOVE "bases must be numeric" TO WS-ERROR

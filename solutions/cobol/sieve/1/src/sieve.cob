           EXIT.

       FACTORIZE-ONE-REQUEST.
           MOVE SPACES TO FACTOR-REPORT-LINE
           IF FACTOR-REQUEST-RECORD IS NUMERIC
              MOVE FACTOR-REQUEST-RECORD TO WS-FACTOR-NUMBER
              PERFORM FACTORIZE-NUMBER

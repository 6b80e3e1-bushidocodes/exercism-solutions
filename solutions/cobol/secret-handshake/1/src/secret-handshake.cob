                         PERFORM DECODE-ONE-BADGE
                   END-READ
           END-PERFORM
           MOVE SPACES TO BADGE-REPORT-LINE
           STRING "BADGES: " DELIMITED BY SIZE
              WS-BADGE-COUNT DELIMITED BY SIZE
              " REJECTS: " DELIMITED BY SIZE
           EXIT.

       DECODE-ONE-BADGE.
           MOVE SPACES TO BADGE-REPORT-LINE
           IF BG-CODE IS NOT NUMERIC
              ADD 1 TO WS-BADGE-REJECTS
              STRING BG-BADGE-ID DELIMITED BY SIZE

      *    per-feed arrival status and record counts to FEEDRPT. A
      *    feed that has not arrived is reported MISSING -- or
      *    PENDING while its window is still open -- instead of
      *    silently shorting the night's totals. A feed file that is
      *    there but holds no cards (CARD-ISSUANCE on a night with
      *    nothing issued) has arrived and is reported EMPTY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEED-IN-FILE ASSIGN TO WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-REPORT-FILE ASSIGN TO "FEEDRPT"
       01 WS-FEED-EOF-FLAG    PIC 9     VALUE 0.
          88 FEED-EOF                   VALUE 1 FALSE 0.
       01 WS-FEED-FILE-NAME   PIC X(12).
       01 WS-FEED-FILE-STATUS PIC X(2).
      *    "05" on open: the feed file is not there at all.
       01 WS-FEED-OPEN-STATUS PIC X(2).
          88 FEED-NOT-THERE             VALUE "05".
       01 WS-FEED-COUNT       PIC 9(6).
       01 WS-TOTAL-COUNT      PIC 9(6)  VALUE 0.
       01 WS-FEEDS-SEEN       PIC 9(2)  VALUE 0.
           MOVE 0 TO WS-FEED-COUNT
           SET FEED-EOF TO FALSE
           OPEN INPUT FEED-IN-FILE
           MOVE WS-FEED-FILE-STATUS TO WS-FEED-OPEN-STATUS
           IF FEED-NOT-THERE
              SET FEED-EOF TO TRUE
           END-IF
           PERFORM UNTIL FEED-EOF
                   READ FEED-IN-FILE
                      AT END
                   END-READ
           END-PERFORM
           CLOSE FEED-IN-FILE
           EVALUATE TRUE
           WHEN WS-FEED-COUNT > 0
              ADD 1 TO WS-FEEDS-SEEN
              ADD WS-FEED-COUNT TO WS-TOTAL-COUNT
              MOVE "OK" TO WS-FEED-STATUS
           WHEN NOT FEED-NOT-THERE
              ADD 1 TO WS-FEEDS-SEEN
              MOVE "EMPTY" TO WS-FEED-STATUS
           WHEN OTHER
              ADD 1 TO WS-FEEDS-MISSING
              IF WS-TIME-NOW > FR-WINDOW-CLOSE
                 MOVE "MISSING" TO WS-FEED-STATUS
              ELSE
                 MOVE "PENDING" TO WS-FEED-STATUS
              END-IF
           END-EVALUATE
           PERFORM WRITE-FEED-STATUS
           .
       COLLECT-ONE-FEED-EXIT.

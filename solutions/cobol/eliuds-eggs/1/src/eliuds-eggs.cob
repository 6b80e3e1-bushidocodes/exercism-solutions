       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIUDS-EGGS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    File mode for the coop yield intake: one tray bitmap per
      *    line in, its egg count and set positions out -- farm ops
      *    stops keying trays in one value at a time.
           SELECT TRAY-INPUT-FILE ASSIGN TO "EGGSIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAY-OUTPUT-FILE ASSIGN TO "EGGSOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAY-INPUT-FILE.
       01  TRAY-INPUT-RECORD     PIC X(10).
       FD  TRAY-OUTPUT-FILE.
       01  TRAY-OUTPUT-RECORD.
           02 EO-POSITION-COUNT  PIC 99.
           02 EO-POSITION-ENTRY OCCURS 34.
              05 FILLER          PIC X.
              05 EO-POSITION     PIC 99.
       WORKING-STORAGE SECTION.
       01 WS-INPUTVARS.
          05 WS-INPUT    PIC 9(10).
          05 WS-POSITION OCCURS 1 TO 34
                DEPENDING ON WS-POSITION-COUNT PIC 99.

      * File-mode support.
       01 WS-TRAY-EOF-FLAG   PIC 9    VALUE 0.
          88 TRAY-EOF                 VALUE 1 FALSE 0.
       01 WS-LINE-COUNT      PIC 9(5) VALUE 0.
       77 WS-OUT-IDX         PIC 99.

       PROCEDURE DIVISION.
       EGG-COUNT.
           INITIALIZE WS-RESULT

      * Lists which tray positions (bit 1 = rightmost) hold an egg,
      * leaving WS-INPUT untouched for callers that still need it.
      * Reachable as its own entry point; the work itself is in
      * LIST-EGG-POSITIONS so EGG-COUNT-BATCH can PERFORM it.
       ENTRY "EGG-COUNT-POSITIONS".
       EGG-COUNT-POSITIONS.
           PERFORM LIST-EGG-POSITIONS
           GOBACK.

       LIST-EGG-POSITIONS.
           MOVE WS-INPUT TO WS-EGG-WORK
           MOVE 0 TO WS-POSITION-COUNT
           MOVE 0 TO WS-BIT-POS
                      MOVE WS-BIT-POS TO WS-POSITION(WS-POSITION-COUNT)
                   END-IF
                   COMPUTE WS-EGG-WORK = WS-EGG-WORK / 2
           END-PERFORM.

      * File mode: every EGGSIN bitmap through LIST-EGG-POSITIONS,
      * one EGGSOUT line each -- the egg count, then the set
      * positions. A non-numeric bitmap comes back as no eggs.
       ENTRY "EGG-COUNT-BATCH".
       EGG-COUNT-BATCH.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-TRAY-EOF-FLAG
           OPEN INPUT TRAY-INPUT-FILE
           OPEN OUTPUT TRAY-OUTPUT-FILE
           PERFORM UNTIL TRAY-EOF
                   READ TRAY-INPUT-FILE
                      AT END
                         SET TRAY-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-LINE-COUNT
                         IF TRAY-INPUT-RECORD IS NUMERIC
                            MOVE TRAY-INPUT-RECORD TO WS-INPUT
                         ELSE
                            MOVE 0 TO WS-INPUT
                         END-IF
                         PERFORM LIST-EGG-POSITIONS
                         MOVE SPACES TO TRAY-OUTPUT-RECORD
                         MOVE WS-POSITION-COUNT TO EO-POSITION-COUNT
                         PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                            UNTIL WS-OUT-IDX > WS-POSITION-COUNT
                                 MOVE WS-POSITION(WS-OUT-IDX)
                                    TO EO-POSITION(WS-OUT-IDX)
                         END-PERFORM
                         WRITE TRAY-OUTPUT-RECORD
                   END-READ
           END-PERFORM
           CLOSE TRAY-OUTPUT-FILE
           CLOSE TRAY-INPUT-FILE
           DISPLAY "EGG-COUNT-BATCH: " WS-LINE-COUNT
              " TRAYS COUNTED"
           GOBACK.
       EGG-COUNT-BATCH-EXIT.
           EXIT.

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROBOT-POSITION-FILE ASSIGN TO "ROBOTPOS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Where each robot stood when its task ended, before the
      *    recharge pass moved any of them -- how DOCK-STAGING-STATUS
      *    knows a delivery was made.
           SELECT TASK-END-FILE ASSIGN TO "ROBOTEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROBOT-EXCEPTION-FILE ASSIGN TO "ROBOTEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Per-robot wear for the run -- cells driven, turns, moves
      *    refused, trips to a charger -- posted to the ROBOTMNT
      *    maintenance master by ROBOT-MAINT.  Each run adds its
      *    lines; ROBOT-MAINT takes them off once they are posted.
           SELECT OPTIONAL ROBOT-USAGE-FILE ASSIGN TO "ROBOTUSE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 RT-INSTRUCTIONS  PIC X(60).
       FD  ROBOT-POSITION-FILE.
       01  ROBOT-POSITION-LINE  PIC X(80).
       FD  TASK-END-FILE.
       01  TASK-END-LINE        PIC X(80).
       FD  ROBOT-EXCEPTION-FILE.
       01  ROBOT-EXCEPTION-LINE PIC X(80).
       FD  ROBOT-USAGE-FILE.
       01  ROBOT-USAGE-RECORD.
           02 RU-ROBOT-ID      PIC X(10).
           02 RU-DISTANCE      PIC 9(5).
           02 RU-TURNS         PIC 9(5).
           02 RU-REFUSALS      PIC 9(5).
           02 RU-CHARGES       PIC 9(3).

       WORKING-STORAGE SECTION.
      * Input and Output
             03 WS-ROBOT-COLLIDED     PIC X.
             03 WS-ROBOT-CHARGE       PIC 9(3).
             03 WS-ROBOT-SKIPPED      PIC X.
             03 WS-ROBOT-DRIVEN       PIC 9(4).
             03 WS-ROBOT-TURNED       PIC 9(3).
             03 WS-ROBOT-CHARGED      PIC 9.
       77 J-IDX                 PIC 99.
       01 WS-COLLISION-SWITCH   PIC X VALUE "N".
          88 COLLISION-DETECTED VALUE "Y".
       01 WS-CELL-BLOCKED-SW    PIC X VALUE "N".
          88 CELL-BLOCKED       VALUE "Y".
       01 WS-REFUSED-MOVES      PIC 99.
      *    Wear counted alongside the refusals: cells actually
      *    entered and turns made.
       01 WS-ADVANCES-MADE      PIC 9(3).
       01 WS-TURNS-MADE         PIC 9(3).
       01 WS-ROBOT-NUM          PIC 99.

      *    Batch task-file support.

       EXECUTE-INSTRUCTIONS.
           MOVE 0 TO WS-REFUSED-MOVES
           MOVE 0 TO WS-ADVANCES-MADE
           MOVE 0 TO WS-TURNS-MADE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INSTRUCTIONS))
              TO WS-INSTRUCTIONS-LEN

           .

       TURN-RIGHT.
           ADD 1 TO WS-TURNS-MADE
           EVALUATE WS-DIRECTION
           WHEN "north"
                MOVE "east" TO WS-DIRECTION
           .

       TURN-LEFT.
           ADD 1 TO WS-TURNS-MADE
           EVALUATE WS-DIRECTION
           WHEN "north"
                MOVE "west" TO WS-DIRECTION
           WHEN OTHER
              MOVE WS-NEXT-X TO WS-X-COORD
              MOVE WS-NEXT-Y TO WS-Y-COORD
              ADD 1 TO WS-ADVANCES-MADE
              IF BATTERY-ACTIVE
                 SUBTRACT 1 FROM WS-CHARGE
              END-IF
                      MOVE WS-DIRECTION TO WS-ROBOT-DIRECTION(R-IDX)
                      MOVE WS-REFUSED-MOVES
                         TO WS-ROBOT-REFUSED(R-IDX)
                      MOVE WS-ADVANCES-MADE
                         TO WS-ROBOT-DRIVEN(R-IDX)
                      MOVE WS-TURNS-MADE TO WS-ROBOT-TURNED(R-IDX)
                      IF BATTERY-ACTIVE
                         MOVE WS-CHARGE TO WS-ROBOT-CHARGE(R-IDX)
                      END-IF
              UNTIL R-IDX > WS-ROBOT-COUNT
                   IF WS-ROBOT-REFUSED(R-IDX) > 0
                      SET WS-ROBOT-NUM TO R-IDX
                      MOVE SPACES TO REFUSED-MOVE-LINE
                      STRING "ROBOT " DELIMITED BY SIZE
                         WS-ROBOT-NUM DELIMITED BY SIZE
                         " REFUSED MOVES: " DELIMITED BY SIZE
      *    Batch task-file mode: reads the planning team's nightly
      *    route plan (robot id, start position, direction,
      *    instruction string), runs the whole fleet against the
      *    floor map, writes where each task ended and an end-of-run
      *    positions file, and reports robots involved in collisions
      *    on the exceptions file -- so the route plan is validated
      *    unattended in the batch window instead of hand-keying
      *    fifty WS-ROBOT slots.
      *    Reachable as its own entry point.
       ENTRY "ROBOT-FLEET-BATCH".
       ROBOT-FLEET-BATCH.
           PERFORM LOAD-FLOOR-MAP
           PERFORM LOAD-BATTERY-FILE
           PERFORM RUN-FLEET
           PERFORM WRITE-TASK-END-FILE
           PERFORM RECHARGE-FLEET
           PERFORM WRITE-REFUSED-MOVE-REPORT
           PERFORM WRITE-POSITION-FILE
           PERFORM WRITE-EXCEPTION-REPORT
           PERFORM SAVE-BATTERY-FILE
           PERFORM WRITE-USAGE-FILE
           DISPLAY "ROBOT-FLEET-BATCH: " WS-ROBOT-COUNT " ROBOTS, "
              WS-COLLISION-COUNT " COLLISION PAIRS, "
              WS-SKIPPED-COUNT " REFUSED ON CHARGE, "
       SAVE-BATTERY-FILE-EXIT.
           EXIT.

      *    One usage line per robot in the run, the drive to a
      *    charging station counted in with the task's cells.
       WRITE-USAGE-FILE.
           OPEN EXTEND ROBOT-USAGE-FILE
           PERFORM VARYING R-IDX FROM 1 BY 1
              UNTIL R-IDX > WS-ROBOT-COUNT
                   MOVE WS-ROBOT-ID(R-IDX) TO RU-ROBOT-ID
                   MOVE WS-ROBOT-DRIVEN(R-IDX) TO RU-DISTANCE
                   MOVE WS-ROBOT-TURNED(R-IDX) TO RU-TURNS
                   MOVE WS-ROBOT-REFUSED(R-IDX) TO RU-REFUSALS
                   MOVE WS-ROBOT-CHARGED(R-IDX) TO RU-CHARGES
                   WRITE ROBOT-USAGE-RECORD
           END-PERFORM
           CLOSE ROBOT-USAGE-FILE
           .
       WRITE-USAGE-FILE-EXIT.
           EXIT.

      *    Routes every robot under the low-water mark -- including
      *    robots refused their task -- to the nearest charging
      *    station not already claimed this pass, and charges it
                   END-IF
           END-PERFORM
           IF WS-BEST-CHARGER = 0
              MOVE SPACES TO RECHARGE-REPORT-LINE
              STRING WS-ROBOT-ID(R-IDX) DELIMITED BY SIZE
                 " LOW (" DELIMITED BY SIZE
                 WS-ROBOT-CHARGE(R-IDX) DELIMITED BY SIZE
           MOVE WS-CHARGER-X(WS-BEST-CHARGER) TO WS-ROBOT-X(R-IDX)
           MOVE WS-CHARGER-Y(WS-BEST-CHARGER) TO WS-ROBOT-Y(R-IDX)
           MOVE WS-FULL-CHARGE TO WS-ROBOT-CHARGE(R-IDX)
           ADD WS-BEST-DISTANCE TO WS-ROBOT-DRIVEN(R-IDX)
           ADD 1 TO WS-ROBOT-CHARGED(R-IDX)
           ADD 1 TO WS-RECHARGED-COUNT
           MOVE SPACES TO RECHARGE-REPORT-LINE
           STRING WS-ROBOT-ID(R-IDX) DELIMITED BY SIZE
              " TO CHARGER X=" DELIMITED BY SIZE
              WS-CHARGER-X(WS-BEST-CHARGER) DELIMITED BY SIZE
                            MOVE RT-INSTRUCTIONS
                               TO WS-ROBOT-INSTRUCTIONS(R-IDX)
                            MOVE 0 TO WS-ROBOT-REFUSED(R-IDX)
                            MOVE 0 TO WS-ROBOT-DRIVEN(R-IDX)
                            MOVE 0 TO WS-ROBOT-TURNED(R-IDX)
                            MOVE 0 TO WS-ROBOT-CHARGED(R-IDX)
                         END-IF
                   END-READ
           END-PERFORM
              UNTIL R-IDX > WS-ROBOT-COUNT
                   MOVE WS-ROBOT-X(R-IDX) TO WS-POS-X-OUT
                   MOVE WS-ROBOT-Y(R-IDX) TO WS-POS-Y-OUT
                   MOVE SPACES TO ROBOT-POSITION-LINE
                   STRING WS-ROBOT-ID(R-IDX) DELIMITED BY SIZE
                      " X=" DELIMITED BY SIZE
                      WS-POS-X-OUT DELIMITED BY SIZE
       WRITE-POSITION-FILE-EXIT.
           EXIT.

      *    ROBOTPOS columns for the end-of-task position, then the
      *    moves refused in 63-64 and, from 66, SKIPPED for a robot
      *    refused its task on charge or DONE for one that ran it.
       WRITE-TASK-END-FILE.
           OPEN OUTPUT TASK-END-FILE
           PERFORM VARYING R-IDX FROM 1 BY 1
              UNTIL R-IDX > WS-ROBOT-COUNT
                   MOVE WS-ROBOT-X(R-IDX) TO WS-POS-X-OUT
                   MOVE WS-ROBOT-Y(R-IDX) TO WS-POS-Y-OUT
                   MOVE SPACES TO TASK-END-LINE
                   STRING WS-ROBOT-ID(R-IDX) DELIMITED BY SIZE
                      " X=" DELIMITED BY SIZE
                      WS-POS-X-OUT DELIMITED BY SIZE
                      " Y=" DELIMITED BY SIZE
                      WS-POS-Y-OUT DELIMITED BY SIZE
                      " FACING " DELIMITED BY SIZE
                      WS-ROBOT-DIRECTION(R-IDX) DELIMITED BY SIZE
                      INTO TASK-END-LINE
                   END-STRING
                   MOVE "REFUSED=" TO TASK-END-LINE(55:8)
                   MOVE WS-ROBOT-REFUSED(R-IDX) TO TASK-END-LINE(63:2)
                   IF WS-ROBOT-SKIPPED(R-IDX) = "Y"
                      MOVE "SKIPPED" TO TASK-END-LINE(66:7)
                   ELSE
                      MOVE "DONE" TO TASK-END-LINE(66:7)
                   END-IF
                   WRITE TASK-END-LINE
           END-PERFORM
           CLOSE TASK-END-FILE
           .
       WRITE-TASK-END-FILE-EXIT.
           EXIT.

       WRITE-EXCEPTION-REPORT.
           OPEN OUTPUT ROBOT-EXCEPTION-FILE
           PERFORM VARYING R-IDX FROM 1 BY 1
              UNTIL R-IDX > WS-ROBOT-COUNT
                   IF WS-ROBOT-COLLIDED(R-IDX) = "Y"
                      MOVE SPACES TO ROBOT-EXCEPTION-LINE
                      STRING WS-ROBOT-ID(R-IDX) DELIMITED BY SIZE
                         " COLLISION AT X=" DELIMITED BY SIZE
                         WS-ROBOT-X(R-IDX) DELIMITED BY SIZE
                      WRITE ROBOT-EXCEPTION-LINE
                   END-IF
                   IF WS-ROBOT-SKIPPED(R-IDX) = "Y"
                      MOVE SPACES TO ROBOT-EXCEPTION-LINE
                      STRING WS-ROBOT-ID(R-IDX) DELIMITED BY SIZE
                         " TASK REFUSED: CHARGE "
                         DELIMITED BY SIZE

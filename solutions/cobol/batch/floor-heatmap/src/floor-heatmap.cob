       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLOOR-HEATMAP.
      *    Floor traffic heatmap. Supervisors suspected the same
      *    aisles jam every shift but had no numbers to show
      *    facilities. This job replays the day's ROBOTASK plan over
      *    the FLOORMAP grid the way the floor actually runs it --
      *    in lock step, every robot carrying out its next
      *    instruction in the same step -- and counts how many times
      *    each cell is entered and how often two robots want the
      *    same cell in the same step. Of robots claiming one cell
      *    in a step, the first on ROBOTASK takes it and the rest
      *    are refused by the collision check and stay put, as a
      *    blocked cell refuses them in ROBOT-SIMULATOR. Battery is
      *    not metered: the question is where the plan sends the
      *    fleet, not whether it gets there.
      *
      *    HEATRPT prints the floor as a grid, north at the top, each
      *    cell shaded 1 to 9 against the busiest cell (# racking,
      *    C charging station, . never entered), then the busiest
      *    cells and the cells with the most collision-check
      *    refusals, ranked with ties sharing a rank -- the numbers
      *    facilities need to decide where to widen an aisle or
      *    move a charging station.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The day's route plan, as ROBOT-FLEET-BATCH reads it.
           SELECT ROBOT-TASK-FILE ASSIGN TO "ROBOTASK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FLOOR-MAP-FILE ASSIGN TO "FLOORMAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HEATMAP-REPORT-FILE ASSIGN TO "HEATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROBOT-TASK-FILE.
       01  ROBOT-TASK-RECORD.
           02 RT-ROBOT-ID      PIC X(10).
           02 RT-X             PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 RT-Y             PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 RT-DIRECTION     PIC X(5).
           02 FILLER           PIC X.
           02 RT-INSTRUCTIONS  PIC X(60).
       FD  FLOOR-MAP-FILE.
       01  FLOOR-MAP-RECORD.
           02 FM-X             PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 FM-Y             PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 FM-CELL-TYPE     PIC X.
       FD  HEATMAP-REPORT-FILE.
       01  HEATMAP-REPORT-LINE PIC X(132).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-TASK-EOF-FLAG    PIC 9     VALUE 0.
          88 TASK-EOF                   VALUE 1 FALSE 0.
       01 WS-MAP-EOF-FLAG     PIC 9     VALUE 0.
          88 MAP-EOF                    VALUE 1 FALSE 0.
       01 WS-CELL-BLOCKED-SW  PIC X     VALUE "N".
          88 CELL-BLOCKED               VALUE "Y" FALSE "N".

      *    The fleet as ROBOTASK plans it, replayed in place.
       01 WS-ROBOT-COUNT      PIC 99    VALUE 0.
       01 WS-ROBOTS.
          02 WS-ROBOT OCCURS 50 TIMES.
             03 WS-ROBOT-ID           PIC X(10).
             03 WS-ROBOT-X            PIC S999.
             03 WS-ROBOT-Y            PIC S999.
             03 WS-ROBOT-DIRECTION    PIC X(5).
             03 WS-ROBOT-INSTRUCTIONS PIC X(60).
             03 WS-ROBOT-STEPS        PIC 99.
      *    This step's wanted cell; "Y" while the claim stands.
             03 WS-ROBOT-CLAIM        PIC X.
             03 WS-ROBOT-CLAIM-X      PIC S999.
             03 WS-ROBOT-CLAIM-Y      PIC S999.
       77 R-IDX               PIC 99.
       77 Q-IDX               PIC 99.

       01 WS-BLOCKED-COUNT    PIC 9(3)  VALUE 0.
       01 WS-BLOCKED-CELLS.
          02 WS-BLOCKED-CELL OCCURS 500 TIMES.
             03 WS-BLOCKED-X  PIC S999.
             03 WS-BLOCKED-Y  PIC S999.
       77 B-IDX               PIC 9(3).
       01 WS-CHARGER-COUNT    PIC 99    VALUE 0.
       01 WS-CHARGERS.
          02 WS-CHARGER OCCURS 20 TIMES.
             03 WS-CHARGER-X  PIC S999.
             03 WS-CHARGER-Y  PIC S999.
       77 C-IDX               PIC 99.

      *    Every cell the replay touched: entries made and moves
      *    refused there by the collision check.
       01 WS-CELL-COUNT       PIC 9(4)  VALUE 0.
       01 WS-CELL-OVERFLOW    PIC 9(5)  VALUE 0.
       01 WS-CELLS.
          02 WS-CELL OCCURS 2000 TIMES.
             03 WS-CELL-X        PIC S999.
             03 WS-CELL-Y        PIC S999.
             03 WS-CELL-ENTRIES  PIC 9(5).
             03 WS-CELL-CLASHES  PIC 9(5).
             03 WS-CELL-RANK     PIC 9(4).
       77 K                   PIC 9(4).
       77 M                   PIC 9(4).
       01 WS-FIND-X           PIC S999.
       01 WS-FIND-Y           PIC S999.

       01 WS-STEP             PIC 99.
       01 WS-LONGEST-PLAN     PIC 99    VALUE 0.
       01 WS-INSTRUCTION      PIC X.
       01 WS-MOVE-COUNT       PIC 9(5)  VALUE 0.
       01 WS-MAP-REFUSALS     PIC 9(5)  VALUE 0.
       01 WS-CLASH-COUNT      PIC 9(5)  VALUE 0.
       01 WS-MAX-ENTRIES      PIC 9(5)  VALUE 0.

      *    Printed grid window. A floor wider or deeper than the
      *    window is printed from its south-west corner and clipped.
       77 WS-GRID-MAX         PIC 9(3)  VALUE 100.
       01 WS-MIN-X            PIC S999.
       01 WS-MAX-X            PIC S999.
       01 WS-MIN-Y            PIC S999.
       01 WS-MAX-Y            PIC S999.
       01 WS-BOUNDS-SET       PIC X     VALUE "N".
          88 BOUNDS-SET                 VALUE "Y" FALSE "N".
       01 WS-GRID-WIDTH       PIC 9(4).
       01 WS-GRID-HEIGHT      PIC 9(4).
       01 WS-GRID-CLIPPED     PIC X     VALUE "N".
          88 GRID-CLIPPED               VALUE "Y" FALSE "N".
       01 WS-GRID.
          02 WS-GRID-ROW OCCURS 100 TIMES.
             03 WS-GRID-CELL  PIC X OCCURS 100 TIMES.
       77 GX                  PIC 9(3).
       77 GY                  PIC 9(3).
       01 WS-ROW-Y            PIC S999.
       01 WS-COL-X            PIC S999.
       01 WS-SHADE            PIC 9.
       01 WS-SHADE-WORK       PIC 9(7).
      *    Column heading: the units digit of each column's X.
       01 WS-COL-DIGITS       PIC 9(3).

      *    Ranked lists: the busiest cells and the most contested.
       77 WS-TOP-CELLS        PIC 99    VALUE 10.
       77 WS-RANK             PIC 9(4).
       77 WS-PRINTED          PIC 9(4).
       01 WS-RANK-SHOW        PIC ZZZ9.
       01 WS-COUNT-SHOW       PIC ZZZZ9.
       01 WS-CLASH-SHOW       PIC ZZZZ9.
       01 WS-X-SHOW           PIC +999.
       01 WS-Y-SHOW           PIC +999.

      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       FLOOR-HEATMAP.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-TASK-FILE
           PERFORM LOAD-FLOOR-MAP
           PERFORM VARYING WS-STEP FROM 1 BY 1
              UNTIL WS-STEP > WS-LONGEST-PLAN
                   PERFORM REPLAY-ONE-STEP
           END-PERFORM
           OPEN OUTPUT HEATMAP-REPORT-FILE
           MOVE SPACES TO HEATMAP-REPORT-LINE
           STRING "FLOOR TRAFFIC HEATMAP FOR " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO HEATMAP-REPORT-LINE
           END-STRING
           WRITE HEATMAP-REPORT-LINE
           MOVE SPACES TO HEATMAP-REPORT-LINE
           STRING WS-ROBOT-COUNT DELIMITED BY SIZE
              " ROBOTS, " DELIMITED BY SIZE
              WS-LONGEST-PLAN DELIMITED BY SIZE
              " STEPS, " DELIMITED BY SIZE
              WS-MOVE-COUNT DELIMITED BY SIZE
              " CELLS ENTERED, " DELIMITED BY SIZE
              WS-MAP-REFUSALS DELIMITED BY SIZE
              " REFUSED BY THE MAP, " DELIMITED BY SIZE
              WS-CLASH-COUNT DELIMITED BY SIZE
              " REFUSED BY THE COLLISION CHECK" DELIMITED BY SIZE
              INTO HEATMAP-REPORT-LINE
           END-STRING
           WRITE HEATMAP-REPORT-LINE
           PERFORM PRINT-HEATMAP-GRID
           PERFORM PRINT-BUSIEST-CELLS
           PERFORM PRINT-CONTESTED-CELLS
           CLOSE HEATMAP-REPORT-FILE
           IF WS-CELL-OVERFLOW > 0
              DISPLAY "FLOOR-HEATMAP: " WS-CELL-OVERFLOW
                 " ENTRIES BEYOND THE CELL TABLE NOT COUNTED"
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FLOOR-HEATMAP: " WS-ROBOT-COUNT " ROBOTS, "
              WS-CELL-COUNT " CELLS USED, "
              WS-CLASH-COUNT " COLLISION-CHECK REFUSALS"
           GOBACK.

       LOAD-TASK-FILE.
           MOVE 0 TO WS-ROBOT-COUNT
           SET TASK-EOF TO FALSE
           OPEN INPUT ROBOT-TASK-FILE
           PERFORM UNTIL TASK-EOF
                   READ ROBOT-TASK-FILE
                      AT END
                         SET TASK-EOF TO TRUE
                      NOT AT END
                         IF WS-ROBOT-COUNT < 50
                            ADD 1 TO WS-ROBOT-COUNT
                            MOVE WS-ROBOT-COUNT TO R-IDX
                            MOVE RT-ROBOT-ID TO WS-ROBOT-ID(R-IDX)
                            MOVE RT-X TO WS-ROBOT-X(R-IDX)
                            MOVE RT-Y TO WS-ROBOT-Y(R-IDX)
                            MOVE RT-DIRECTION
                               TO WS-ROBOT-DIRECTION(R-IDX)
                            MOVE RT-INSTRUCTIONS
                               TO WS-ROBOT-INSTRUCTIONS(R-IDX)
                            MOVE LENGTH(TRIM(RT-INSTRUCTIONS
                               TRAILING)) TO WS-ROBOT-STEPS(R-IDX)
                            IF RT-INSTRUCTIONS = SPACES
                               MOVE 0 TO WS-ROBOT-STEPS(R-IDX)
                            END-IF
                            IF WS-ROBOT-STEPS(R-IDX) > WS-LONGEST-PLAN
                               MOVE WS-ROBOT-STEPS(R-IDX)
                                  TO WS-LONGEST-PLAN
                            END-IF
                            MOVE RT-X TO WS-FIND-X
                            MOVE RT-Y TO WS-FIND-Y
                            PERFORM WIDEN-BOUNDS
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ROBOT-TASK-FILE
           .
       LOAD-TASK-FILE-EXIT.
           EXIT.

      *    Plain lines block cells, C lines are charging stations.
       LOAD-FLOOR-MAP.
           MOVE 0 TO WS-BLOCKED-COUNT
           MOVE 0 TO WS-CHARGER-COUNT
           SET MAP-EOF TO FALSE
           OPEN INPUT FLOOR-MAP-FILE
           PERFORM UNTIL MAP-EOF
                   READ FLOOR-MAP-FILE
                      AT END
                         SET MAP-EOF TO TRUE
                      NOT AT END
                         MOVE FM-X TO WS-FIND-X
                         MOVE FM-Y TO WS-FIND-Y
                         EVALUATE TRUE
                         WHEN FM-CELL-TYPE = "C"
                            IF WS-CHARGER-COUNT < 20
                               ADD 1 TO WS-CHARGER-COUNT
                               MOVE FM-X
                                  TO WS-CHARGER-X(WS-CHARGER-COUNT)
                               MOVE FM-Y
                                  TO WS-CHARGER-Y(WS-CHARGER-COUNT)
                               PERFORM WIDEN-BOUNDS
                            END-IF
                         WHEN WS-BLOCKED-COUNT < 500
                            ADD 1 TO WS-BLOCKED-COUNT
                            MOVE FM-X
                               TO WS-BLOCKED-X(WS-BLOCKED-COUNT)
                            MOVE FM-Y
                               TO WS-BLOCKED-Y(WS-BLOCKED-COUNT)
                            PERFORM WIDEN-BOUNDS
                         END-EVALUATE
                   END-READ
           END-PERFORM
           CLOSE FLOOR-MAP-FILE
           .
       LOAD-FLOOR-MAP-EXIT.
           EXIT.

      *    Every robot with an instruction left carries it out:
      *    turns at once, advances as claims on the next cell. The
      *    map refuses a claim on racking; of claims on the same
      *    cell the first robot's stands and the rest are refused.
       REPLAY-ONE-STEP.
           PERFORM VARYING R-IDX FROM 1 BY 1
              UNTIL R-IDX > WS-ROBOT-COUNT
                   MOVE "N" TO WS-ROBOT-CLAIM(R-IDX)
                   IF WS-STEP <= WS-ROBOT-STEPS(R-IDX)
                      MOVE WS-ROBOT-INSTRUCTIONS(R-IDX)(WS-STEP:1)
                         TO WS-INSTRUCTION
                      PERFORM CARRY-OUT-INSTRUCTION
                   END-IF
           END-PERFORM
           PERFORM VARYING R-IDX FROM 2 BY 1
              UNTIL R-IDX > WS-ROBOT-COUNT
                   IF WS-ROBOT-CLAIM(R-IDX) = "Y"
                      PERFORM CHECK-CLAIM-CLASH
                   END-IF
           END-PERFORM
           PERFORM VARYING R-IDX FROM 1 BY 1
              UNTIL R-IDX > WS-ROBOT-COUNT
                   IF WS-ROBOT-CLAIM(R-IDX) = "Y"
                      MOVE WS-ROBOT-CLAIM-X(R-IDX) TO WS-ROBOT-X(R-IDX)
                      MOVE WS-ROBOT-CLAIM-Y(R-IDX) TO WS-ROBOT-Y(R-IDX)
                      MOVE WS-ROBOT-X(R-IDX) TO WS-FIND-X
                      MOVE WS-ROBOT-Y(R-IDX) TO WS-FIND-Y
                      PERFORM FIND-CELL
                      IF K > 0
                         ADD 1 TO WS-CELL-ENTRIES(K)
                      END-IF
                      ADD 1 TO WS-MOVE-COUNT
                   END-IF
           END-PERFORM
           .
       REPLAY-ONE-STEP-EXIT.
           EXIT.

       CARRY-OUT-INSTRUCTION.
           EVALUATE WS-INSTRUCTION
           WHEN "R"
                EVALUATE WS-ROBOT-DIRECTION(R-IDX)
                WHEN "north"
                     MOVE "east" TO WS-ROBOT-DIRECTION(R-IDX)
                WHEN "east"
                     MOVE "south" TO WS-ROBOT-DIRECTION(R-IDX)
                WHEN "south"
                     MOVE "west" TO WS-ROBOT-DIRECTION(R-IDX)
                WHEN "west"
                     MOVE "north" TO WS-ROBOT-DIRECTION(R-IDX)
                END-EVALUATE
           WHEN "L"
                EVALUATE WS-ROBOT-DIRECTION(R-IDX)
                WHEN "north"
                     MOVE "west" TO WS-ROBOT-DIRECTION(R-IDX)
                WHEN "west"
                     MOVE "south" TO WS-ROBOT-DIRECTION(R-IDX)
                WHEN "south"
                     MOVE "east" TO WS-ROBOT-DIRECTION(R-IDX)
                WHEN "east"
                     MOVE "north" TO WS-ROBOT-DIRECTION(R-IDX)
                END-EVALUATE
           WHEN "A"
                MOVE WS-ROBOT-X(R-IDX) TO WS-FIND-X
                MOVE WS-ROBOT-Y(R-IDX) TO WS-FIND-Y
                EVALUATE WS-ROBOT-DIRECTION(R-IDX)
                WHEN "north"
                     ADD 1 TO WS-FIND-Y
                WHEN "west"
                     SUBTRACT 1 FROM WS-FIND-X
                WHEN "south"
                     SUBTRACT 1 FROM WS-FIND-Y
                WHEN "east"
                     ADD 1 TO WS-FIND-X
                END-EVALUATE
                PERFORM CHECK-CELL-BLOCKED
                IF CELL-BLOCKED
                   ADD 1 TO WS-MAP-REFUSALS
                ELSE
                   MOVE "Y" TO WS-ROBOT-CLAIM(R-IDX)
                   MOVE WS-FIND-X TO WS-ROBOT-CLAIM-X(R-IDX)
                   MOVE WS-FIND-Y TO WS-ROBOT-CLAIM-Y(R-IDX)
                   PERFORM WIDEN-BOUNDS
                END-IF
           END-EVALUATE
           .
       CARRY-OUT-INSTRUCTION-EXIT.
           EXIT.

      *    A claim an earlier robot already holds this step is
      *    refused and counted against the wanted cell.
       CHECK-CLAIM-CLASH.
           PERFORM VARYING Q-IDX FROM 1 BY 1
              UNTIL Q-IDX >= R-IDX
                   IF WS-ROBOT-CLAIM(Q-IDX) = "Y"
                      AND WS-ROBOT-CLAIM-X(Q-IDX)
                          = WS-ROBOT-CLAIM-X(R-IDX)
                      AND WS-ROBOT-CLAIM-Y(Q-IDX)
                          = WS-ROBOT-CLAIM-Y(R-IDX)
                      MOVE "N" TO WS-ROBOT-CLAIM(R-IDX)
                      ADD 1 TO WS-CLASH-COUNT
                      MOVE WS-ROBOT-CLAIM-X(R-IDX) TO WS-FIND-X
                      MOVE WS-ROBOT-CLAIM-Y(R-IDX) TO WS-FIND-Y
                      PERFORM FIND-CELL
                      IF K > 0
                         ADD 1 TO WS-CELL-CLASHES(K)
                      END-IF
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           .
       CHECK-CLAIM-CLASH-EXIT.
           EXIT.

       CHECK-CELL-BLOCKED.
           SET CELL-BLOCKED TO FALSE
           PERFORM VARYING B-IDX FROM 1 BY 1
              UNTIL B-IDX > WS-BLOCKED-COUNT OR CELL-BLOCKED
                   IF WS-BLOCKED-X(B-IDX) = WS-FIND-X
                      AND WS-BLOCKED-Y(B-IDX) = WS-FIND-Y
                      SET CELL-BLOCKED TO TRUE
                   END-IF
           END-PERFORM
           .
       CHECK-CELL-BLOCKED-EXIT.
           EXIT.

      *    K is the cell-table entry for WS-FIND-X/Y, added on first
      *    use; zero once the table is full.
       FIND-CELL.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CELL-COUNT
                   IF WS-CELL-X(K) = WS-FIND-X
                      AND WS-CELL-Y(K) = WS-FIND-Y
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-CELL-COUNT >= 2000
              ADD 1 TO WS-CELL-OVERFLOW
              MOVE 0 TO K
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CELL-COUNT
           MOVE WS-CELL-COUNT TO K
           MOVE WS-FIND-X TO WS-CELL-X(K)
           MOVE WS-FIND-Y TO WS-CELL-Y(K)
           MOVE 0 TO WS-CELL-ENTRIES(K)
           MOVE 0 TO WS-CELL-CLASHES(K)
           .
       FIND-CELL-EXIT.
           EXIT.

       WIDEN-BOUNDS.
           IF NOT BOUNDS-SET
              MOVE WS-FIND-X TO WS-MIN-X WS-MAX-X
              MOVE WS-FIND-Y TO WS-MIN-Y WS-MAX-Y
              SET BOUNDS-SET TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF WS-FIND-X < WS-MIN-X
              MOVE WS-FIND-X TO WS-MIN-X
           END-IF
           IF WS-FIND-X > WS-MAX-X
              MOVE WS-FIND-X TO WS-MAX-X
           END-IF
           IF WS-FIND-Y < WS-MIN-Y
              MOVE WS-FIND-Y TO WS-MIN-Y
           END-IF
           IF WS-FIND-Y > WS-MAX-Y
              MOVE WS-FIND-Y TO WS-MAX-Y
           END-IF
           .
       WIDEN-BOUNDS-EXIT.
           EXIT.

      *    Grid row GY, column GX is the cell at WS-MIN-X + GX - 1,
      *    WS-MIN-Y + GY - 1; rows print from the top (north) down.
       PRINT-HEATMAP-GRID.
           IF NOT BOUNDS-SET
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GRID-WIDTH = WS-MAX-X - WS-MIN-X + 1
           COMPUTE WS-GRID-HEIGHT = WS-MAX-Y - WS-MIN-Y + 1
           IF WS-GRID-WIDTH > WS-GRID-MAX
              MOVE WS-GRID-MAX TO WS-GRID-WIDTH
              SET GRID-CLIPPED TO TRUE
           END-IF
           IF WS-GRID-HEIGHT > WS-GRID-MAX
              MOVE WS-GRID-MAX TO WS-GRID-HEIGHT
              SET GRID-CLIPPED TO TRUE
           END-IF
           MOVE ALL "." TO WS-GRID
           MOVE 0 TO WS-MAX-ENTRIES
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CELL-COUNT
                   IF WS-CELL-ENTRIES(K) > WS-MAX-ENTRIES
                      MOVE WS-CELL-ENTRIES(K) TO WS-MAX-ENTRIES
                   END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CELL-COUNT
                   IF WS-CELL-ENTRIES(K) > 0
                      COMPUTE WS-SHADE-WORK =
                         WS-CELL-ENTRIES(K) * 9 + WS-MAX-ENTRIES - 1
                      DIVIDE WS-MAX-ENTRIES INTO WS-SHADE-WORK
                         GIVING WS-SHADE
                      MOVE WS-CELL-X(K) TO WS-COL-X
                      MOVE WS-CELL-Y(K) TO WS-ROW-Y
                      PERFORM PLOT-GRID-CELL
                      IF GX > 0
                         MOVE WS-SHADE TO WS-GRID-CELL(GY, GX)
                      END-IF
                   END-IF
           END-PERFORM
           PERFORM VARYING B-IDX FROM 1 BY 1
              UNTIL B-IDX > WS-BLOCKED-COUNT
                   MOVE WS-BLOCKED-X(B-IDX) TO WS-COL-X
                   MOVE WS-BLOCKED-Y(B-IDX) TO WS-ROW-Y
                   PERFORM PLOT-GRID-CELL
                   IF GX > 0
                      MOVE "#" TO WS-GRID-CELL(GY, GX)
                   END-IF
           END-PERFORM
           PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > WS-CHARGER-COUNT
                   MOVE WS-CHARGER-X(C-IDX) TO WS-COL-X
                   MOVE WS-CHARGER-Y(C-IDX) TO WS-ROW-Y
                   PERFORM PLOT-GRID-CELL
                   IF GX > 0
                      MOVE "C" TO WS-GRID-CELL(GY, GX)
                   END-IF
           END-PERFORM
           MOVE SPACES TO HEATMAP-REPORT-LINE
           WRITE HEATMAP-REPORT-LINE
           MOVE WS-MIN-X TO WS-X-SHOW
           MOVE WS-MIN-Y TO WS-Y-SHOW
           MOVE SPACES TO HEATMAP-REPORT-LINE
           STRING "GRID FROM X=" DELIMITED BY SIZE
              WS-X-SHOW DELIMITED BY SIZE
              " Y=" DELIMITED BY SIZE
              WS-Y-SHOW DELIMITED BY SIZE
              ", ONE COLUMN PER X, NORTH AT THE TOP; "
                 DELIMITED BY SIZE
              "1-9 SHARE OF BUSIEST CELL, # RACKING, "
                 DELIMITED BY SIZE
              "C CHARGER" DELIMITED BY SIZE
              INTO HEATMAP-REPORT-LINE
           END-STRING
           WRITE HEATMAP-REPORT-LINE
           IF GRID-CLIPPED
              MOVE "FLOOR LARGER THAN THE PRINTED GRID -- CLIPPED"
                 TO HEATMAP-REPORT-LINE
              WRITE HEATMAP-REPORT-LINE
           END-IF
           MOVE SPACES TO HEATMAP-REPORT-LINE
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-GRID-WIDTH
                   COMPUTE WS-COL-X = WS-MIN-X + GX - 1
                   MOVE WS-COL-X TO WS-COL-DIGITS
                   MOVE WS-COL-DIGITS(3:1)
                      TO HEATMAP-REPORT-LINE(GX + 6:1)
           END-PERFORM
           WRITE HEATMAP-REPORT-LINE
           PERFORM VARYING GY FROM WS-GRID-HEIGHT BY -1 UNTIL GY < 1
                   COMPUTE WS-ROW-Y = WS-MIN-Y + GY - 1
                   MOVE WS-ROW-Y TO WS-Y-SHOW
                   MOVE SPACES TO HEATMAP-REPORT-LINE
                   MOVE WS-Y-SHOW TO HEATMAP-REPORT-LINE(1:4)
                   MOVE WS-GRID-ROW(GY)(1:WS-GRID-WIDTH)
                      TO HEATMAP-REPORT-LINE(7:WS-GRID-WIDTH)
                   WRITE HEATMAP-REPORT-LINE
           END-PERFORM
           .
       PRINT-HEATMAP-GRID-EXIT.
           EXIT.

      *    GX/GY for the cell at WS-COL-X/WS-ROW-Y; GX zero when the
      *    cell falls outside the printed window.
       PLOT-GRID-CELL.
           MOVE 0 TO GX GY
           IF WS-COL-X - WS-MIN-X >= WS-GRID-WIDTH
              OR WS-ROW-Y - WS-MIN-Y >= WS-GRID-HEIGHT
              EXIT PARAGRAPH
           END-IF
           COMPUTE GX = WS-COL-X - WS-MIN-X + 1
           COMPUTE GY = WS-ROW-Y - WS-MIN-Y + 1
           .
       PLOT-GRID-CELL-EXIT.
           EXIT.

      *    Competition ranking on entries, ties sharing a rank; the
      *    list stops after the top WS-TOP-CELLS ranks.
       PRINT-BUSIEST-CELLS.
           MOVE SPACES TO HEATMAP-REPORT-LINE
           WRITE HEATMAP-REPORT-LINE
           MOVE "BUSIEST CELLS" TO HEATMAP-REPORT-LINE
           WRITE HEATMAP-REPORT-LINE
           MOVE 0 TO WS-PRINTED
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CELL-COUNT
                   MOVE 1 TO WS-CELL-RANK(K)
                   PERFORM VARYING M FROM 1 BY 1
                      UNTIL M > WS-CELL-COUNT
                           IF WS-CELL-ENTRIES(M) > WS-CELL-ENTRIES(K)
                              ADD 1 TO WS-CELL-RANK(K)
                           END-IF
                   END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-TOP-CELLS
                   PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-CELL-COUNT
                           IF WS-CELL-RANK(K) = WS-RANK
                              AND WS-CELL-ENTRIES(K) > 0
                              PERFORM WRITE-RANKED-CELL
                           END-IF
                   END-PERFORM
           END-PERFORM
           IF WS-PRINTED = 0
              MOVE "  NO CELLS ENTERED" TO HEATMAP-REPORT-LINE
              WRITE HEATMAP-REPORT-LINE
           END-IF
           .
       PRINT-BUSIEST-CELLS-EXIT.
           EXIT.

      *    The same ranking on collision-check refusals, for the
      *    cells where robots queue for one another.
       PRINT-CONTESTED-CELLS.
           MOVE SPACES TO HEATMAP-REPORT-LINE
           WRITE HEATMAP-REPORT-LINE
           MOVE "COLLISION-CHECK REFUSALS" TO HEATMAP-REPORT-LINE
           WRITE HEATMAP-REPORT-LINE
           MOVE 0 TO WS-PRINTED
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CELL-COUNT
                   MOVE 1 TO WS-CELL-RANK(K)
                   PERFORM VARYING M FROM 1 BY 1
                      UNTIL M > WS-CELL-COUNT
                           IF WS-CELL-CLASHES(M) > WS-CELL-CLASHES(K)
                              ADD 1 TO WS-CELL-RANK(K)
                           END-IF
                   END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-TOP-CELLS
                   PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-CELL-COUNT
                           IF WS-CELL-RANK(K) = WS-RANK
                              AND WS-CELL-CLASHES(K) > 0
                              PERFORM WRITE-RANKED-CELL
                           END-IF
                   END-PERFORM
           END-PERFORM
           IF WS-PRINTED = 0
              MOVE "  NO CELL WANTED BY TWO ROBOTS IN ONE STEP"
                 TO HEATMAP-REPORT-LINE
              WRITE HEATMAP-REPORT-LINE
           END-IF
           .
       PRINT-CONTESTED-CELLS-EXIT.
           EXIT.

       WRITE-RANKED-CELL.
           ADD 1 TO WS-PRINTED
           MOVE WS-CELL-RANK(K) TO WS-RANK-SHOW
           MOVE WS-CELL-X(K) TO WS-X-SHOW
           MOVE WS-CELL-Y(K) TO WS-Y-SHOW
           MOVE WS-CELL-ENTRIES(K) TO WS-COUNT-SHOW
           MOVE WS-CELL-CLASHES(K) TO WS-CLASH-SHOW
           MOVE SPACES TO HEATMAP-REPORT-LINE
           STRING "  RANK " DELIMITED BY SIZE
              WS-RANK-SHOW DELIMITED BY SIZE
              "  X=" DELIMITED BY SIZE
              WS-X-SHOW DELIMITED BY SIZE
              " Y=" DELIMITED BY SIZE
              WS-Y-SHOW DELIMITED BY SIZE
              "  ENTERED " DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              "  REFUSED " DELIMITED BY SIZE
              WS-CLASH-SHOW DELIMITED BY SIZE
              INTO HEATMAP-REPORT-LINE
           END-STRING
           WRITE HEATMAP-REPORT-LINE
           .
       WRITE-RANKED-CELL-EXIT.
           EXIT.

      *    Loads the business date once per run -- see
      *    business-date.cpy.
       LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BD-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF BUSINESS-DATE-RECORD IS NUMERIC
                    MOVE BUSINESS-DATE-RECORD TO BD-BUSINESS-DATE
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           SET BD-DATE-LOADED TO TRUE
           .
       LOAD-BUSINESS-DATE-EXIT.
           EXIT.

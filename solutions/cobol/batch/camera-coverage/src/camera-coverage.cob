       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMERA-COVERAGE.
      *    Security camera coverage planner for the warehouse floor.
      *    Every re-layout of the racking moves the blind spots and
      *    security only found out where they were after an
      *    incident. A camera sees the way a queen attacks in
      *    QUEEN-ATTACK: along its row, its column and both
      *    diagonals, until a blocking cell cuts the line off --
      *    here the racking on FLOORMAP (charging stations are open
      *    floor). PARMMST parameter RANGE for program
      *    CAMERA-COVERAGE limits how many cells a camera sees along
      *    a line; zero, the default, is no limit.
      *
      *    The floor is the FLOORPARM bounds FLOORMAP-CHECK uses;
      *    without FLOORPARM it is the smallest rectangle holding
      *    every FLOORMAP cell and camera. The camera positions to
      *    check come from CAMERAS. CAMRPT lists the cameras refused
      *    (off the floor or on racking), every open cell no camera
      *    sees, a map of the floor, and the extra camera positions
      *    that would close the dead zones. Those are picked
      *    greedily -- take the first dead cell still open, and of
      *    the cells that could see it put the camera where it
      *    clears the most dead cells -- which gives a short list,
      *    though not one proven to be the shortest. Return code 4
      *    when there are dead zones or refused cameras.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FLOOR-MAP-FILE ASSIGN TO "FLOORMAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FLOOR-PARM-FILE ASSIGN TO "FLOORPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMERA-FILE ASSIGN TO "CAMERAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMERA-REPORT-FILE ASSIGN TO "CAMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLOOR-MAP-FILE.
       01  FLOOR-MAP-RECORD.
           02 FM-X             PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 FM-Y             PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 FM-CELL-TYPE     PIC X.
       FD  FLOOR-PARM-FILE.
       01  FLOOR-PARM-RECORD.
           02 FP-MIN-X         PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 FP-MAX-X         PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 FP-MIN-Y         PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 FP-MAX-Y         PIC S9(3) SIGN LEADING SEPARATE.
       FD  CAMERA-FILE.
       01  CAMERA-RECORD.
           02 CM-CAMERA-ID     PIC X(8).
           02 FILLER           PIC X.
           02 CM-X             PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 CM-Y             PIC S9(3) SIGN LEADING SEPARATE.
       FD  CAMERA-REPORT-FILE.
       01  CAMERA-REPORT-LINE  PIC X(132).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MAP-EOF-FLAG     PIC 9     VALUE 0.
          88 MAP-EOF                    VALUE 1 FALSE 0.
       01 WS-CAMERA-EOF-FLAG  PIC 9     VALUE 0.
          88 CAMERA-EOF                 VALUE 1 FALSE 0.

      *    Racking cells from FLOORMAP.
       01 WS-BLOCKED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-BLOCKED-CELLS.
          02 WS-BLOCKED-CELL OCCURS 2000 TIMES.
             03 WS-BLOCKED-X  PIC S999.
             03 WS-BLOCKED-Y  PIC S999.
       77 B-IDX               PIC 9(4).

      *    Cameras from CAMERAS; "Y" in WS-CAMERA-PLACED once the
      *    camera is on the floor.
       01 WS-CAMERA-COUNT     PIC 9(3)  VALUE 0.
       01 WS-CAMERAS.
          02 WS-CAMERA OCCURS 200 TIMES.
             03 WS-CAMERA-ID      PIC X(8).
             03 WS-CAMERA-X       PIC S999.
             03 WS-CAMERA-Y       PIC S999.
             03 WS-CAMERA-PLACED  PIC X.
       77 C-IDX               PIC 9(3).
       01 WS-REFUSED-COUNT    PIC 9(3)  VALUE 0.

      *    Floor bounds: FLOORPARM, else the extent of the map.
       01 WS-MIN-X            PIC S999.
       01 WS-MAX-X            PIC S999.
       01 WS-MIN-Y            PIC S999.
       01 WS-MAX-Y            PIC S999.
       01 WS-BOUNDS-SET       PIC X     VALUE "N".
          88 BOUNDS-SET                 VALUE "Y" FALSE "N".
       01 WS-BOUNDS-FROM      PIC X(9)  VALUE "FLOORMAP".
       01 WS-FIND-X           PIC S999.
       01 WS-FIND-Y           PIC S999.

      *    The planning grid. Row GY, column GX is the cell at
      *    WS-MIN-X + GX - 1, WS-MIN-Y + GY - 1. A floor wider or
      *    deeper than the grid is planned from its south-west
      *    corner and clipped. Cell codes: # racking, O camera, P
      *    proposed camera, . seen by a camera, X dead zone closed
      *    by a proposed camera, space not yet seen.
       77 WS-GRID-MAX         PIC 9(3)  VALUE 100.
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
       01 WS-COL-DIGITS       PIC 9(3).

      *    Sight lines. A walk starts beside WS-ORIGIN-GX/GY and
      *    steps WS-STEP-X/Y until the floor edge, racking or the
      *    camera range; WS-WALK-MODE says what each cell gets:
      *    M marked WS-MARK-CODE if not yet seen, C counted if not
      *    yet seen, L listed as a camera position.
       01 WS-CAMERA-RANGE     PIC 9(3)  VALUE 0.
       01 WS-ORIGIN-GX        PIC S9(4).
       01 WS-ORIGIN-GY        PIC S9(4).
       01 WS-STEP-X           PIC S9.
       01 WS-STEP-Y           PIC S9.
       01 WS-WALK-X           PIC S9(4).
       01 WS-WALK-Y           PIC S9(4).
       01 WS-WALK-STEPS       PIC 9(3).
       01 WS-WALK-ENDED       PIC X     VALUE "N".
          88 WALK-ENDED                 VALUE "Y" FALSE "N".
       01 WS-WALK-MODE        PIC X.
       01 WS-MARK-CODE        PIC X.
       01 WS-SEEN-COUNT       PIC 9(5).

      *    Positions that could see the dead cell being closed.
       01 WS-CANDIDATE-COUNT  PIC 9(4)  VALUE 0.
       01 WS-CANDIDATES.
          02 WS-CANDIDATE OCCURS 801 TIMES.
             03 WS-CAND-GX    PIC 9(3).
             03 WS-CAND-GY    PIC 9(3).
       77 K                   PIC 9(4).
       01 WS-BEST-K           PIC 9(4).
       01 WS-BEST-SEEN        PIC 9(5).
       01 WS-SCAN-GX          PIC 9(3).
       01 WS-SCAN-GY          PIC 9(3).

      *    Extra camera positions, in the order picked.
       01 WS-PROPOSED-COUNT   PIC 9(3)  VALUE 0.
       01 WS-PROPOSALS.
          02 WS-PROPOSAL OCCURS 500 TIMES.
             03 WS-PROP-X      PIC S999.
             03 WS-PROP-Y      PIC S999.
             03 WS-PROP-CLEARS PIC 9(5).
       77 P-IDX               PIC 9(3).
       01 WS-PROPOSALS-FULL   PIC X     VALUE "N".
          88 PROPOSALS-FULL             VALUE "Y" FALSE "N".

       01 WS-OPEN-COUNT       PIC 9(5)  VALUE 0.
       01 WS-DEAD-COUNT       PIC 9(5)  VALUE 0.
       01 WS-COVER-PCT        PIC 9(3)V9 VALUE 0.
       01 WS-PCT-SHOW         PIC ZZ9.9.
       01 WS-X-SHOW           PIC +999.
       01 WS-Y-SHOW           PIC +999.
       01 WS-COUNT-SHOW       PIC ZZZZ9.
       01 WS-SEQ-SHOW         PIC ZZ9.
       01 WS-LINE-POS         PIC 9(3).

      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       CAMERA-COVERAGE.
           PERFORM LOAD-BUSINESS-DATE
           MOVE "CAMERA-COVERAGE" TO PP-LOOKUP-PROGRAM
           MOVE "RANGE" TO PP-LOOKUP-NAME
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 0
                 AND NUMVAL(PP-FOUND-VALUE) <= 999
                 COMPUTE WS-CAMERA-RANGE = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           PERFORM LOAD-FLOOR-MAP
           PERFORM LOAD-CAMERAS
           PERFORM LOAD-FLOOR-BOUNDS
           OPEN OUTPUT CAMERA-REPORT-FILE
           MOVE SPACES TO CAMERA-REPORT-LINE
           STRING "CAMERA COVERAGE PLAN FOR " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO CAMERA-REPORT-LINE
           END-STRING
           WRITE CAMERA-REPORT-LINE
           IF NOT BOUNDS-SET
              MOVE "NO FLOOR TO PLAN -- FLOORMAP AND CAMERAS EMPTY"
                 TO CAMERA-REPORT-LINE
              WRITE CAMERA-REPORT-LINE
              CLOSE CAMERA-REPORT-FILE
              DISPLAY "CAMERA-COVERAGE: no floor to plan"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LAY-OUT-GRID
           PERFORM PLACE-CAMERAS
           PERFORM COUNT-DEAD-CELLS
           PERFORM WRITE-PLAN-HEADING
           PERFORM PRINT-REFUSED-CAMERAS
           PERFORM PRINT-DEAD-CELLS
           PERFORM PROPOSE-CAMERAS
           PERFORM PRINT-COVERAGE-MAP
           PERFORM PRINT-PROPOSALS
           CLOSE CAMERA-REPORT-FILE
           IF WS-DEAD-COUNT > 0 OR WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CAMERA-COVERAGE: " WS-CAMERA-COUNT " CAMERAS, "
              WS-OPEN-COUNT " OPEN CELLS, " WS-DEAD-COUNT
              " UNSEEN, " WS-PROPOSED-COUNT " EXTRA CAMERAS PROPOSED"
           GOBACK.

      *    Plain lines are racking; C lines, charging stations, are
      *    open floor and only widen the floor's extent.
       LOAD-FLOOR-MAP.
           MOVE 0 TO WS-BLOCKED-COUNT
           SET MAP-EOF TO FALSE
           OPEN INPUT FLOOR-MAP-FILE
           PERFORM UNTIL MAP-EOF
                   READ FLOOR-MAP-FILE
                      AT END
                         SET MAP-EOF TO TRUE
                      NOT AT END
                         MOVE FM-X TO WS-FIND-X
                         MOVE FM-Y TO WS-FIND-Y
                         PERFORM WIDEN-BOUNDS
                         IF FM-CELL-TYPE NOT = "C"
                            IF WS-BLOCKED-COUNT NOT < 2000
                               DISPLAY "CAMERA-COVERAGE: more than"
                                  " 2000 racking cells on FLOORMAP,"
                                  " no plan made"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-BLOCKED-COUNT
                            MOVE FM-X
                               TO WS-BLOCKED-X(WS-BLOCKED-COUNT)
                            MOVE FM-Y
                               TO WS-BLOCKED-Y(WS-BLOCKED-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE FLOOR-MAP-FILE
           .
       LOAD-FLOOR-MAP-EXIT.
           EXIT.

       LOAD-CAMERAS.
           MOVE 0 TO WS-CAMERA-COUNT
           SET CAMERA-EOF TO FALSE
           OPEN INPUT CAMERA-FILE
           PERFORM UNTIL CAMERA-EOF
                   READ CAMERA-FILE
                      AT END
                         SET CAMERA-EOF TO TRUE
                      NOT AT END
                         IF CM-CAMERA-ID NOT = SPACES
                            IF WS-CAMERA-COUNT NOT < 200
                               DISPLAY "CAMERA-COVERAGE: more than"
                                  " 200 cameras on CAMERAS, no plan"
                                  " made"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-CAMERA-COUNT
                            MOVE WS-CAMERA-COUNT TO C-IDX
                            MOVE CM-CAMERA-ID TO WS-CAMERA-ID(C-IDX)
                            MOVE CM-X TO WS-CAMERA-X(C-IDX)
                            MOVE CM-Y TO WS-CAMERA-Y(C-IDX)
                            MOVE "N" TO WS-CAMERA-PLACED(C-IDX)
                            MOVE CM-X TO WS-FIND-X
                            MOVE CM-Y TO WS-FIND-Y
                            PERFORM WIDEN-BOUNDS
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CAMERA-FILE
           .
       LOAD-CAMERAS-EXIT.
           EXIT.

      *    FLOORPARM, when present, replaces the extent of the map.
       LOAD-FLOOR-BOUNDS.
           OPEN INPUT FLOOR-PARM-FILE
           READ FLOOR-PARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF FP-MIN-X IS NUMERIC AND FP-MAX-X IS NUMERIC
                    AND FP-MIN-Y IS NUMERIC AND FP-MAX-Y IS NUMERIC
                    AND FP-MIN-X <= FP-MAX-X
                    AND FP-MIN-Y <= FP-MAX-Y
                    MOVE FP-MIN-X TO WS-MIN-X
                    MOVE FP-MAX-X TO WS-MAX-X
                    MOVE FP-MIN-Y TO WS-MIN-Y
                    MOVE FP-MAX-Y TO WS-MAX-Y
                    SET BOUNDS-SET TO TRUE
                    MOVE "FLOORPARM" TO WS-BOUNDS-FROM
                 END-IF
           END-READ
           CLOSE FLOOR-PARM-FILE
           .
       LOAD-FLOOR-BOUNDS-EXIT.
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

      *    Open floor everywhere, then the racking inside the grid.
       LAY-OUT-GRID.
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
           MOVE SPACES TO WS-GRID
           PERFORM VARYING B-IDX FROM 1 BY 1
              UNTIL B-IDX > WS-BLOCKED-COUNT
                   MOVE WS-BLOCKED-X(B-IDX) TO WS-COL-X
                   MOVE WS-BLOCKED-Y(B-IDX) TO WS-ROW-Y
                   PERFORM PLOT-GRID-CELL
                   IF GX > 0
                      MOVE "#" TO WS-GRID-CELL(GY, GX)
                   END-IF
           END-PERFORM
           .
       LAY-OUT-GRID-EXIT.
           EXIT.

      *    GX/GY for the cell at WS-COL-X/WS-ROW-Y; GX zero when the
      *    cell falls off the planned floor.
       PLOT-GRID-CELL.
           MOVE 0 TO GX GY
           IF WS-COL-X < WS-MIN-X OR WS-ROW-Y < WS-MIN-Y
              OR WS-COL-X - WS-MIN-X >= WS-GRID-WIDTH
              OR WS-ROW-Y - WS-MIN-Y >= WS-GRID-HEIGHT
              EXIT PARAGRAPH
           END-IF
           COMPUTE GX = WS-COL-X - WS-MIN-X + 1
           COMPUTE GY = WS-ROW-Y - WS-MIN-Y + 1
           .
       PLOT-GRID-CELL-EXIT.
           EXIT.

      *    Every camera goes on the grid first, so one camera in
      *    another's line of sight neither blocks nor is counted
      *    twice; then each camera marks what it sees.
       PLACE-CAMERAS.
           PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > WS-CAMERA-COUNT
                   MOVE WS-CAMERA-X(C-IDX) TO WS-COL-X
                   MOVE WS-CAMERA-Y(C-IDX) TO WS-ROW-Y
                   PERFORM PLOT-GRID-CELL
                   IF GX > 0
                      IF WS-GRID-CELL(GY, GX) NOT = "#"
                         MOVE "O" TO WS-GRID-CELL(GY, GX)
                         MOVE "Y" TO WS-CAMERA-PLACED(C-IDX)
                      END-IF
                   END-IF
                   IF WS-CAMERA-PLACED(C-IDX) NOT = "Y"
                      ADD 1 TO WS-REFUSED-COUNT
                   END-IF
           END-PERFORM
           MOVE "M" TO WS-WALK-MODE
           MOVE "." TO WS-MARK-CODE
           PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > WS-CAMERA-COUNT
                   IF WS-CAMERA-PLACED(C-IDX) = "Y"
                      COMPUTE WS-ORIGIN-GX =
                         WS-CAMERA-X(C-IDX) - WS-MIN-X + 1
                      COMPUTE WS-ORIGIN-GY =
                         WS-CAMERA-Y(C-IDX) - WS-MIN-Y + 1
                      PERFORM WALK-SIGHT-LINES
                   END-IF
           END-PERFORM
           .
       PLACE-CAMERAS-EXIT.
           EXIT.

       COUNT-DEAD-CELLS.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-DEAD-COUNT
           PERFORM VARYING GY FROM 1 BY 1 UNTIL GY > WS-GRID-HEIGHT
                   PERFORM VARYING GX FROM 1 BY 1
                      UNTIL GX > WS-GRID-WIDTH
                           EVALUATE WS-GRID-CELL(GY, GX)
                           WHEN "#"
                                CONTINUE
                           WHEN SPACE
                                ADD 1 TO WS-OPEN-COUNT
                                ADD 1 TO WS-DEAD-COUNT
                           WHEN OTHER
                                ADD 1 TO WS-OPEN-COUNT
                           END-EVALUATE
                   END-PERFORM
           END-PERFORM
           IF WS-OPEN-COUNT > 0
              COMPUTE WS-COVER-PCT ROUNDED =
                 (WS-OPEN-COUNT - WS-DEAD-COUNT) * 100 / WS-OPEN-COUNT
           END-IF
           .
       COUNT-DEAD-CELLS-EXIT.
           EXIT.

      *    The eight lines out of WS-ORIGIN-GX/GY.
       WALK-SIGHT-LINES.
           PERFORM VARYING WS-STEP-X FROM -1 BY 1 UNTIL WS-STEP-X > 1
                   PERFORM VARYING WS-STEP-Y FROM -1 BY 1
                      UNTIL WS-STEP-Y > 1
                           IF WS-STEP-X NOT = 0 OR WS-STEP-Y NOT = 0
                              PERFORM WALK-ONE-LINE
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       WALK-SIGHT-LINES-EXIT.
           EXIT.

       WALK-ONE-LINE.
           MOVE WS-ORIGIN-GX TO WS-WALK-X
           MOVE WS-ORIGIN-GY TO WS-WALK-Y
           MOVE 0 TO WS-WALK-STEPS
           SET WALK-ENDED TO FALSE
           PERFORM UNTIL WALK-ENDED
                   ADD WS-STEP-X TO WS-WALK-X
                   ADD WS-STEP-Y TO WS-WALK-Y
                   ADD 1 TO WS-WALK-STEPS
                   IF WS-WALK-X < 1 OR WS-WALK-X > WS-GRID-WIDTH
                      OR WS-WALK-Y < 1 OR WS-WALK-Y > WS-GRID-HEIGHT
                      OR (WS-CAMERA-RANGE > 0
                          AND WS-WALK-STEPS > WS-CAMERA-RANGE)
                      SET WALK-ENDED TO TRUE
                   ELSE
                      IF WS-GRID-CELL(WS-WALK-Y, WS-WALK-X) = "#"
                         SET WALK-ENDED TO TRUE
                      ELSE
                         PERFORM VISIT-SIGHT-CELL
                      END-IF
                   END-IF
           END-PERFORM
           .
       WALK-ONE-LINE-EXIT.
           EXIT.

       VISIT-SIGHT-CELL.
           EVALUATE WS-WALK-MODE
           WHEN "M"
                IF WS-GRID-CELL(WS-WALK-Y, WS-WALK-X) = SPACE
                   MOVE WS-MARK-CODE
                      TO WS-GRID-CELL(WS-WALK-Y, WS-WALK-X)
                END-IF
           WHEN "C"
                IF WS-GRID-CELL(WS-WALK-Y, WS-WALK-X) = SPACE
                   ADD 1 TO WS-SEEN-COUNT
                END-IF
           WHEN "L"
                IF WS-CANDIDATE-COUNT < 801
                   ADD 1 TO WS-CANDIDATE-COUNT
                   MOVE WS-WALK-X TO WS-CAND-GX(WS-CANDIDATE-COUNT)
                   MOVE WS-WALK-Y TO WS-CAND-GY(WS-CANDIDATE-COUNT)
                END-IF
           END-EVALUATE
           .
       VISIT-SIGHT-CELL-EXIT.
           EXIT.

      *    Close the dead zones one camera at a time. Sight lines
      *    run both ways, so the cells that could see the first
      *    unseen cell are the cell itself and the cells on its own
      *    lines of sight; the camera goes on the one that sees the
      *    most unseen cells, the first of them on a tie.
       PROPOSE-CAMERAS.
           MOVE 1 TO WS-SCAN-GY
           MOVE 1 TO WS-SCAN-GX
           PERFORM UNTIL PROPOSALS-FULL
                   PERFORM FIND-NEXT-DEAD-CELL
                   IF WS-SCAN-GY > WS-GRID-HEIGHT
                      EXIT PERFORM
                   END-IF
                   IF WS-PROPOSED-COUNT >= 500
                      SET PROPOSALS-FULL TO TRUE
                      EXIT PERFORM
                   END-IF
                   MOVE 1 TO WS-CANDIDATE-COUNT
                   MOVE WS-SCAN-GX TO WS-CAND-GX(1)
                   MOVE WS-SCAN-GY TO WS-CAND-GY(1)
                   MOVE "L" TO WS-WALK-MODE
                   MOVE WS-SCAN-GX TO WS-ORIGIN-GX
                   MOVE WS-SCAN-GY TO WS-ORIGIN-GY
                   PERFORM WALK-SIGHT-LINES
                   MOVE 0 TO WS-BEST-K
                   MOVE 0 TO WS-BEST-SEEN
                   MOVE "C" TO WS-WALK-MODE
                   PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-CANDIDATE-COUNT
                           PERFORM COUNT-CANDIDATE-SIGHT
                           IF WS-SEEN-COUNT > WS-BEST-SEEN
                              MOVE WS-SEEN-COUNT TO WS-BEST-SEEN
                              MOVE K TO WS-BEST-K
                           END-IF
                   END-PERFORM
                   PERFORM ADD-PROPOSED-CAMERA
           END-PERFORM
           .
       PROPOSE-CAMERAS-EXIT.
           EXIT.

      *    Cells only ever become seen, so the scan for the next
      *    unseen cell carries on from the last one found.
       FIND-NEXT-DEAD-CELL.
           PERFORM UNTIL WS-SCAN-GY > WS-GRID-HEIGHT
                   IF WS-GRID-CELL(WS-SCAN-GY, WS-SCAN-GX) = SPACE
                      EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-SCAN-GX
                   IF WS-SCAN-GX > WS-GRID-WIDTH
                      MOVE 1 TO WS-SCAN-GX
                      ADD 1 TO WS-SCAN-GY
                   END-IF
           END-PERFORM
           .
       FIND-NEXT-DEAD-CELL-EXIT.
           EXIT.

       COUNT-CANDIDATE-SIGHT.
           MOVE 0 TO WS-SEEN-COUNT
           MOVE WS-CAND-GX(K) TO WS-ORIGIN-GX
           MOVE WS-CAND-GY(K) TO WS-ORIGIN-GY
           IF WS-GRID-CELL(WS-CAND-GY(K), WS-CAND-GX(K)) = SPACE
              ADD 1 TO WS-SEEN-COUNT
           END-IF
           PERFORM WALK-SIGHT-LINES
           .
       COUNT-CANDIDATE-SIGHT-EXIT.
           EXIT.

      *    The dead cells the new camera sees print as X: dead
      *    today, closed once the camera is up.
       ADD-PROPOSED-CAMERA.
           ADD 1 TO WS-PROPOSED-COUNT
           MOVE WS-PROPOSED-COUNT TO P-IDX
           MOVE WS-CAND-GX(WS-BEST-K) TO WS-ORIGIN-GX
           MOVE WS-CAND-GY(WS-BEST-K) TO WS-ORIGIN-GY
           COMPUTE WS-PROP-X(P-IDX) = WS-MIN-X + WS-ORIGIN-GX - 1
           COMPUTE WS-PROP-Y(P-IDX) = WS-MIN-Y + WS-ORIGIN-GY - 1
           MOVE WS-BEST-SEEN TO WS-PROP-CLEARS(P-IDX)
           MOVE "M" TO WS-WALK-MODE
           MOVE "X" TO WS-MARK-CODE
           PERFORM WALK-SIGHT-LINES
           MOVE "P" TO WS-GRID-CELL(WS-ORIGIN-GY, WS-ORIGIN-GX)
           .
       ADD-PROPOSED-CAMERA-EXIT.
           EXIT.

       WRITE-PLAN-HEADING.
           MOVE WS-MIN-X TO WS-X-SHOW
           MOVE WS-MIN-Y TO WS-Y-SHOW
           MOVE SPACES TO CAMERA-REPORT-LINE
           STRING "FLOOR FROM " DELIMITED BY SIZE
              WS-BOUNDS-FROM DELIMITED BY SPACE
              ": X=" DELIMITED BY SIZE
              WS-X-SHOW DELIMITED BY SIZE
              " Y=" DELIMITED BY SIZE
              WS-Y-SHOW DELIMITED BY SIZE
              INTO CAMERA-REPORT-LINE
           END-STRING
           MOVE WS-MAX-X TO WS-X-SHOW
           MOVE WS-MAX-Y TO WS-Y-SHOW
           STRING " TO X=" DELIMITED BY SIZE
              WS-X-SHOW DELIMITED BY SIZE
              " Y=" DELIMITED BY SIZE
              WS-Y-SHOW DELIMITED BY SIZE
              INTO CAMERA-REPORT-LINE(41:40)
           END-STRING
           WRITE CAMERA-REPORT-LINE
           IF GRID-CLIPPED
              MOVE "FLOOR LARGER THAN THE PLANNED GRID -- CLIPPED"
                 TO CAMERA-REPORT-LINE
              WRITE CAMERA-REPORT-LINE
           END-IF
           MOVE WS-COVER-PCT TO WS-PCT-SHOW
           MOVE SPACES TO CAMERA-REPORT-LINE
           STRING WS-CAMERA-COUNT DELIMITED BY SIZE
              " CAMERAS, " DELIMITED BY SIZE
              WS-REFUSED-COUNT DELIMITED BY SIZE
              " REFUSED, " DELIMITED BY SIZE
              WS-OPEN-COUNT DELIMITED BY SIZE
              " OPEN CELLS, " DELIMITED BY SIZE
              WS-DEAD-COUNT DELIMITED BY SIZE
              " UNSEEN, " DELIMITED BY SIZE
              WS-PCT-SHOW DELIMITED BY SIZE
              " PCT COVERED" DELIMITED BY SIZE
              INTO CAMERA-REPORT-LINE
           END-STRING
           WRITE CAMERA-REPORT-LINE
           MOVE SPACES TO CAMERA-REPORT-LINE
           IF WS-CAMERA-RANGE = 0
              MOVE "CAMERA RANGE NOT LIMITED" TO CAMERA-REPORT-LINE
           ELSE
              STRING "CAMERA RANGE " DELIMITED BY SIZE
                 WS-CAMERA-RANGE DELIMITED BY SIZE
                 " CELLS" DELIMITED BY SIZE
                 INTO CAMERA-REPORT-LINE
              END-STRING
           END-IF
           WRITE CAMERA-REPORT-LINE
           .
       WRITE-PLAN-HEADING-EXIT.
           EXIT.

       PRINT-REFUSED-CAMERAS.
           IF WS-REFUSED-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CAMERA-REPORT-LINE
           WRITE CAMERA-REPORT-LINE
           MOVE "CAMERAS REFUSED" TO CAMERA-REPORT-LINE
           WRITE CAMERA-REPORT-LINE
           PERFORM VARYING C-IDX FROM 1 BY 1
              UNTIL C-IDX > WS-CAMERA-COUNT
                   IF WS-CAMERA-PLACED(C-IDX) NOT = "Y"
                      MOVE WS-CAMERA-X(C-IDX) TO WS-X-SHOW
                      MOVE WS-CAMERA-Y(C-IDX) TO WS-Y-SHOW
                      MOVE SPACES TO CAMERA-REPORT-LINE
                      STRING "  " DELIMITED BY SIZE
                         WS-CAMERA-ID(C-IDX) DELIMITED BY SIZE
                         "  X=" DELIMITED BY SIZE
                         WS-X-SHOW DELIMITED BY SIZE
                         " Y=" DELIMITED BY SIZE
                         WS-Y-SHOW DELIMITED BY SIZE
                         INTO CAMERA-REPORT-LINE
                      END-STRING
                      MOVE WS-CAMERA-X(C-IDX) TO WS-COL-X
                      MOVE WS-CAMERA-Y(C-IDX) TO WS-ROW-Y
                      PERFORM PLOT-GRID-CELL
                      IF GX = 0
                         MOVE "OFF THE FLOOR"
                            TO CAMERA-REPORT-LINE(28:13)
                      ELSE
                         MOVE "ON RACKING" TO CAMERA-REPORT-LINE(28:10)
                      END-IF
                      WRITE CAMERA-REPORT-LINE
                   END-IF
           END-PERFORM
           .
       PRINT-REFUSED-CAMERAS-EXIT.
           EXIT.

      *    Every open cell no camera sees, north row first, six to
      *    a line.
       PRINT-DEAD-CELLS.
           MOVE SPACES TO CAMERA-REPORT-LINE
           WRITE CAMERA-REPORT-LINE
           MOVE "OPEN CELLS NO CAMERA SEES" TO CAMERA-REPORT-LINE
           WRITE CAMERA-REPORT-LINE
           IF WS-DEAD-COUNT = 0
              MOVE "  NONE -- EVERY OPEN CELL IS SEEN"
                 TO CAMERA-REPORT-LINE
              WRITE CAMERA-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CAMERA-REPORT-LINE
           MOVE 3 TO WS-LINE-POS
           PERFORM VARYING GY FROM WS-GRID-HEIGHT BY -1 UNTIL GY < 1
                   PERFORM VARYING GX FROM 1 BY 1
                      UNTIL GX > WS-GRID-WIDTH
                           IF WS-GRID-CELL(GY, GX) = SPACE
                              PERFORM ADD-DEAD-CELL-TO-LINE
                           END-IF
                   END-PERFORM
           END-PERFORM
           IF WS-LINE-POS > 3
              WRITE CAMERA-REPORT-LINE
           END-IF
           .
       PRINT-DEAD-CELLS-EXIT.
           EXIT.

       ADD-DEAD-CELL-TO-LINE.
           COMPUTE WS-COL-X = WS-MIN-X + GX - 1
           COMPUTE WS-ROW-Y = WS-MIN-Y + GY - 1
           MOVE WS-COL-X TO WS-X-SHOW
           MOVE WS-ROW-Y TO WS-Y-SHOW
           STRING "X=" DELIMITED BY SIZE
              WS-X-SHOW DELIMITED BY SIZE
              " Y=" DELIMITED BY SIZE
              WS-Y-SHOW DELIMITED BY SIZE
              INTO CAMERA-REPORT-LINE(WS-LINE-POS:13)
           END-STRING
           ADD 16 TO WS-LINE-POS
           IF WS-LINE-POS > 83
              WRITE CAMERA-REPORT-LINE
              MOVE SPACES TO CAMERA-REPORT-LINE
              MOVE 3 TO WS-LINE-POS
           END-IF
           .
       ADD-DEAD-CELL-TO-LINE-EXIT.
           EXIT.

      *    Rows print from the top (north) down, one column per X.
       PRINT-COVERAGE-MAP.
           MOVE SPACES TO CAMERA-REPORT-LINE
           WRITE CAMERA-REPORT-LINE
           MOVE SPACES TO CAMERA-REPORT-LINE
           STRING "COVERAGE MAP: O CAMERA, . SEEN, # RACKING, "
                 DELIMITED BY SIZE
              "X DEAD ZONE, P PROPOSED CAMERA" DELIMITED BY SIZE
              INTO CAMERA-REPORT-LINE
           END-STRING
           WRITE CAMERA-REPORT-LINE
           MOVE SPACES TO CAMERA-REPORT-LINE
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-GRID-WIDTH
                   COMPUTE WS-COL-X = WS-MIN-X + GX - 1
                   MOVE WS-COL-X TO WS-COL-DIGITS
                   MOVE WS-COL-DIGITS(3:1)
                      TO CAMERA-REPORT-LINE(GX + 6:1)
           END-PERFORM
           WRITE CAMERA-REPORT-LINE
           PERFORM VARYING GY FROM WS-GRID-HEIGHT BY -1 UNTIL GY < 1
                   COMPUTE WS-ROW-Y = WS-MIN-Y + GY - 1
                   MOVE WS-ROW-Y TO WS-Y-SHOW
                   MOVE SPACES TO CAMERA-REPORT-LINE
                   MOVE WS-Y-SHOW TO CAMERA-REPORT-LINE(1:4)
                   MOVE WS-GRID-ROW(GY)(1:WS-GRID-WIDTH)
                      TO CAMERA-REPORT-LINE(7:WS-GRID-WIDTH)
                   WRITE CAMERA-REPORT-LINE
           END-PERFORM
           .
       PRINT-COVERAGE-MAP-EXIT.
           EXIT.

       PRINT-PROPOSALS.
           MOVE SPACES TO CAMERA-REPORT-LINE
           WRITE CAMERA-REPORT-LINE
           MOVE "EXTRA CAMERA POSITIONS TO CLOSE THE DEAD ZONES"
              TO CAMERA-REPORT-LINE
           WRITE CAMERA-REPORT-LINE
           IF WS-PROPOSED-COUNT = 0
              MOVE "  NONE NEEDED" TO CAMERA-REPORT-LINE
              WRITE CAMERA-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING P-IDX FROM 1 BY 1
              UNTIL P-IDX > WS-PROPOSED-COUNT
                   MOVE P-IDX TO WS-SEQ-SHOW
                   MOVE WS-PROP-X(P-IDX) TO WS-X-SHOW
                   MOVE WS-PROP-Y(P-IDX) TO WS-Y-SHOW
                   MOVE WS-PROP-CLEARS(P-IDX) TO WS-COUNT-SHOW
                   MOVE SPACES TO CAMERA-REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                      WS-SEQ-SHOW DELIMITED BY SIZE
                      "  X=" DELIMITED BY SIZE
                      WS-X-SHOW DELIMITED BY SIZE
                      " Y=" DELIMITED BY SIZE
                      WS-Y-SHOW DELIMITED BY SIZE
                      "  CLOSES " DELIMITED BY SIZE
                      WS-COUNT-SHOW DELIMITED BY SIZE
                      " UNSEEN CELLS" DELIMITED BY SIZE
                      INTO CAMERA-REPORT-LINE
                   END-STRING
                   WRITE CAMERA-REPORT-LINE
           END-PERFORM
           IF PROPOSALS-FULL
              MOVE "  PROPOSAL LIST FULL -- DEAD ZONES REMAIN"
                 TO CAMERA-REPORT-LINE
              WRITE CAMERA-REPORT-LINE
           END-IF
           .
       PRINT-PROPOSALS-EXIT.
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

      *    Newest PARMMST value in force on PP-LOOKUP-DATE for the
      *    program and parameter in the PP-LOOKUP fields -- see
      *    central-parm.cpy.
       LOOKUP-CENTRAL-PARM.
           IF NOT PP-TABLE-LOADED
              PERFORM LOAD-CENTRAL-PARM-TABLE
           END-IF
           SET PP-PARM-FOUND TO FALSE
           MOVE SPACES TO PP-FOUND-VALUE
           MOVE LOW-VALUES TO PP-BEST-DATE
           MOVE PP-LOOKUP-PROGRAM TO PP-SK-PROGRAM
           MOVE PP-LOOKUP-NAME TO PP-SK-NAME
           MOVE 1 TO PP-LO
           MOVE PP-TABLE-COUNT TO PP-HI
           MOVE 0 TO PP-SCAN-IDX
           PERFORM UNTIL PP-LO > PP-HI
                   MOVE FUNCTION INTEGER((PP-LO + PP-HI) / 2)
                      TO PP-MID
                   EVALUATE TRUE
                   WHEN PP-TB-KEY(PP-MID) = PP-SEARCH-KEY
                        MOVE PP-MID TO PP-SCAN-IDX
                        EXIT PERFORM
                   WHEN PP-TB-KEY(PP-MID) < PP-SEARCH-KEY
                        COMPUTE PP-LO = PP-MID + 1
                   WHEN OTHER
                        COMPUTE PP-HI = PP-MID - 1
                   END-EVALUATE
           END-PERFORM
           IF PP-SCAN-IDX = 0
              EXIT PARAGRAPH
           END-IF
      *    The search lands anywhere in the parameter's entries;
      *    back up to the oldest, then walk forward while the
      *    effective date is still in force.
           PERFORM UNTIL PP-SCAN-IDX = 1
                   IF PP-TB-KEY(PP-SCAN-IDX - 1) NOT = PP-SEARCH-KEY
                      EXIT PERFORM
                   END-IF
                   SUBTRACT 1 FROM PP-SCAN-IDX
           END-PERFORM
           PERFORM UNTIL PP-SCAN-IDX > PP-TABLE-COUNT
                   IF PP-TB-KEY(PP-SCAN-IDX) NOT = PP-SEARCH-KEY
                      OR PP-TB-DATE(PP-SCAN-IDX) > PP-LOOKUP-DATE
                      EXIT PERFORM
                   END-IF
                   MOVE PP-TB-DATE(PP-SCAN-IDX) TO PP-BEST-DATE
                   MOVE PP-TB-VALUE(PP-SCAN-IDX) TO PP-FOUND-VALUE
                   SET PP-PARM-FOUND TO TRUE
                   ADD 1 TO PP-SCAN-IDX
           END-PERFORM
           .
       LOOKUP-CENTRAL-PARM-EXIT.
           EXIT.

      *    PARMMST is read once per run into PP-PARM-TABLE; blank
      *    lines and entries without a numeric effective date are
      *    skipped as the file pass always skipped them. The table is
      *    then checked the way BINARY-SEARCH checks its list, and
      *    the run stops rather than search a table in the wrong
      *    order -- see central-parm.cpy.
       LOAD-CENTRAL-PARM-TABLE.
           MOVE 0 TO PP-TABLE-COUNT
           MOVE 0 TO PP-EOF-FLAG
           OPEN INPUT CENTRAL-PARM-FILE
           PERFORM UNTIL PP-EOF
                   READ CENTRAL-PARM-FILE INTO PP-PARM-RECORD
                      AT END
                         SET PP-EOF TO TRUE
                      NOT AT END
                         IF PP-PROGRAM-ID NOT = SPACES
                            AND PP-EFFECTIVE-DATE IS NUMERIC
                            PERFORM ADD-CENTRAL-PARM-ENTRY
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CENTRAL-PARM-FILE
           PERFORM CHECK-CENTRAL-PARM-ORDER
           SET PP-TABLE-LOADED TO TRUE
           .
       LOAD-CENTRAL-PARM-TABLE-EXIT.
           EXIT.

       ADD-CENTRAL-PARM-ENTRY.
           IF PP-TABLE-COUNT >= PP-TABLE-MAX
              MOVE "MORE ENTRIES THAN TABLE HOLDS" TO PP-LOAD-ERROR
              MOVE PP-TABLE-COUNT TO PP-SCAN-IDX
              PERFORM CENTRAL-PARM-LOAD-FAILED
           END-IF
           ADD 1 TO PP-TABLE-COUNT
           MOVE PP-PROGRAM-ID TO PP-TB-PROGRAM(PP-TABLE-COUNT)
           MOVE PP-PARM-NAME TO PP-TB-NAME(PP-TABLE-COUNT)
           MOVE PP-EFFECTIVE-DATE TO PP-TB-DATE(PP-TABLE-COUNT)
           MOVE PP-PARM-VALUE TO PP-TB-VALUE(PP-TABLE-COUNT)
           .
       ADD-CENTRAL-PARM-ENTRY-EXIT.
           EXIT.

      *    Program, parameter and effective date must rise strictly
      *    from one entry to the next: a lower key is out of order,
      *    an equal one a duplicate.
       CHECK-CENTRAL-PARM-ORDER.
           PERFORM VARYING PP-SCAN-IDX FROM 2 BY 1
              UNTIL PP-SCAN-IDX > PP-TABLE-COUNT
                   MOVE PP-TB-DATED-KEY(PP-SCAN-IDX - 1)
                      TO PP-PREV-KEY
                   IF PP-TB-DATED-KEY(PP-SCAN-IDX) < PP-PREV-KEY
                      MOVE "OUT OF ORDER" TO PP-LOAD-ERROR
                      PERFORM CENTRAL-PARM-LOAD-FAILED
                   END-IF
                   IF PP-TB-DATED-KEY(PP-SCAN-IDX) = PP-PREV-KEY
                      MOVE "DUPLICATE KEY" TO PP-LOAD-ERROR
                      PERFORM CENTRAL-PARM-LOAD-FAILED
                   END-IF
           END-PERFORM
           .
       CHECK-CENTRAL-PARM-ORDER-EXIT.
           EXIT.

       CENTRAL-PARM-LOAD-FAILED.
           DISPLAY "CAMERA-COVERAGE: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

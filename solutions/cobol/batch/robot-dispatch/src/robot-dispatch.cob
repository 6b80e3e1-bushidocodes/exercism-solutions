      *    file the existing ROBOT-FLEET-BATCH mode consumes: robot
      *    id, its current position and facing, and an instruction
      *    string that drives to the site and then performs the work.
      *    A robot the ROBOTMNT maintenance master shows under an open
      *    work order (see robot-maint.cpy) is out of service: it is
      *    listed on DISPRPT as unavailable and given no tasks until
      *    ROBOT-MAINT-CLOSE closes the order.
      *
      *    A TASKREQ line may also carry a delivery cell, a task
      *    number and a clear cell after the instructions, as
      *    DOCK-STAGING writes its pick-and-deliver tasks: the robot
      *    drives to the site, does the on-site work, carries on to
      *    the delivery cell and sets the load down, then steps away
      *    to the clear cell, the whole route checked against
      *    FLOORMAP. The clear cell holds one robot, so it is given to
      *    one delivery a run; the next waits for the next dispatch.
      *    DISPRPT names the task number against the robot that got
      *    it, or the task that went unassigned and why, for
      *    DOCK-STAGING-STATUS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPATCH-REPORT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Robot maintenance master -- see robot-maint.cpy.
           SELECT MAINT-MASTER-FILE ASSIGN TO "ROBOTMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-ROBOT-ID
               FILE STATUS IS MR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 TQ-Y             PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 TQ-INSTRUCTIONS  PIC X(40).
           02 FILLER           PIC X.
           02 TQ-DEST-X        PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 TQ-DEST-Y        PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 TQ-TASK-NO       PIC 9(6).
           02 FILLER           PIC X.
           02 TQ-CLEAR-X       PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 TQ-CLEAR-Y       PIC S9(3) SIGN LEADING SEPARATE.
       FD  ROBOT-POSITION-FILE.
       01  ROBOT-POSITION-LINE PIC X(80).
       FD  FLOOR-MAP-FILE.
           02 RT-INSTRUCTIONS  PIC X(60).
       FD  DISPATCH-REPORT-FILE.
       01  DISPATCH-REPORT-LINE PIC X(80).
       FD  MAINT-MASTER-FILE.
       01  MAINT-MASTER-RECORD.
           02 MM-ROBOT-ID      PIC X(10).
           02 FILLER           PIC X(119).

       WORKING-STORAGE SECTION.
       01 WS-TASK-EOF-FLAG    PIC 9     VALUE 0.
          88 MAP-EOF                    VALUE 1 FALSE 0.
       01 WS-ROUTE-BLOCKED-SW PIC X.
          88 ROUTE-BLOCKED              VALUE "Y" FALSE "N".
       01 WS-DELIVERY-SW      PIC X.
          88 DELIVERY-TASK              VALUE "Y" FALSE "N".
       01 WS-CLEAR-SW         PIC X.
          88 CLEAR-CELL-GIVEN           VALUE "Y" FALSE "N".

      *    The idle fleet, parsed off the fixed columns of the
      *    ROBOTPOS lines ROBOT-FLEET-BATCH writes.
       01 WS-TASK-COUNT       PIC 9(3)  VALUE 0.
       01 WS-ASSIGNED-COUNT   PIC 9(3)  VALUE 0.
       01 WS-UNASSIGNED-COUNT PIC 9(3)  VALUE 0.
       01 WS-OUT-OF-SERVICE   PIC 99    VALUE 0.
       01 WS-UNASSIGNED-REASON PIC X(23).

      *    The cell each delivery this run ends on -- the clear cell,
      *    or the delivery cell when the task names none.
       01 WS-END-COUNT        PIC 99    VALUE 0.
       01 WS-END-CELLS.
          02 WS-END-CELL OCCURS 50 TIMES.
             03 WS-END-X      PIC S999.
             03 WS-END-Y      PIC S999.
       01 WS-TASK-END-X       PIC S999.
       01 WS-TASK-END-Y       PIC S999.
       77 E-IDX               PIC 99.

      *    Route-building scratch: facing as 0 north, 1 east,
      *    2 south, 3 west, so turn counts are modular arithmetic.
       01 WS-FACING           PIC 9.
       01 WS-TARGET-FACING    PIC 9.
       01 WS-TURNS            PIC 9.
       01 WS-ROUTE            PIC X(120).
       77 WS-ROUTE-PTR        PIC 9(3).
       01 WS-STEP-X           PIC S999.
       01 WS-STEP-Y           PIC S999.
       01 WS-DELTA-X          PIC S9(4).
       01 WS-DELTA-Y          PIC S9(4).
       01 WS-LEG-X            PIC S999.
       01 WS-LEG-Y            PIC S999.
       77 I                   PIC 9(3).
       01 WS-WORK-LEN         PIC 9(3).

      *    Shared robot maintenance master layout.
       COPY "robot-maint.cpy".

       PROCEDURE DIVISION.
       ROBOT-DISPATCH.
           PERFORM LOAD-FLEET-POSITIONS
           OPEN OUTPUT DISPATCH-REPORT-FILE
           MOVE "DISPATCH ASSIGNMENTS" TO DISPATCH-REPORT-LINE
           WRITE DISPATCH-REPORT-LINE
           PERFORM MARK-ROBOTS-UNDER-ORDER
           SET TASK-EOF TO FALSE
           PERFORM UNTIL TASK-EOF
                   READ TASK-REQUEST-FILE
           CLOSE TASK-REQUEST-FILE
           DISPLAY "ROBOT-DISPATCH: " WS-TASK-COUNT " TASKS, "
              WS-ASSIGNED-COUNT " ASSIGNED, "
              WS-UNASSIGNED-COUNT " UNASSIGNED, "
              WS-OUT-OF-SERVICE " ROBOTS UNDER WORK ORDER"
           IF WS-UNASSIGNED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
       LOAD-FLOOR-MAP-EXIT.
           EXIT.

      *    A robot under an open work order is set to "W" so
      *    FIND-NEAREST-IDLE never picks it. No maintenance master
      *    yet (status 35) means every robot is in service; a master
      *    that is there but will not open stops the run.
       MARK-ROBOTS-UNDER-ORDER.
           OPEN INPUT MAINT-MASTER-FILE
           IF MR-MASTER-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           IF MR-MASTER-STATUS NOT = "00"
              DISPLAY "ROBOT-DISPATCH: cannot open ROBOTMNT,"
                 " status " MR-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING R-IDX FROM 1 BY 1
                   UNTIL R-IDX > WS-ROBOT-COUNT
                   MOVE WS-ROBOT-ID(R-IDX) TO MM-ROBOT-ID
                   READ MAINT-MASTER-FILE INTO MR-MAINT-RECORD
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF MR-UNDER-ORDER
                            MOVE "W" TO WS-ROBOT-BUSY(R-IDX)
                            ADD 1 TO WS-OUT-OF-SERVICE
                            MOVE SPACES TO DISPATCH-REPORT-LINE
                            STRING "ROBOT " DELIMITED BY SIZE
                               WS-ROBOT-ID(R-IDX) DELIMITED BY SIZE
                               " UNAVAILABLE -- WORK ORDER "
                                  DELIMITED BY SIZE
                               MR-ORDER-NUMBER DELIMITED BY SIZE
                               INTO DISPATCH-REPORT-LINE
                            END-STRING
                            WRITE DISPATCH-REPORT-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE MAINT-MASTER-FILE
           .
       MARK-ROBOTS-UNDER-ORDER-EXIT.
           EXIT.

      *    Nearest idle robot first; a robot whose dog-leg route to
      *    the site crosses an obstacle is passed over for the next
      *    nearest. A task no robot can take is reported, not
      *    silently dropped.
       DISPATCH-ONE-TASK.
           SET DELIVERY-TASK TO FALSE
           MOVE "NO REACHABLE IDLE ROBOT" TO WS-UNASSIGNED-REASON
           IF TQ-DEST-X IS NUMERIC AND TQ-DEST-Y IS NUMERIC
              SET DELIVERY-TASK TO TRUE
              PERFORM CHECK-END-CELL
           END-IF
           MOVE 0 TO WS-BEST-ROBOT
           IF CLEAR-CELL-GIVEN
              MOVE "CLEAR CELL IN USE" TO WS-UNASSIGNED-REASON
              PERFORM REPORT-UNASSIGNED
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BEST-ROBOT > 0
                   PERFORM FIND-NEAREST-IDLE
                   IF WS-BEST-ROBOT = 0
           END-PERFORM
           PERFORM RESET-TRIED-ROBOTS
           IF WS-BEST-ROBOT = 0
              PERFORM REPORT-UNASSIGNED
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ASSIGNED-TASK
       DISPATCH-ONE-TASK-EXIT.
           EXIT.

      *    The reason sits in columns 37-59, the task number, when
      *    there is one, at 66.
       REPORT-UNASSIGNED.
           ADD 1 TO WS-UNASSIGNED-COUNT
           MOVE SPACES TO DISPATCH-REPORT-LINE
           STRING "UNASSIGNED TASK AT X=" DELIMITED BY SIZE
              TQ-X DELIMITED BY SIZE
              " Y=" DELIMITED BY SIZE
              TQ-Y DELIMITED BY SIZE
              " -- " DELIMITED BY SIZE
              WS-UNASSIGNED-REASON DELIMITED BY SIZE
              INTO DISPATCH-REPORT-LINE
           END-STRING
           IF TQ-TASK-NO IS NUMERIC
              MOVE " TASK " TO DISPATCH-REPORT-LINE(60:6)
              MOVE TQ-TASK-NO TO DISPATCH-REPORT-LINE(66:6)
           END-IF
           WRITE DISPATCH-REPORT-LINE
           .
       REPORT-UNASSIGNED-EXIT.
           EXIT.

      *    Where a delivery ends, and whether another delivery this
      *    run already ends there.
       CHECK-END-CELL.
           SET CLEAR-CELL-GIVEN TO FALSE
           IF TQ-CLEAR-X IS NUMERIC AND TQ-CLEAR-Y IS NUMERIC
              MOVE TQ-CLEAR-X TO WS-TASK-END-X
              MOVE TQ-CLEAR-Y TO WS-TASK-END-Y
           ELSE
              MOVE TQ-DEST-X TO WS-TASK-END-X
              MOVE TQ-DEST-Y TO WS-TASK-END-Y
           END-IF
           PERFORM VARYING E-IDX FROM 1 BY 1
              UNTIL E-IDX > WS-END-COUNT OR CLEAR-CELL-GIVEN
                   IF WS-END-X(E-IDX) = WS-TASK-END-X
                      AND WS-END-Y(E-IDX) = WS-TASK-END-Y
                      SET CLEAR-CELL-GIVEN TO TRUE
                   END-IF
           END-PERFORM
           .
       CHECK-END-CELL-EXIT.
           EXIT.

       FIND-NEAREST-IDLE.
           MOVE 0 TO WS-BEST-ROBOT
           MOVE 9999 TO WS-BEST-DISTANCE
      *    the X leg, advance it, turn to face the Y leg, advance it.
      *    Every cell the route enters is checked against the
      *    obstacle table -- the check matches the route written, not
      *    an idealized straight line. A delivery task's on-site work
      *    is walked cell by cell into the route as well, and the
      *    route carries on to the delivery cell and then the clear
      *    cell the same way.
       BUILD-ROUTE.
           SET ROUTE-BLOCKED TO FALSE
           MOVE SPACES TO WS-ROUTE
           END-EVALUATE
           MOVE WS-ROBOT-X(WS-BEST-ROBOT) TO WS-STEP-X
           MOVE WS-ROBOT-Y(WS-BEST-ROBOT) TO WS-STEP-Y
           MOVE TQ-X TO WS-LEG-X
           MOVE TQ-Y TO WS-LEG-Y
           PERFORM BUILD-LEG
           IF DELIVERY-TASK
              PERFORM WALK-SITE-WORK
              MOVE TQ-DEST-X TO WS-LEG-X
              MOVE TQ-DEST-Y TO WS-LEG-Y
              PERFORM BUILD-LEG
              MOVE WS-TASK-END-X TO WS-LEG-X
              MOVE WS-TASK-END-Y TO WS-LEG-Y
              PERFORM BUILD-LEG
              COMPUTE WS-WORK-LEN = WS-ROUTE-PTR - 1
           ELSE
      *    The on-site work has to fit behind the drive in the 60
      *    columns ROBOTASK gives an instruction string.
              COMPUTE WS-WORK-LEN = WS-ROUTE-PTR - 1
                 + FUNCTION LENGTH(FUNCTION TRIM(TQ-INSTRUCTIONS))
           END-IF
           IF WS-WORK-LEN > 60
              SET ROUTE-BLOCKED TO TRUE
           END-IF
           .
       BUILD-ROUTE-EXIT.
           EXIT.

      *    One dog-leg from WS-STEP-X/Y to WS-LEG-X/Y: the X leg,
      *    then the Y leg.
       BUILD-LEG.
           IF ROUTE-BLOCKED
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DELTA-X = WS-LEG-X - WS-STEP-X
           COMPUTE WS-DELTA-Y = WS-LEG-Y - WS-STEP-Y
           IF WS-DELTA-X NOT = 0
              IF WS-DELTA-X > 0
                 MOVE 1 TO WS-TARGET-FACING
                      PERFORM STEP-ONE-CELL
              END-PERFORM
           END-IF
           .
       BUILD-LEG-EXIT.
           EXIT.

      *    The on-site work of a delivery task, turn by turn and cell
      *    by cell, so the delivery leg starts from where the robot
      *    really stands and faces.
       WALK-SITE-WORK.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > FUNCTION LENGTH(FUNCTION TRIM(TQ-INSTRUCTIONS))
                 OR ROUTE-BLOCKED
                   EVALUATE TQ-INSTRUCTIONS(I:1)
                   WHEN "R"
                        COMPUTE WS-TARGET-FACING =
                           FUNCTION MOD(WS-FACING + 1, 4)
                        PERFORM APPEND-TURNS
                   WHEN "L"
                        COMPUTE WS-TARGET-FACING =
                           FUNCTION MOD(WS-FACING + 3, 4)
                        PERFORM APPEND-TURNS
                   WHEN "A"
                        PERFORM STEP-ONE-CELL
                   END-EVALUATE
           END-PERFORM
           .
       WALK-SITE-WORK-EXIT.
           EXIT.

      *    Minimal turns from WS-FACING to WS-TARGET-FACING: one R,
       WRITE-ASSIGNED-TASK.
           MOVE "Y" TO WS-ROBOT-BUSY(WS-BEST-ROBOT)
           ADD 1 TO WS-ASSIGNED-COUNT
           MOVE SPACES TO ROBOT-TASK-RECORD
           MOVE WS-ROBOT-ID(WS-BEST-ROBOT) TO RT-ROBOT-ID
           MOVE WS-ROBOT-X(WS-BEST-ROBOT) TO RT-X
           MOVE WS-ROBOT-Y(WS-BEST-ROBOT) TO RT-Y
           MOVE WS-ROBOT-DIRECTION(WS-BEST-ROBOT) TO RT-DIRECTION
           IF DELIVERY-TASK
              MOVE WS-ROUTE TO RT-INSTRUCTIONS
           ELSE
              STRING FUNCTION TRIM(WS-ROUTE) DELIMITED BY SIZE
                 FUNCTION TRIM(TQ-INSTRUCTIONS) DELIMITED BY SIZE
                 INTO RT-INSTRUCTIONS
              END-STRING
           END-IF
           WRITE ROBOT-TASK-RECORD
           IF DELIVERY-TASK AND WS-END-COUNT < 50
              ADD 1 TO WS-END-COUNT
              MOVE WS-TASK-END-X TO WS-END-X(WS-END-COUNT)
              MOVE WS-TASK-END-Y TO WS-END-Y(WS-END-COUNT)
           END-IF
           MOVE SPACES TO DISPATCH-REPORT-LINE
           STRING WS-ROBOT-ID(WS-BEST-ROBOT) DELIMITED BY SIZE
              " -> X=" DELIMITED BY SIZE
              TQ-X DELIMITED BY SIZE
              WS-BEST-DISTANCE DELIMITED BY SIZE
              INTO DISPATCH-REPORT-LINE
           END-STRING
           IF TQ-TASK-NO IS NUMERIC
              MOVE " TASK " TO DISPATCH-REPORT-LINE(40:6)
              MOVE TQ-TASK-NO TO DISPATCH-REPORT-LINE(46:6)
           END-IF
           WRITE DISPATCH-REPORT-LINE
           .
       WRITE-ASSIGNED-TASK-EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCK-STAGING.
      *    Dock staging off the KNAPSACK load plans. Once
      *    MULTI-TRUCK-LOAD commits LOADPLAN, warehouse staff still
      *    walked the floor pulling every item to the dock while the
      *    robot fleet stood idle. This run turns each truck's planned
      *    items into pick-and-deliver tasks on TASKREQ for
      *    ROBOT-DISPATCH to assign: each task runs from the item's
      *    pick cell on SLOTMAP to the drop cell inside the truck's
      *    dock door on DOCKDOOR, the robot stepping away to the
      *    door's clear cell once the load is down (see
      *    dock-staging.cpy), and each truck's
      *    tasks are sequenced heaviest first, so heavy items are
      *    picked, and loaded, first. An item that cannot be staged
      *    -- no master item id on the plan, no pick cell, no door
      *    for its truck -- is refused with the reason. Every task is
      *    kept on the DOCKSTG staging register, stamped with the
      *    date of the plan it came from: the business date of the
      *    ITEMISSU stock issue MULTI-TRUCK-LOAD made for LOADPLAN,
      *    or the business date when ITEMISSU shows no issue on or
      *    before it. A truck with a pending or completed task from
      *    the same plan date is not staged again by a rerun, and one
      *    whose every task off that plan was refused is staged
      *    afresh. A truck's tasks from an earlier plan date are
      *    superseded: its completed and refused tasks are dropped
      *    and the truck is staged off the new plan, while a task
      *    still pending from the earlier plan stays on the register
      *    until it is delivered. A truck no longer on LOADPLAN
      *    leaves the register altogether. TASKREQ is rewritten with
      *    every dock task still pending after the lines other work
      *    has put on it, which are carried forward as they stand.
      *    More than 10 trucks or 200 items on LOADPLAN, 2000 cells on
      *    SLOTMAP or 100 doors on DOCKDOOR stops the run (RC 8) with
      *    nothing staged.
      *
      *    DOCK-STAGING-STATUS is run after the fleet run. It reads
      *    which robot ROBOT-DISPATCH gave each task off DISPRPT, and
      *    how each robot's task ended off ROBOTEND, which
      *    ROBOT-FLEET-BATCH writes before its recharge pass moves
      *    any robot: a task whose robot ran its whole route, no move
      *    refused, through the drop cell to the door's clear cell is
      *    completed. The rest stay pending and are offered to the
      *    next dispatch on a rewritten TASKREQ.
      *
      *    Both runs write DOCKRPT, the staging status for the dock
      *    supervisor: per truck, the tasks completed, pending and
      *    refused, and whether the truck is ready to close.
      *
      *    LOADPLAN is parsed on the fixed columns MULTI-TRUCK-LOAD
      *    writes, as BILL-OF-LADING parses it; everything after the
      *    UNPLACED ITEMS banner stays in the warehouse.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOAD-PLAN-FILE ASSIGN TO "LOADPLAN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Pick cells, door assignments and the staging register --
      *    see dock-staging.cpy.
           SELECT OPTIONAL SLOT-MAP-FILE ASSIGN TO "SLOTMAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DOCK-DOOR-FILE ASSIGN TO "DOCKDOOR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STAGING-REGISTER-FILE ASSIGN TO "DOCKSTG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    MULTI-TRUCK-LOAD's stock issue for the plan, dating it.
           SELECT OPTIONAL STOCK-ISSUE-FILE ASSIGN TO "ITEMISSU"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TASK-REQUEST-FILE ASSIGN TO "TASKREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISPATCH-REPORT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TASK-END-FILE ASSIGN TO "ROBOTEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAGING-REPORT-FILE ASSIGN TO "DOCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-PLAN-FILE.
       01  LOAD-PLAN-LINE         PIC X(80).
       FD  SLOT-MAP-FILE.
       01  SLOT-MAP-RECORD        PIC X(18).
       FD  DOCK-DOOR-FILE.
       01  DOCK-DOOR-RECORD       PIC X(35).
       FD  STAGING-REGISTER-FILE.
       01  STAGING-REGISTER-RECORD PIC X(132).
       FD  STOCK-ISSUE-FILE.
       01  STOCK-ISSUE-RECORD.
           02 SI-ISSUE-DATE    PIC X(8).
           02 FILLER           PIC X.
           02 SI-ISSUED-UNITS  PIC 9(5).
      *    ROBOT-DISPATCH's TASKREQ layout, with the delivery cell,
      *    task number and clear cell a pick-and-deliver task carries.
       FD  TASK-REQUEST-FILE.
       01  TASK-REQUEST-RECORD.
           02 TQ-X             PIC S9(3) SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
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
       FD  DISPATCH-REPORT-FILE.
       01  DISPATCH-REPORT-LINE   PIC X(80).
       FD  TASK-END-FILE.
       01  TASK-END-LINE          PIC X(80).
       FD  STAGING-REPORT-FILE.
       01  STAGING-REPORT-LINE    PIC X(132).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-UNPLACED-FLAG    PIC X     VALUE 'N'.
          88 IN-UNPLACED-SECTION        VALUE 'Y' FALSE 'N'.
       01 WS-PLAN-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 PLAN-OVERFLOW              VALUE 1 FALSE 0.
       01 WS-SLOT-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 SLOT-OVERFLOW              VALUE 1 FALSE 0.
       01 WS-DOOR-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 DOOR-OVERFLOW              VALUE 1 FALSE 0.
       01 WS-SUMMARY-OVERFLOW-FLAG PIC 9 VALUE 0.
          88 SUMMARY-OVERFLOW           VALUE 1 FALSE 0.
       01 WS-OTHER-OVERFLOW-FLAG PIC 9  VALUE 0.
          88 OTHER-OVERFLOW             VALUE 1 FALSE 0.

      *    The staging register, in staging order.
       01 WS-TASK-COUNT       PIC 9(4)  VALUE 0.
       01 WS-TASK-TABLE.
          05 WS-TASK-LINE OCCURS 2000 PIC X(132).
       01 WS-NEXT-TASK-NO     PIC 9(6).
      *    The date of tonight's plan -- see LOAD-PLAN-DATE.
       01 WS-PLAN-DATE        PIC X(8).

      *    TASKREQ lines other work has put on the file, carried
      *    forward ahead of the dock tasks.
       01 WS-OTHER-COUNT      PIC 9(4)  VALUE 0.
       01 WS-OTHER-TABLE.
          05 WS-OTHER-LINE OCCURS 2000 PIC X(77).

      *    Trucks off LOADPLAN and their planned items.
       01 WS-TRUCK-COUNT      PIC 9(2)  VALUE 0.
       01 WS-TRUCK-TABLE.
          05 WS-TRUCK-ENTRY OCCURS 10.
             10 WS-TK-TRUCK-ID    PIC X(10).
             10 WS-TK-ITEMS       PIC 9(3).
       01 WS-ITEM-COUNT       PIC 9(3)  VALUE 0.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 200.
             10 WS-IT-TRUCK       PIC 9(2).
             10 WS-IT-ITEM-ID     PIC X(8).
             10 WS-IT-WEIGHT      PIC 9(4).
             10 WS-IT-TAKEN       PIC X.

      *    Pick cells off SLOTMAP and door assignments off DOCKDOOR.
       01 WS-SLOT-COUNT       PIC 9(4)  VALUE 0.
       01 WS-SLOT-TABLE.
          05 WS-SLOT-ENTRY OCCURS 2000.
             10 WS-SL-ITEM-ID     PIC X(8).
             10 WS-SL-X           PIC S999.
             10 WS-SL-Y           PIC S999.
       01 WS-DOOR-COUNT       PIC 9(3)  VALUE 0.
       01 WS-DOOR-TABLE.
          05 WS-DOOR-ENTRY OCCURS 100.
             10 WS-DR-TRUCK-ID    PIC X(10).
             10 WS-DR-DOOR-ID     PIC X(4).
             10 WS-DR-X           PIC S999.
             10 WS-DR-Y           PIC S999.
             10 WS-DR-CLEAR-X     PIC S999.
             10 WS-DR-CLEAR-Y     PIC S999.

      *    Per-truck tallies for DOCKRPT, in register order.
       01 WS-SUMMARY-COUNT    PIC 9(3)  VALUE 0.
       01 WS-SUMMARY-TABLE.
          05 WS-SUMMARY-ENTRY OCCURS 200.
             10 WS-SM-TRUCK-ID    PIC X(10).
             10 WS-SM-DOOR-ID     PIC X(4).
             10 WS-SM-COMPLETED   PIC 9(4).
             10 WS-SM-PENDING     PIC 9(4).
             10 WS-SM-REFUSED     PIC 9(4).

      *    ROBOTEND columns: ROBOTPOS's, as ROBOT-DISPATCH reads
      *    them, then the moves refused and how the task ended.
       01 WS-POS-X-TEXT       PIC X(4).
       01 WS-POS-X-NUM REDEFINES WS-POS-X-TEXT
                              PIC S9(3) SIGN LEADING SEPARATE.
       01 WS-POS-Y-TEXT       PIC X(4).
       01 WS-POS-Y-NUM REDEFINES WS-POS-Y-TEXT
                              PIC S9(3) SIGN LEADING SEPARATE.
       01 WS-ROBOT-ID         PIC X(10).
       01 WS-END-REFUSED      PIC X(2).
       01 WS-END-STATE        PIC X(7).
       01 WS-UNASSIGNED-REASON PIC X(23).

       77 T                   PIC 9(4).
       77 K                   PIC 9(2).
       77 J                   PIC 9(3).
       77 S                   PIC 9(4).
       77 D                   PIC 9(3).
       77 M                   PIC 9(3).
       01 WS-HEAVIEST         PIC 9(3).
       01 WS-LOAD-SEQ         PIC 9(3).
       01 WS-FOUND-TASK       PIC 9(4).
       01 WS-REPORT-TASK-NO   PIC 9(6).
       01 WS-STAGED-FLAG      PIC X.
          88 TRUCK-ALREADY-STAGED       VALUE 'Y' FALSE 'N'.
       01 WS-ON-PLAN-FLAG     PIC X.
          88 TRUCK-ON-PLAN              VALUE 'Y' FALSE 'N'.
       01 WS-KEEP-COUNT       PIC 9(4).

       01 WS-STAGED-TOTAL     PIC 9(4)  VALUE 0.
       01 WS-REFUSED-TOTAL    PIC 9(4)  VALUE 0.
       01 WS-SKIPPED-TRUCKS   PIC 9(2)  VALUE 0.
       01 WS-DELIVERED-TOTAL  PIC 9(4)  VALUE 0.
       01 WS-PENDING-TOTAL    PIC 9(4)  VALUE 0.
       01 WS-REFUSED-ON-FILE  PIC 9(4)  VALUE 0.
       01 WS-COUNT-SHOW       PIC ZZZ9.
       01 WS-SEQ-SHOW         PIC ZZ9.
       01 WS-WEIGHT-SHOW      PIC Z,ZZ9.

      *    Shared dock staging layouts.
       COPY "dock-staging.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       DOCK-STAGING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-STAGING-REGISTER
           PERFORM LOAD-PLAN-SECTIONS
           PERFORM LOAD-PLAN-DATE
           IF PLAN-OVERFLOW
              DISPLAY "DOCK-STAGING: more than 10 trucks or 200 items"
                 " on LOADPLAN, nothing staged"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-TRUCK-COUNT = 0
              DISPLAY "DOCK-STAGING: LOADPLAN empty or missing,"
                 " nothing staged"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SLOT-MAP
           IF SLOT-OVERFLOW
              DISPLAY "DOCK-STAGING: more than 2000 cells on SLOTMAP,"
                 " nothing staged"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-DOCK-DOORS
           IF DOOR-OVERFLOW
              DISPLAY "DOCK-STAGING: more than 100 doors on DOCKDOOR,"
                 " nothing staged"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-OTHER-REQUESTS
           IF OTHER-OVERFLOW
              DISPLAY "DOCK-STAGING: more than 2000 other lines on"
                 " TASKREQ, nothing staged"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM DROP-DEPARTED-TRUCKS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TRUCK-COUNT
                   PERFORM STAGE-ONE-TRUCK
           END-PERFORM
           PERFORM WRITE-TASK-REQUESTS
           PERFORM SAVE-STAGING-REGISTER
           PERFORM WRITE-STAGING-REPORT
           DISPLAY "DOCK-STAGING: " WS-STAGED-TOTAL " TASKS STAGED, "
              WS-REFUSED-TOTAL " REFUSED, " WS-SKIPPED-TRUCKS
              " TRUCK(S) ALREADY STAGED"
           EVALUATE TRUE
           WHEN SUMMARY-OVERFLOW
              DISPLAY "DOCK-STAGING: more than 200 trucks on DOCKSTG,"
                 " DOCKRPT incomplete"
              MOVE 8 TO RETURN-CODE
           WHEN WS-REFUSED-TOTAL > 0
              MOVE 4 TO RETURN-CODE
           WHEN OTHER
              MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    A truck with a pending or completed task off tonight's
      *    plan is left as it stands. Otherwise its completed and
      *    refused tasks -- refused off tonight's plan, or anything
      *    from an earlier plan -- are dropped, a task still pending
      *    from an earlier plan is kept, and the truck is staged off
      *    tonight's plan, heaviest first, the plan order breaking
      *    ties.
       STAGE-ONE-TRUCK.
           SET TRUCK-ALREADY-STAGED TO FALSE
           PERFORM VARYING T FROM 1 BY 1
              UNTIL T > WS-TASK-COUNT OR TRUCK-ALREADY-STAGED
                   MOVE WS-TASK-LINE(T) TO DK-TASK-RECORD
                   IF DK-TRUCK-ID = WS-TK-TRUCK-ID(K)
                      AND DK-PLAN-DATE = WS-PLAN-DATE
                      AND (DK-PENDING OR DK-COMPLETED)
                      SET TRUCK-ALREADY-STAGED TO TRUE
                   END-IF
           END-PERFORM
           IF TRUCK-ALREADY-STAGED
              ADD 1 TO WS-SKIPPED-TRUCKS
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-KEEP-COUNT
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TASK-COUNT
                   MOVE WS-TASK-LINE(T) TO DK-TASK-RECORD
                   IF DK-TRUCK-ID NOT = WS-TK-TRUCK-ID(K)
                      OR DK-PENDING
                      ADD 1 TO WS-KEEP-COUNT
                      MOVE WS-TASK-LINE(T)
                         TO WS-TASK-LINE(WS-KEEP-COUNT)
                   END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-TASK-COUNT
           MOVE 0 TO D
           PERFORM VARYING M FROM 1 BY 1
              UNTIL M > WS-DOOR-COUNT OR D > 0
                   IF WS-DR-TRUCK-ID(M) = WS-TK-TRUCK-ID(K)
                      MOVE M TO D
                   END-IF
           END-PERFORM
           MOVE 0 TO WS-LOAD-SEQ
           PERFORM WS-TK-ITEMS(K) TIMES
                   MOVE 0 TO WS-HEAVIEST
                   PERFORM VARYING J FROM 1 BY 1
                      UNTIL J > WS-ITEM-COUNT
                           IF WS-IT-TRUCK(J) = K
                              AND WS-IT-TAKEN(J) = "N"
                              IF WS-HEAVIEST = 0
                                 MOVE J TO WS-HEAVIEST
                              ELSE
                                 IF WS-IT-WEIGHT(J) >
                                    WS-IT-WEIGHT(WS-HEAVIEST)
                                    MOVE J TO WS-HEAVIEST
                                 END-IF
                              END-IF
                           END-IF
                   END-PERFORM
                   IF WS-HEAVIEST > 0
                      MOVE "Y" TO WS-IT-TAKEN(WS-HEAVIEST)
                      ADD 1 TO WS-LOAD-SEQ
                      PERFORM STAGE-ONE-ITEM
                   END-IF
           END-PERFORM
           .
       STAGE-ONE-TRUCK-EXIT.
           EXIT.

      *    One register line for plan item WS-HEAVIEST on truck K,
      *    door entry D (0 when the truck has no door).
       STAGE-ONE-ITEM.
           IF WS-TASK-COUNT >= 2000
              DISPLAY "DOCK-STAGING: DOCKSTG has more than 2000 tasks"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO DK-TASK-RECORD
           MOVE WS-NEXT-TASK-NO TO DK-TASK-NO
           ADD 1 TO WS-NEXT-TASK-NO
           MOVE WS-TK-TRUCK-ID(K) TO DK-TRUCK-ID
           MOVE WS-LOAD-SEQ TO DK-LOAD-SEQ
           MOVE WS-IT-ITEM-ID(WS-HEAVIEST) TO DK-ITEM-ID
           MOVE WS-IT-WEIGHT(WS-HEAVIEST) TO DK-WEIGHT
           MOVE 0 TO DK-FROM-X
           MOVE 0 TO DK-FROM-Y
           MOVE 0 TO DK-TO-X
           MOVE 0 TO DK-TO-Y
           MOVE 0 TO DK-CLEAR-X
           MOVE 0 TO DK-CLEAR-Y
           MOVE BD-BUSINESS-DATE TO DK-STAGED-DATE
           MOVE WS-PLAN-DATE TO DK-PLAN-DATE
           SET DK-PENDING TO TRUE
           IF D > 0
              MOVE WS-DR-DOOR-ID(D) TO DK-DOOR-ID
              MOVE WS-DR-X(D) TO DK-TO-X
              MOVE WS-DR-Y(D) TO DK-TO-Y
              MOVE WS-DR-CLEAR-X(D) TO DK-CLEAR-X
              MOVE WS-DR-CLEAR-Y(D) TO DK-CLEAR-Y
           END-IF
           MOVE 0 TO S
           IF DK-ITEM-ID NOT = SPACES
              PERFORM VARYING M FROM 1 BY 1
                 UNTIL M > WS-SLOT-COUNT OR S > 0
                      IF WS-SL-ITEM-ID(M) = DK-ITEM-ID
                         MOVE M TO S
                      END-IF
              END-PERFORM
           END-IF
           IF S > 0
              MOVE WS-SL-X(S) TO DK-FROM-X
              MOVE WS-SL-Y(S) TO DK-FROM-Y
           END-IF
           EVALUATE TRUE
           WHEN DK-ITEM-ID = SPACES
              SET DK-REFUSED TO TRUE
              MOVE "NO ITEM ID ON THE LOAD PLAN" TO DK-REASON
           WHEN S = 0
              SET DK-REFUSED TO TRUE
              MOVE "NO PICK CELL ON SLOTMAP" TO DK-REASON
           WHEN D = 0
              SET DK-REFUSED TO TRUE
              MOVE "TRUCK HAS NO DOCK DOOR" TO DK-REASON
           END-EVALUATE
           IF DK-REFUSED
              ADD 1 TO WS-REFUSED-TOTAL
           ELSE
              ADD 1 TO WS-STAGED-TOTAL
           END-IF
           ADD 1 TO WS-TASK-COUNT
           MOVE DK-TASK-RECORD TO WS-TASK-LINE(WS-TASK-COUNT)
           .
       STAGE-ONE-ITEM-EXIT.
           EXIT.

      *    After the fleet run: which robot took each task, then
      *    whether that robot's task ended at the truck's door.
       ENTRY "DOCK-STAGING-STATUS".
       DOCK-STAGING-STATUS.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-STAGING-REGISTER
           PERFORM LOAD-OTHER-REQUESTS
           IF OTHER-OVERFLOW
              DISPLAY "DOCK-STAGING-STATUS: more than 2000 other lines"
                 " on TASKREQ, nothing updated"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM APPLY-DISPATCH-REPORT
           PERFORM APPLY-TASK-ENDS
           PERFORM WRITE-TASK-REQUESTS
           PERFORM SAVE-STAGING-REGISTER
           PERFORM WRITE-STAGING-REPORT
           DISPLAY "DOCK-STAGING-STATUS: " WS-DELIVERED-TOTAL
              " DELIVERED THIS RUN, " WS-PENDING-TOTAL " PENDING, "
              WS-REFUSED-ON-FILE " REFUSED"
           EVALUATE TRUE
           WHEN SUMMARY-OVERFLOW
              DISPLAY "DOCK-STAGING-STATUS: more than 200 trucks on"
                 " DOCKSTG, DOCKRPT incomplete"
              MOVE 8 TO RETURN-CODE
           WHEN WS-REFUSED-ON-FILE > 0
              MOVE 4 TO RETURN-CODE
           WHEN OTHER
              MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
       DOCK-STAGING-STATUS-EXIT.
           EXIT.

      *    DISPRPT names the task number at column 46 of an assigned
      *    line (robot id in 1-10) and at column 66 of an UNASSIGNED
      *    line, with the reason in 37-59. A task no robot could take
      *    stays pending.
       APPLY-DISPATCH-REPORT.
           SET FILE-EOF TO FALSE
           OPEN INPUT DISPATCH-REPORT-FILE
           PERFORM UNTIL FILE-EOF
                   READ DISPATCH-REPORT-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM APPLY-ONE-DISPATCH-LINE
                   END-READ
           END-PERFORM
           CLOSE DISPATCH-REPORT-FILE
           .
       APPLY-DISPATCH-REPORT-EXIT.
           EXIT.

       APPLY-ONE-DISPATCH-LINE.
           EVALUATE TRUE
           WHEN DISPATCH-REPORT-LINE(1:18) = "UNASSIGNED TASK AT"
                AND DISPATCH-REPORT-LINE(60:6) = " TASK "
                AND DISPATCH-REPORT-LINE(66:6) IS NUMERIC
                MOVE DISPATCH-REPORT-LINE(66:6) TO WS-REPORT-TASK-NO
                MOVE SPACES TO WS-ROBOT-ID
                MOVE DISPATCH-REPORT-LINE(37:23)
                   TO WS-UNASSIGNED-REASON
           WHEN DISPATCH-REPORT-LINE(40:6) = " TASK "
                AND DISPATCH-REPORT-LINE(46:6) IS NUMERIC
                MOVE DISPATCH-REPORT-LINE(46:6) TO WS-REPORT-TASK-NO
                MOVE DISPATCH-REPORT-LINE(1:10) TO WS-ROBOT-ID
           WHEN OTHER
                EXIT PARAGRAPH
           END-EVALUATE
           MOVE 0 TO WS-FOUND-TASK
           PERFORM VARYING T FROM 1 BY 1
              UNTIL T > WS-TASK-COUNT OR WS-FOUND-TASK > 0
                   IF WS-TASK-LINE(T)(1:6) = WS-REPORT-TASK-NO
                      MOVE T TO WS-FOUND-TASK
                   END-IF
           END-PERFORM
           IF WS-FOUND-TASK = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TASK-LINE(WS-FOUND-TASK) TO DK-TASK-RECORD
           IF NOT DK-PENDING
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ROBOT-ID TO DK-ROBOT-ID
           IF WS-ROBOT-ID = SPACES
              MOVE WS-UNASSIGNED-REASON TO DK-REASON
           ELSE
              MOVE "DISPATCHED" TO DK-REASON
           END-IF
           MOVE DK-TASK-RECORD TO WS-TASK-LINE(WS-FOUND-TASK)
           .
       APPLY-ONE-DISPATCH-LINE-EXIT.
           EXIT.

      *    A dispatched task is delivered when its robot ran the
      *    whole route in the fleet run: every move made, so it set
      *    the load down on the drop cell, and the task ended on the
      *    door's clear cell. One that did not goes back to pending
      *    for the next dispatch.
       APPLY-TASK-ENDS.
           SET FILE-EOF TO FALSE
           OPEN INPUT TASK-END-FILE
           PERFORM UNTIL FILE-EOF
                   READ TASK-END-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE TASK-END-LINE(1:10) TO WS-ROBOT-ID
                         MOVE TASK-END-LINE(14:4) TO WS-POS-X-TEXT
                         MOVE TASK-END-LINE(21:4) TO WS-POS-Y-TEXT
                         MOVE TASK-END-LINE(63:2) TO WS-END-REFUSED
                         MOVE TASK-END-LINE(66:7) TO WS-END-STATE
                         IF WS-ROBOT-ID NOT = SPACES
                            AND WS-POS-X-NUM IS NUMERIC
                            AND WS-POS-Y-NUM IS NUMERIC
                            PERFORM CHECK-ROBOT-DELIVERY
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TASK-END-FILE
           .
       APPLY-TASK-ENDS-EXIT.
           EXIT.

       CHECK-ROBOT-DELIVERY.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TASK-COUNT
                   MOVE WS-TASK-LINE(T) TO DK-TASK-RECORD
                   IF DK-PENDING AND DK-ROBOT-ID = WS-ROBOT-ID
                      EVALUATE TRUE
                      WHEN WS-END-STATE = "SKIPPED"
                         MOVE SPACES TO DK-ROBOT-ID
                         MOVE "TASK REFUSED ON ROBOT CHARGE"
                            TO DK-REASON
                      WHEN WS-END-STATE = "DONE"
                         AND WS-END-REFUSED = "00"
                         AND WS-POS-X-NUM = DK-CLEAR-X
                         AND WS-POS-Y-NUM = DK-CLEAR-Y
                         SET DK-COMPLETED TO TRUE
                         MOVE "DELIVERED" TO DK-REASON
                         ADD 1 TO WS-DELIVERED-TOTAL
                      WHEN OTHER
                         MOVE SPACES TO DK-ROBOT-ID
                         MOVE "ROBOT DID NOT REACH THE DOOR"
                            TO DK-REASON
                      END-EVALUATE
                      MOVE DK-TASK-RECORD TO WS-TASK-LINE(T)
                   END-IF
           END-PERFORM
           .
       CHECK-ROBOT-DELIVERY-EXIT.
           EXIT.

      *    TASKREQ lines that are not dock tasks -- those carry no
      *    task number -- read before the file is rewritten.
       LOAD-OTHER-REQUESTS.
           MOVE 0 TO WS-OTHER-COUNT
           SET OTHER-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT TASK-REQUEST-FILE
           PERFORM UNTIL FILE-EOF
                   READ TASK-REQUEST-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF TASK-REQUEST-RECORD NOT = SPACES
                            AND (TQ-TASK-NO IS NOT NUMERIC
                               OR TQ-TASK-NO = 0)
                            PERFORM KEEP-OTHER-REQUEST
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TASK-REQUEST-FILE
           .
       LOAD-OTHER-REQUESTS-EXIT.
           EXIT.

       KEEP-OTHER-REQUEST.
           IF WS-OTHER-COUNT >= 2000
              SET OTHER-OVERFLOW TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OTHER-COUNT
           MOVE TASK-REQUEST-RECORD TO WS-OTHER-LINE(WS-OTHER-COUNT)
           .
       KEEP-OTHER-REQUEST-EXIT.
           EXIT.

      *    The other work first, as it stood, then every pending dock
      *    task in register order -- truck by truck, heaviest first --
      *    as a pick at its cell delivered to the door's drop cell,
      *    ending on its clear cell.
       WRITE-TASK-REQUESTS.
           MOVE 0 TO WS-PENDING-TOTAL
           OPEN OUTPUT TASK-REQUEST-FILE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-OTHER-COUNT
                   MOVE WS-OTHER-LINE(T) TO TASK-REQUEST-RECORD
                   WRITE TASK-REQUEST-RECORD
           END-PERFORM
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TASK-COUNT
                   MOVE WS-TASK-LINE(T) TO DK-TASK-RECORD
                   IF DK-PENDING
                      ADD 1 TO WS-PENDING-TOTAL
                      MOVE SPACES TO TASK-REQUEST-RECORD
                      MOVE DK-FROM-X TO TQ-X
                      MOVE DK-FROM-Y TO TQ-Y
                      MOVE DK-TO-X TO TQ-DEST-X
                      MOVE DK-TO-Y TO TQ-DEST-Y
                      MOVE DK-TASK-NO TO TQ-TASK-NO
                      MOVE DK-CLEAR-X TO TQ-CLEAR-X
                      MOVE DK-CLEAR-Y TO TQ-CLEAR-Y
                      WRITE TASK-REQUEST-RECORD
                   END-IF
           END-PERFORM
           CLOSE TASK-REQUEST-FILE
           .
       WRITE-TASK-REQUESTS-EXIT.
           EXIT.

      *    Per truck: the tallies and whether it can close, then its
      *    pending and refused tasks. A truck with nothing pending is
      *    ready to close once any refused items are hand-loaded.
       WRITE-STAGING-REPORT.
           MOVE 0 TO WS-SUMMARY-COUNT
           MOVE 0 TO WS-REFUSED-ON-FILE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TASK-COUNT
                   MOVE WS-TASK-LINE(T) TO DK-TASK-RECORD
                   PERFORM TALLY-ONE-TASK
           END-PERFORM
           OPEN OUTPUT STAGING-REPORT-FILE
           MOVE SPACES TO STAGING-REPORT-LINE
           STRING "DOCK STAGING STATUS FOR " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO STAGING-REPORT-LINE
           END-STRING
           WRITE STAGING-REPORT-LINE
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-SUMMARY-COUNT
                   PERFORM REPORT-ONE-TRUCK
           END-PERFORM
           IF WS-SUMMARY-COUNT = 0
              MOVE "NO TRUCKS ON THE STAGING REGISTER"
                 TO STAGING-REPORT-LINE
              WRITE STAGING-REPORT-LINE
           END-IF
           IF SUMMARY-OVERFLOW
              MOVE SPACES TO STAGING-REPORT-LINE
              WRITE STAGING-REPORT-LINE
              MOVE "MORE THAN 200 TRUCKS ON DOCKSTG -- INCOMPLETE"
                 TO STAGING-REPORT-LINE
              WRITE STAGING-REPORT-LINE
           END-IF
           CLOSE STAGING-REPORT-FILE
           .
       WRITE-STAGING-REPORT-EXIT.
           EXIT.

       TALLY-ONE-TASK.
           MOVE 0 TO D
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-SUMMARY-COUNT OR D > 0
                   IF WS-SM-TRUCK-ID(J) = DK-TRUCK-ID
                      MOVE J TO D
                   END-IF
           END-PERFORM
           IF D = 0
              IF WS-SUMMARY-COUNT >= 200
                 SET SUMMARY-OVERFLOW TO TRUE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-SUMMARY-COUNT
              MOVE WS-SUMMARY-COUNT TO D
              MOVE DK-TRUCK-ID TO WS-SM-TRUCK-ID(D)
              MOVE DK-DOOR-ID TO WS-SM-DOOR-ID(D)
              MOVE 0 TO WS-SM-COMPLETED(D)
              MOVE 0 TO WS-SM-PENDING(D)
              MOVE 0 TO WS-SM-REFUSED(D)
           END-IF
           IF WS-SM-DOOR-ID(D) = SPACES
              MOVE DK-DOOR-ID TO WS-SM-DOOR-ID(D)
           END-IF
           EVALUATE TRUE
           WHEN DK-COMPLETED
                ADD 1 TO WS-SM-COMPLETED(D)
           WHEN DK-PENDING
                ADD 1 TO WS-SM-PENDING(D)
           WHEN OTHER
                ADD 1 TO WS-SM-REFUSED(D)
                ADD 1 TO WS-REFUSED-ON-FILE
           END-EVALUATE
           .
       TALLY-ONE-TASK-EXIT.
           EXIT.

       REPORT-ONE-TRUCK.
           MOVE SPACES TO STAGING-REPORT-LINE
           WRITE STAGING-REPORT-LINE
           MOVE SPACES TO STAGING-REPORT-LINE
           STRING "TRUCK " DELIMITED BY SIZE
              WS-SM-TRUCK-ID(M) DELIMITED BY SIZE
              " DOOR " DELIMITED BY SIZE
              WS-SM-DOOR-ID(M) DELIMITED BY SIZE
              INTO STAGING-REPORT-LINE
           END-STRING
           MOVE WS-SM-COMPLETED(M) TO WS-COUNT-SHOW
           MOVE " COMPLETED " TO STAGING-REPORT-LINE(27:11)
           MOVE WS-COUNT-SHOW TO STAGING-REPORT-LINE(38:4)
           MOVE WS-SM-PENDING(M) TO WS-COUNT-SHOW
           MOVE " PENDING " TO STAGING-REPORT-LINE(42:9)
           MOVE WS-COUNT-SHOW TO STAGING-REPORT-LINE(51:4)
           MOVE WS-SM-REFUSED(M) TO WS-COUNT-SHOW
           MOVE " REFUSED " TO STAGING-REPORT-LINE(55:9)
           MOVE WS-COUNT-SHOW TO STAGING-REPORT-LINE(64:4)
           EVALUATE TRUE
           WHEN WS-SM-PENDING(M) > 0
                MOVE "  LOADING" TO STAGING-REPORT-LINE(68:)
           WHEN WS-SM-REFUSED(M) > 0
                MOVE "  READY TO CLOSE AFTER REFUSED ITEMS HAND-LOADED"
                   TO STAGING-REPORT-LINE(68:)
           WHEN OTHER
                MOVE "  READY TO CLOSE" TO STAGING-REPORT-LINE(68:)
           END-EVALUATE
           WRITE STAGING-REPORT-LINE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TASK-COUNT
                   MOVE WS-TASK-LINE(T) TO DK-TASK-RECORD
                   IF DK-TRUCK-ID = WS-SM-TRUCK-ID(M)
                      AND NOT DK-COMPLETED
                      PERFORM REPORT-ONE-TASK
                   END-IF
           END-PERFORM
           .
       REPORT-ONE-TRUCK-EXIT.
           EXIT.

       REPORT-ONE-TASK.
           MOVE DK-LOAD-SEQ TO WS-SEQ-SHOW
           MOVE DK-WEIGHT TO WS-WEIGHT-SHOW
           MOVE SPACES TO STAGING-REPORT-LINE
           IF DK-PENDING
              MOVE "   PENDING" TO STAGING-REPORT-LINE(1:10)
           ELSE
              MOVE "   REFUSED" TO STAGING-REPORT-LINE(1:10)
           END-IF
           STRING " TASK " DELIMITED BY SIZE
              DK-TASK-NO DELIMITED BY SIZE
              " SEQ " DELIMITED BY SIZE
              WS-SEQ-SHOW DELIMITED BY SIZE
              " ITEM " DELIMITED BY SIZE
              DK-ITEM-ID DELIMITED BY SIZE
              " WEIGHT " DELIMITED BY SIZE
              WS-WEIGHT-SHOW DELIMITED BY SIZE
              " FROM X=" DELIMITED BY SIZE
              DK-FROM-X DELIMITED BY SIZE
              " Y=" DELIMITED BY SIZE
              DK-FROM-Y DELIMITED BY SIZE
              INTO STAGING-REPORT-LINE(11:)
           END-STRING
           IF DK-REASON NOT = SPACES
              MOVE " -- " TO STAGING-REPORT-LINE(80:4)
              MOVE DK-REASON TO STAGING-REPORT-LINE(84:30)
           END-IF
           IF DK-ROBOT-ID NOT = SPACES
              MOVE " ROBOT " TO STAGING-REPORT-LINE(114:7)
              MOVE DK-ROBOT-ID TO STAGING-REPORT-LINE(121:10)
           END-IF
           WRITE STAGING-REPORT-LINE
           .
       REPORT-ONE-TASK-EXIT.
           EXIT.

      *    One truck per TRUCK line, its ITEM lines under it, with the
      *    master item id ADD-PLAN-ITEM-ID puts in columns 49-56.
       LOAD-PLAN-SECTIONS.
           MOVE 0 TO WS-TRUCK-COUNT
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO K
           SET PLAN-OVERFLOW TO FALSE
           SET IN-UNPLACED-SECTION TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT LOAD-PLAN-FILE
           PERFORM UNTIL FILE-EOF
                   READ LOAD-PLAN-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM PARSE-ONE-PLAN-LINE
                   END-READ
           END-PERFORM
           CLOSE LOAD-PLAN-FILE
           .
       LOAD-PLAN-SECTIONS-EXIT.
           EXIT.

       PARSE-ONE-PLAN-LINE.
           EVALUATE TRUE
           WHEN LOAD-PLAN-LINE(1:14) = "UNPLACED ITEMS"
                SET IN-UNPLACED-SECTION TO TRUE
           WHEN IN-UNPLACED-SECTION
                CONTINUE
           WHEN LOAD-PLAN-LINE(1:6) = "TRUCK "
                IF WS-TRUCK-COUNT < 10
                   ADD 1 TO WS-TRUCK-COUNT
                   MOVE WS-TRUCK-COUNT TO K
                   MOVE LOAD-PLAN-LINE(7:10) TO WS-TK-TRUCK-ID(K)
                   MOVE 0 TO WS-TK-ITEMS(K)
                ELSE
                   SET PLAN-OVERFLOW TO TRUE
                   MOVE 0 TO K
                END-IF
           WHEN LOAD-PLAN-LINE(1:8) = "   ITEM "
                IF K > 0 AND WS-ITEM-COUNT NOT < 200
                   AND LOAD-PLAN-LINE(20:4) IS NUMERIC
                   SET PLAN-OVERFLOW TO TRUE
                END-IF
                IF K > 0 AND WS-ITEM-COUNT < 200
                   AND LOAD-PLAN-LINE(20:4) IS NUMERIC
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE K TO WS-IT-TRUCK(WS-ITEM-COUNT)
                   MOVE LOAD-PLAN-LINE(20:4)
                      TO WS-IT-WEIGHT(WS-ITEM-COUNT)
                   MOVE SPACES TO WS-IT-ITEM-ID(WS-ITEM-COUNT)
                   IF LOAD-PLAN-LINE(45:4) = " ID "
                      MOVE LOAD-PLAN-LINE(49:8)
                         TO WS-IT-ITEM-ID(WS-ITEM-COUNT)
                   END-IF
                   MOVE "N" TO WS-IT-TAKEN(WS-ITEM-COUNT)
                   ADD 1 TO WS-TK-ITEMS(K)
                END-IF
           END-EVALUATE
           .
       PARSE-ONE-PLAN-LINE-EXIT.
           EXIT.

       LOAD-SLOT-MAP.
           MOVE 0 TO WS-SLOT-COUNT
           SET SLOT-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT SLOT-MAP-FILE
           PERFORM UNTIL FILE-EOF
                   READ SLOT-MAP-FILE INTO DS-SLOT-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF DS-ITEM-ID NOT = SPACES
                            AND DS-CELL-X IS NUMERIC
                            AND DS-CELL-Y IS NUMERIC
                            AND WS-SLOT-COUNT NOT < 2000
                            SET SLOT-OVERFLOW TO TRUE
                         END-IF
                         IF DS-ITEM-ID NOT = SPACES
                            AND DS-CELL-X IS NUMERIC
                            AND DS-CELL-Y IS NUMERIC
                            AND WS-SLOT-COUNT < 2000
                            ADD 1 TO WS-SLOT-COUNT
                            MOVE DS-ITEM-ID
                               TO WS-SL-ITEM-ID(WS-SLOT-COUNT)
                            MOVE DS-CELL-X TO WS-SL-X(WS-SLOT-COUNT)
                            MOVE DS-CELL-Y TO WS-SL-Y(WS-SLOT-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SLOT-MAP-FILE
           .
       LOAD-SLOT-MAP-EXIT.
           EXIT.

       LOAD-DOCK-DOORS.
           MOVE 0 TO WS-DOOR-COUNT
           SET DOOR-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT DOCK-DOOR-FILE
           PERFORM UNTIL FILE-EOF
                   READ DOCK-DOOR-FILE INTO DD-DOOR-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF DD-TRUCK-ID NOT = SPACES
                            AND DD-CELL-X IS NUMERIC
                            AND DD-CELL-Y IS NUMERIC
                            AND WS-DOOR-COUNT NOT < 100
                            SET DOOR-OVERFLOW TO TRUE
                         END-IF
                         IF DD-TRUCK-ID NOT = SPACES
                            AND DD-CELL-X IS NUMERIC
                            AND DD-CELL-Y IS NUMERIC
                            AND WS-DOOR-COUNT < 100
                            ADD 1 TO WS-DOOR-COUNT
                            MOVE DD-TRUCK-ID
                               TO WS-DR-TRUCK-ID(WS-DOOR-COUNT)
                            MOVE DD-DOOR-ID
                               TO WS-DR-DOOR-ID(WS-DOOR-COUNT)
                            MOVE DD-CELL-X TO WS-DR-X(WS-DOOR-COUNT)
                            MOVE DD-CELL-Y TO WS-DR-Y(WS-DOOR-COUNT)
                            IF DD-CLEAR-X IS NUMERIC
                               AND DD-CLEAR-Y IS NUMERIC
                               MOVE DD-CLEAR-X
                                  TO WS-DR-CLEAR-X(WS-DOOR-COUNT)
                               MOVE DD-CLEAR-Y
                                  TO WS-DR-CLEAR-Y(WS-DOOR-COUNT)
                            ELSE
                               MOVE DD-CELL-X
                                  TO WS-DR-CLEAR-X(WS-DOOR-COUNT)
                               MOVE DD-CELL-Y
                                  TO WS-DR-CLEAR-Y(WS-DOOR-COUNT)
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE DOCK-DOOR-FILE
           .
       LOAD-DOCK-DOORS-EXIT.
           EXIT.

      *    Every task is kept here; task numbers run on from the
      *    highest ever read.
       LOAD-STAGING-REGISTER.
           MOVE 0 TO WS-TASK-COUNT
           MOVE 1 TO WS-NEXT-TASK-NO
           SET FILE-EOF TO FALSE
           OPEN INPUT STAGING-REGISTER-FILE
           PERFORM UNTIL FILE-EOF
                   READ STAGING-REGISTER-FILE INTO DK-TASK-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF DK-TASK-NO IS NUMERIC
                            IF DK-CLEAR-X IS NOT NUMERIC
                               OR DK-CLEAR-Y IS NOT NUMERIC
                               MOVE DK-TO-X TO DK-CLEAR-X
                               MOVE DK-TO-Y TO DK-CLEAR-Y
                            END-IF
                            IF DK-PLAN-DATE IS NOT NUMERIC
                               MOVE DK-STAGED-DATE TO DK-PLAN-DATE
                            END-IF
                            IF DK-TASK-NO >= WS-NEXT-TASK-NO
                               COMPUTE WS-NEXT-TASK-NO =
                                  DK-TASK-NO + 1
                            END-IF
                            PERFORM KEEP-REGISTER-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE STAGING-REGISTER-FILE
           .
       LOAD-STAGING-REGISTER-EXIT.
           EXIT.

      *    Tonight's plan is dated by the stock issue
      *    MULTI-TRUCK-LOAD made when it committed LOADPLAN; with no
      *    issue on ITEMISSU on or before the business date, the plan
      *    is taken as the business date's.
       LOAD-PLAN-DATE.
           MOVE BD-BUSINESS-DATE TO WS-PLAN-DATE
           OPEN INPUT STOCK-ISSUE-FILE
           READ STOCK-ISSUE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF SI-ISSUE-DATE IS NUMERIC
                    AND SI-ISSUE-DATE NOT > BD-BUSINESS-DATE
                    MOVE SI-ISSUE-DATE TO WS-PLAN-DATE
                 END-IF
           END-READ
           CLOSE STOCK-ISSUE-FILE
           .
       LOAD-PLAN-DATE-EXIT.
           EXIT.

      *    A truck gone from LOADPLAN -- loaded and away, or taken
      *    off the plan -- leaves the register with all its tasks.
       DROP-DEPARTED-TRUCKS.
           MOVE 0 TO WS-KEEP-COUNT
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TASK-COUNT
                   MOVE WS-TASK-LINE(T) TO DK-TASK-RECORD
                   SET TRUCK-ON-PLAN TO FALSE
                   PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-TRUCK-COUNT OR TRUCK-ON-PLAN
                           IF WS-TK-TRUCK-ID(K) = DK-TRUCK-ID
                              SET TRUCK-ON-PLAN TO TRUE
                           END-IF
                   END-PERFORM
                   IF TRUCK-ON-PLAN
                      ADD 1 TO WS-KEEP-COUNT
                      MOVE WS-TASK-LINE(T)
                         TO WS-TASK-LINE(WS-KEEP-COUNT)
                   END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-TASK-COUNT
           .
       DROP-DEPARTED-TRUCKS-EXIT.
           EXIT.

       KEEP-REGISTER-LINE.
           IF WS-TASK-COUNT >= 2000
              DISPLAY "DOCK-STAGING: DOCKSTG has more than 2000 tasks"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-TASK-COUNT
           MOVE DK-TASK-RECORD TO WS-TASK-LINE(WS-TASK-COUNT)
           .
       KEEP-REGISTER-LINE-EXIT.
           EXIT.

       SAVE-STAGING-REGISTER.
           OPEN OUTPUT STAGING-REGISTER-FILE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TASK-COUNT
                   MOVE WS-TASK-LINE(T) TO STAGING-REGISTER-RECORD
                   WRITE STAGING-REGISTER-RECORD
           END-PERFORM
           CLOSE STAGING-REGISTER-FILE
           .
       SAVE-STAGING-REGISTER-EXIT.
           EXIT.

      *    Loads the business date once per run -- see
      *    business-date.cpy.
       LOAD-BUSINESS-DATE.
           MOVE CURRENT-DATE(1:8) TO BD-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF BUSINESS-DATE-RECORD IS NUMERIC
                    MOVE BUSINESS-DATE-RECORD TO BD-BUSINESS-DATE
                    SET BD-DATE-LOADED TO TRUE
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           .
       LOAD-BUSINESS-DATE-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOT-MAINT.
      *    Usage-based preventive maintenance for the robot fleet.
      *    The crew serviced every robot on a fixed calendar, so a
      *    robot that had driven the floor all month got the same
      *    attention as one parked by a charger. After each
      *    ROBOT-FLEET-BATCH run this program posts the run's
      *    ROBOTUSE wear lines -- cells driven, turns, moves refused
      *    and trips to a charging station -- to the ROBOTMNT
      *    maintenance master (see robot-maint.cpy), then takes the
      *    posted lines off ROBOTUSE so a rerun cannot post the same
      *    run twice; a line it could not post stays on ROBOTUSE.
      *
      *    When a robot's wear since its last service reaches any of
      *    the limits on PARMMST under ROBOT-MAINT (DISTANCE, TURNS,
      *    REFUSALS, CHARGES; a value missing or not numeric keeps
      *    the default below) a numbered work order is raised: the
      *    robot is marked out of service on the master, the order
      *    is logged on the WORKORD work-order history, and it is
      *    listed on the ROBOTMRP maintenance report with every
      *    robot's wear against the limits. ROBOT-DISPATCH assigns
      *    no tasks to a robot under an open order.
      *
      *    ROBOT-MAINT-CLOSE posts the crew's ROBOTWOC closures
      *    (robot, order number, who closed it, a note): the robot
      *    returns to service with its since-service wear cleared
      *    and its service date set to the business date. A closure
      *    that does not match the robot's open order is refused
      *    and left on ROBOTWOC for correction.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Robot maintenance master -- see robot-maint.cpy.
           SELECT MAINT-MASTER-FILE ASSIGN TO "ROBOTMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-ROBOT-ID
               FILE STATUS IS MR-MASTER-STATUS.
      *    Per-run wear from ROBOT-FLEET-BATCH.
           SELECT OPTIONAL ROBOT-USAGE-FILE ASSIGN TO "ROBOTUSE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Work order closures from the maintenance crew.
           SELECT OPTIONAL ORDER-CLOSE-FILE ASSIGN TO "ROBOTWOC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORK-ORDER-FILE ASSIGN TO "WORKORD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "ROBOTMRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-MASTER-FILE.
       01  MAINT-MASTER-RECORD.
           02 MM-ROBOT-ID         PIC X(10).
           02 FILLER              PIC X(119).
       FD  ROBOT-USAGE-FILE.
       01  ROBOT-USAGE-RECORD.
           02 RU-ROBOT-ID         PIC X(10).
           02 RU-DISTANCE         PIC 9(5).
           02 RU-TURNS            PIC 9(5).
           02 RU-REFUSALS         PIC 9(5).
           02 RU-CHARGES          PIC 9(3).
       FD  ORDER-CLOSE-FILE.
       01  ORDER-CLOSE-RECORD.
           02 WC-ROBOT-ID         PIC X(10).
           02 FILLER              PIC X.
           02 WC-ORDER-NUMBER     PIC X(6).
           02 FILLER              PIC X.
           02 WC-CLOSED-BY        PIC X(8).
           02 FILLER              PIC X.
           02 WC-NOTE             PIC X(40).
       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-RECORD.
           02 WO-ORDER-NUMBER     PIC 9(6).
           02 FILLER              PIC X.
           02 WO-ROBOT-ID         PIC X(10).
           02 FILLER              PIC X.
           02 WO-EVENT            PIC X(6).
           02 FILLER              PIC X.
           02 WO-DATE             PIC X(8).
           02 FILLER              PIC X.
           02 WO-BY               PIC X(8).
           02 FILLER              PIC X.
           02 WO-TEXT             PIC X(40).
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE      PIC X(132).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-USAGE-EOF-FLAG   PIC 9     VALUE 0.
          88 USAGE-EOF                  VALUE 1 FALSE 0.
       01 WS-ORDER-EOF-FLAG   PIC 9     VALUE 0.
          88 ORDER-EOF                  VALUE 1 FALSE 0.
       01 WS-CLOSE-EOF-FLAG   PIC 9     VALUE 0.
          88 CLOSE-EOF                  VALUE 1 FALSE 0.
       01 WS-CLOSE-OVERFLOW-FLAG PIC X  VALUE 'N'.
          88 CLOSE-OVERFLOW             VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-EOF-FLAG  PIC 9     VALUE 0.
          88 MASTER-EOF                 VALUE 1 FALSE 0.
       01 WS-USAGE-OVERFLOW-FLAG PIC X  VALUE 'N'.
          88 USAGE-OVERFLOW             VALUE 'Y' FALSE 'N'.

      *    Service limits on wear since the last service, defaults
      *    overridden from PARMMST.
       01 WS-LIMITS.
          05 WS-LIMIT-DISTANCE   PIC 9(7)  VALUE 5000.
          05 WS-LIMIT-TURNS      PIC 9(7)  VALUE 4000.
          05 WS-LIMIT-REFUSALS   PIC 9(5)  VALUE 100.
          05 WS-LIMIT-CHARGES    PIC 9(5)  VALUE 150.

       01 WS-LAST-ORDER       PIC 9(6)  VALUE 0.
       01 WS-POSTED-COUNT     PIC 9(4)  VALUE 0.
       01 WS-NEW-ROBOT-COUNT  PIC 9(4)  VALUE 0.
       01 WS-RAISED-COUNT     PIC 9(4)  VALUE 0.
       01 WS-OPEN-ORDER-COUNT PIC 9(4)  VALUE 0.
       01 WS-ROBOT-LISTED     PIC 9(4)  VALUE 0.
       01 WS-NEW-ROBOT-FLAG   PIC X     VALUE 'N'.
          88 NEW-ROBOT                  VALUE 'Y' FALSE 'N'.
       01 WS-REASON-TEXT      PIC X(32).
       77 WS-REASON-PTR       PIC 9(3).

      *    The ROBOTUSE lines; any not posted are written back.
       01 WS-USAGE-COUNT      PIC 9(4)  VALUE 0.
       01 WS-USAGE-TABLE.
          05 WS-USAGE-ENTRY OCCURS 2000.
             10 WS-US-RECORD     PIC X(28).
             10 WS-US-SKIPPED    PIC X.
       01 WS-SKIPPED-COUNT    PIC 9(4)  VALUE 0.
       77 U                   PIC 9(4).

      *    Crew closures; any refused are written back to ROBOTWOC.
       01 WS-CLOSE-COUNT      PIC 9(4)  VALUE 0.
       01 WS-CLOSE-TABLE.
          05 WS-CLOSE-ENTRY OCCURS 200.
             10 WS-CL-RECORD     PIC X(67).
             10 WS-CL-REFUSED    PIC X.
       01 WS-CLOSED-COUNT     PIC 9(4)  VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-REFUSAL-REASON   PIC X(30).
       77 J                   PIC 9(4).

       01 WS-DISTANCE-DISPLAY PIC Z(6)9.
       01 WS-TURNS-DISPLAY    PIC Z(6)9.
       01 WS-REFUSALS-DISPLAY PIC Z(4)9.
       01 WS-CHARGES-DISPLAY  PIC Z(4)9.

      *    Shared robot maintenance master layout.
       COPY "robot-maint.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       ROBOT-MAINT.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-MAINT-PARMS
           PERFORM FIND-LAST-ORDER-NUMBER
           PERFORM LOAD-USAGE-LINES
      *    ROBOTUSE is rewritten with only the lines not posted, so a
      *    file larger than the table would lose its tail.
           IF USAGE-OVERFLOW
              DISPLAY "ROBOT-MAINT: more than 2000 lines on ROBOTUSE,"
                 " no usage posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O MAINT-MASTER-FILE
           IF MR-MASTER-STATUS = "35"
              OPEN OUTPUT MAINT-MASTER-FILE
              CLOSE MAINT-MASTER-FILE
              OPEN I-O MAINT-MASTER-FILE
           END-IF
           IF MR-MASTER-STATUS NOT = "00"
              DISPLAY "ROBOT-MAINT: cannot open ROBOTMNT,"
                 " status " MR-MASTER-STATUS ", no usage posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT MAINT-REPORT-FILE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "ROBOT MAINTENANCE FOR " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE
           OPEN EXTEND WORK-ORDER-FILE
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-USAGE-COUNT
                   MOVE WS-US-RECORD(U) TO ROBOT-USAGE-RECORD
                   PERFORM POST-ONE-USAGE
           END-PERFORM
           CLOSE WORK-ORDER-FILE
           IF WS-POSTED-COUNT > 0
              PERFORM REWRITE-USAGE-LINES
           END-IF
           PERFORM LIST-FLEET-WEAR
           CLOSE MAINT-MASTER-FILE
           CLOSE MAINT-REPORT-FILE
           DISPLAY "ROBOT-MAINT: " WS-POSTED-COUNT " USAGE LINES, "
              WS-NEW-ROBOT-COUNT " NEW ROBOTS, "
              WS-RAISED-COUNT " WORK ORDERS RAISED, "
              WS-OPEN-ORDER-COUNT " OPEN, "
              WS-SKIPPED-COUNT " LEFT ON ROBOTUSE"
           IF WS-RAISED-COUNT > 0 OR WS-SKIPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-USAGE-LINES.
           MOVE 0 TO WS-USAGE-COUNT
           SET USAGE-EOF TO FALSE
           SET USAGE-OVERFLOW TO FALSE
           OPEN INPUT ROBOT-USAGE-FILE
           PERFORM UNTIL USAGE-EOF
                   READ ROBOT-USAGE-FILE
                      AT END
                         SET USAGE-EOF TO TRUE
                      NOT AT END
                         IF RU-ROBOT-ID NOT = SPACES
                            AND WS-USAGE-COUNT NOT < 2000
                            SET USAGE-OVERFLOW TO TRUE
                         END-IF
                         IF RU-ROBOT-ID NOT = SPACES
                            AND WS-USAGE-COUNT < 2000
                            ADD 1 TO WS-USAGE-COUNT
                            MOVE ROBOT-USAGE-RECORD
                               TO WS-US-RECORD(WS-USAGE-COUNT)
                            MOVE 'N' TO WS-US-SKIPPED(WS-USAGE-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ROBOT-USAGE-FILE
           .
       LOAD-USAGE-LINES-EXIT.
           EXIT.

      *    Lines not posted stay on ROBOTUSE for the next run.
       REWRITE-USAGE-LINES.
           OPEN OUTPUT ROBOT-USAGE-FILE
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-USAGE-COUNT
                   IF WS-US-SKIPPED(U) = 'Y'
                      MOVE WS-US-RECORD(U) TO ROBOT-USAGE-RECORD
                      WRITE ROBOT-USAGE-RECORD
                   END-IF
           END-PERFORM
           CLOSE ROBOT-USAGE-FILE
           .
       REWRITE-USAGE-LINES-EXIT.
           EXIT.

      *    DISTANCE, TURNS, REFUSALS and CHARGES from PARMMST; a
      *    value missing, not numeric, zero or too large for the
      *    master's since-service figure keeps the default.
       LOAD-MAINT-PARMS.
           MOVE "ROBOT-MAINT" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "DISTANCE" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 9999999
                 COMPUTE WS-LIMIT-DISTANCE = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "TURNS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 9999999
                 COMPUTE WS-LIMIT-TURNS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "REFUSALS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 99999
                 COMPUTE WS-LIMIT-REFUSALS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "CHARGES" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 99999
                 COMPUTE WS-LIMIT-CHARGES = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-MAINT-PARMS-EXIT.
           EXIT.

      *    Work orders are numbered on from the highest on WORKORD.
       FIND-LAST-ORDER-NUMBER.
           MOVE 0 TO WS-LAST-ORDER
           SET ORDER-EOF TO FALSE
           OPEN INPUT WORK-ORDER-FILE
           PERFORM UNTIL ORDER-EOF
                   READ WORK-ORDER-FILE
                      AT END
                         SET ORDER-EOF TO TRUE
                      NOT AT END
                         IF WO-ORDER-NUMBER IS NUMERIC
                            AND WO-ORDER-NUMBER > WS-LAST-ORDER
                            MOVE WO-ORDER-NUMBER TO WS-LAST-ORDER
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE
           .
       FIND-LAST-ORDER-NUMBER-EXIT.
           EXIT.

      *    A robot new to the master starts its service history
      *    today. Wear is posted even while an order is open -- the
      *    robot may still be driven to a charger -- but a second
      *    order is not raised on top of the first.
       POST-ONE-USAGE.
           MOVE SPACES TO WS-REASON-TEXT
           IF RU-DISTANCE IS NOT NUMERIC OR RU-TURNS IS NOT NUMERIC
              OR RU-REFUSALS IS NOT NUMERIC
              OR RU-CHARGES IS NOT NUMERIC
              DISPLAY "ROBOT-MAINT: usage for " RU-ROBOT-ID
                 " not numeric, not posted"
              PERFORM SKIP-USAGE-LINE
              EXIT PARAGRAPH
           END-IF
           SET NEW-ROBOT TO FALSE
           MOVE RU-ROBOT-ID TO MM-ROBOT-ID
           READ MAINT-MASTER-FILE INTO MR-MAINT-RECORD
              INVALID KEY
                 SET NEW-ROBOT TO TRUE
                 INITIALIZE MR-MAINT-RECORD
                 MOVE RU-ROBOT-ID TO MR-ROBOT-ID
                 MOVE BD-BUSINESS-DATE TO MR-LAST-SERVICE
                 SET MR-AVAILABLE TO TRUE
           END-READ
           ADD RU-DISTANCE TO MR-LIFE-DISTANCE MR-SVC-DISTANCE
           ADD RU-TURNS TO MR-LIFE-TURNS MR-SVC-TURNS
           ADD RU-REFUSALS TO MR-LIFE-REFUSALS MR-SVC-REFUSALS
           ADD RU-CHARGES TO MR-LIFE-CHARGES MR-SVC-CHARGES
           MOVE BD-BUSINESS-DATE TO MR-LAST-RUN
           IF MR-AVAILABLE
              PERFORM CHECK-SERVICE-LIMITS
           END-IF
           IF NEW-ROBOT
              WRITE MAINT-MASTER-RECORD FROM MR-MAINT-RECORD
                 INVALID KEY
                    DISPLAY "ROBOT-MAINT: cannot add " RU-ROBOT-ID
                    PERFORM SKIP-USAGE-LINE
                    EXIT PARAGRAPH
              END-WRITE
              ADD 1 TO WS-NEW-ROBOT-COUNT
           ELSE
              REWRITE MAINT-MASTER-RECORD FROM MR-MAINT-RECORD
                 INVALID KEY
                    DISPLAY "ROBOT-MAINT: cannot update " RU-ROBOT-ID
                    PERFORM SKIP-USAGE-LINE
                    EXIT PARAGRAPH
              END-REWRITE
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           IF WS-REASON-TEXT NOT = SPACES
              PERFORM RAISE-WORK-ORDER
           END-IF
           .
       POST-ONE-USAGE-EXIT.
           EXIT.

       SKIP-USAGE-LINE.
           MOVE 'Y' TO WS-US-SKIPPED(U)
           ADD 1 TO WS-SKIPPED-COUNT
           .
       SKIP-USAGE-LINE-EXIT.
           EXIT.

      *    Names every limit the since-service wear has reached; any
      *    at all takes the robot out of service under a new order.
       CHECK-SERVICE-LIMITS.
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 1 TO WS-REASON-PTR
           IF MR-SVC-DISTANCE >= WS-LIMIT-DISTANCE
              STRING "DISTANCE " DELIMITED BY SIZE
                 INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
              END-STRING
           END-IF
           IF MR-SVC-TURNS >= WS-LIMIT-TURNS
              STRING "TURNS " DELIMITED BY SIZE
                 INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
              END-STRING
           END-IF
           IF MR-SVC-REFUSALS >= WS-LIMIT-REFUSALS
              STRING "REFUSALS " DELIMITED BY SIZE
                 INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
              END-STRING
           END-IF
           IF MR-SVC-CHARGES >= WS-LIMIT-CHARGES
              STRING "CHARGES " DELIMITED BY SIZE
                 INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
              END-STRING
           END-IF
           IF WS-REASON-TEXT NOT = SPACES
              ADD 1 TO WS-LAST-ORDER
              SET MR-UNDER-ORDER TO TRUE
              MOVE WS-LAST-ORDER TO MR-ORDER-NUMBER
              MOVE BD-BUSINESS-DATE TO MR-ORDER-DATE
              MOVE WS-REASON-TEXT TO MR-ORDER-REASON
           END-IF
           .
       CHECK-SERVICE-LIMITS-EXIT.
           EXIT.

       RAISE-WORK-ORDER.
           ADD 1 TO WS-RAISED-COUNT
           MOVE SPACES TO WORK-ORDER-RECORD
           MOVE MR-ORDER-NUMBER TO WO-ORDER-NUMBER
           MOVE MR-ROBOT-ID TO WO-ROBOT-ID
           MOVE "RAISED" TO WO-EVENT
           MOVE BD-BUSINESS-DATE TO WO-DATE
           MOVE "AUTO" TO WO-BY
           MOVE MR-ORDER-REASON TO WO-TEXT
           WRITE WORK-ORDER-RECORD
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "WORK ORDER " DELIMITED BY SIZE
              MR-ORDER-NUMBER DELIMITED BY SIZE
              " RAISED FOR " DELIMITED BY SIZE
              MR-ROBOT-ID DELIMITED BY SIZE
              " -- " DELIMITED BY SIZE
              TRIM(MR-ORDER-REASON) DELIMITED BY SIZE
              " -- OUT OF SERVICE" DELIMITED BY SIZE
              INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE
           .
       RAISE-WORK-ORDER-EXIT.
           EXIT.

      *    Every robot on the master with its wear since service
      *    against the limits, in robot order.
       LIST-FLEET-WEAR.
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE WS-LIMIT-DISTANCE TO WS-DISTANCE-DISPLAY
           MOVE WS-LIMIT-TURNS TO WS-TURNS-DISPLAY
           MOVE WS-LIMIT-REFUSALS TO WS-REFUSALS-DISPLAY
           MOVE WS-LIMIT-CHARGES TO WS-CHARGES-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "LIMITS      " DELIMITED BY SIZE
              WS-DISTANCE-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TURNS-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-REFUSALS-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CHARGES-DISPLAY DELIMITED BY SIZE
              INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "ROBOT      DISTANCE   TURNS REFUS CHRGS "
              DELIMITED BY SIZE
              "SERVICED STATUS" DELIMITED BY SIZE
              INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE
           SET MASTER-EOF TO FALSE
           MOVE LOW-VALUES TO MM-ROBOT-ID
           START MAINT-MASTER-FILE KEY IS >= MM-ROBOT-ID
              INVALID KEY
                 SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
                   READ MAINT-MASTER-FILE NEXT RECORD
                      INTO MR-MAINT-RECORD
                      AT END
                         SET MASTER-EOF TO TRUE
                      NOT AT END
                         PERFORM LIST-ONE-ROBOT
                   END-READ
           END-PERFORM
           .
       LIST-FLEET-WEAR-EXIT.
           EXIT.

       LIST-ONE-ROBOT.
           ADD 1 TO WS-ROBOT-LISTED
           MOVE MR-SVC-DISTANCE TO WS-DISTANCE-DISPLAY
           MOVE MR-SVC-TURNS TO WS-TURNS-DISPLAY
           MOVE MR-SVC-REFUSALS TO WS-REFUSALS-DISPLAY
           MOVE MR-SVC-CHARGES TO WS-CHARGES-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING MR-ROBOT-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-DISTANCE-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TURNS-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-REFUSALS-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CHARGES-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              MR-LAST-SERVICE DELIMITED BY SIZE
              INTO MAINT-REPORT-LINE
           END-STRING
           IF MR-UNDER-ORDER
              ADD 1 TO WS-OPEN-ORDER-COUNT
              STRING "ORDER " DELIMITED BY SIZE
                 MR-ORDER-NUMBER DELIMITED BY SIZE
                 " OPEN SINCE " DELIMITED BY SIZE
                 MR-ORDER-DATE DELIMITED BY SIZE
                 INTO MAINT-REPORT-LINE(50:40)
              END-STRING
           ELSE
              MOVE "IN SERVICE" TO MAINT-REPORT-LINE(50:10)
           END-IF
           WRITE MAINT-REPORT-LINE
           .
       LIST-ONE-ROBOT-EXIT.
           EXIT.

      *    Crew closures: the robot goes back into service with its
      *    since-service wear cleared.
       ENTRY "ROBOT-MAINT-CLOSE".
       ROBOT-MAINT-CLOSE.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-ORDER-CLOSES
      *    ROBOTWOC is rewritten with only the refused lines, so a
      *    file larger than the table would lose its tail.
           IF CLOSE-OVERFLOW
              DISPLAY "ROBOT-MAINT-CLOSE: more than 200 lines on"
                 " ROBOTWOC, no orders closed"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O MAINT-MASTER-FILE
           IF MR-MASTER-STATUS NOT = "00"
              DISPLAY "ROBOT-MAINT-CLOSE: cannot open ROBOTMNT,"
                 " status " MR-MASTER-STATUS ", no orders closed"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND WORK-ORDER-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CLOSE-COUNT
                   MOVE WS-CL-RECORD(J) TO ORDER-CLOSE-RECORD
                   PERFORM CLOSE-ONE-ORDER
           END-PERFORM
           CLOSE WORK-ORDER-FILE
           CLOSE MAINT-MASTER-FILE
           IF WS-CLOSE-COUNT > 0
              PERFORM REWRITE-ORDER-CLOSES
           END-IF
           DISPLAY "ROBOT-MAINT-CLOSE: " WS-CLOSED-COUNT
              " CLOSED, " WS-REFUSED-COUNT " REFUSED"
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-ORDER-CLOSES.
           MOVE 0 TO WS-CLOSE-COUNT
           SET CLOSE-EOF TO FALSE
           SET CLOSE-OVERFLOW TO FALSE
           OPEN INPUT ORDER-CLOSE-FILE
           PERFORM UNTIL CLOSE-EOF
                   READ ORDER-CLOSE-FILE
                      AT END
                         SET CLOSE-EOF TO TRUE
                      NOT AT END
                         IF ORDER-CLOSE-RECORD NOT = SPACES
                            AND WS-CLOSE-COUNT NOT < 200
                            SET CLOSE-OVERFLOW TO TRUE
                         END-IF
                         IF ORDER-CLOSE-RECORD NOT = SPACES
                            AND WS-CLOSE-COUNT < 200
                            ADD 1 TO WS-CLOSE-COUNT
                            MOVE ORDER-CLOSE-RECORD
                               TO WS-CL-RECORD(WS-CLOSE-COUNT)
                            MOVE 'N' TO WS-CL-REFUSED(WS-CLOSE-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ORDER-CLOSE-FILE
           .
       LOAD-ORDER-CLOSES-EXIT.
           EXIT.

       CLOSE-ONE-ORDER.
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE WC-ROBOT-ID TO MM-ROBOT-ID
           READ MAINT-MASTER-FILE INTO MR-MAINT-RECORD
              INVALID KEY
                 MOVE "NO SUCH ROBOT" TO WS-REFUSAL-REASON
           END-READ
           EVALUATE TRUE
           WHEN WS-REFUSAL-REASON NOT = SPACES
                CONTINUE
           WHEN WC-CLOSED-BY = SPACES
                MOVE "NO CLOSER ID" TO WS-REFUSAL-REASON
           WHEN NOT MR-UNDER-ORDER
                MOVE "NO OPEN ORDER" TO WS-REFUSAL-REASON
           WHEN WC-ORDER-NUMBER IS NOT NUMERIC
                MOVE "ORDER NUMBER NOT NUMERIC" TO WS-REFUSAL-REASON
           WHEN WC-ORDER-NUMBER NOT = MR-ORDER-NUMBER
                MOVE "NOT THE OPEN ORDER" TO WS-REFUSAL-REASON
           WHEN OTHER
                SET MR-AVAILABLE TO TRUE
                INITIALIZE MR-SINCE-SERVICE
                MOVE BD-BUSINESS-DATE TO MR-LAST-SERVICE
                MOVE 0 TO MR-ORDER-NUMBER
                MOVE SPACES TO MR-ORDER-DATE
                MOVE SPACES TO MR-ORDER-REASON
                REWRITE MAINT-MASTER-RECORD FROM MR-MAINT-RECORD
                   INVALID KEY
                      MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
                END-REWRITE
           END-EVALUATE
           IF WS-REFUSAL-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'Y' TO WS-CL-REFUSED(J)
              DISPLAY "ROBOT-MAINT-CLOSE: " WC-ROBOT-ID " ORDER "
                 WC-ORDER-NUMBER " REFUSED -- "
                 TRIM(WS-REFUSAL-REASON)
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           MOVE SPACES TO WORK-ORDER-RECORD
           MOVE WC-ORDER-NUMBER TO WO-ORDER-NUMBER
           MOVE WC-ROBOT-ID TO WO-ROBOT-ID
           MOVE "CLOSED" TO WO-EVENT
           MOVE BD-BUSINESS-DATE TO WO-DATE
           MOVE WC-CLOSED-BY TO WO-BY
           MOVE WC-NOTE TO WO-TEXT
           WRITE WORK-ORDER-RECORD
           .
       CLOSE-ONE-ORDER-EXIT.
           EXIT.

      *    Refused closures stay on ROBOTWOC for the crew to
      *    correct; posted ones are taken off.
       REWRITE-ORDER-CLOSES.
           OPEN OUTPUT ORDER-CLOSE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CLOSE-COUNT
                   IF WS-CL-REFUSED(J) = 'Y'
                      MOVE WS-CL-RECORD(J) TO ORDER-CLOSE-RECORD
                      WRITE ORDER-CLOSE-RECORD
                   END-IF
           END-PERFORM
           CLOSE ORDER-CLOSE-FILE
           .
       REWRITE-ORDER-CLOSES-EXIT.
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
           DISPLAY "ROBOT-MAINT: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

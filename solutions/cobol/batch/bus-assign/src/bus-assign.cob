       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUS-ASSIGN.
      *    School bus route assignment from the guardian addresses.
      *    Transport built the bus lists from a paper sign-up every
      *    fall although GUARDMST holds every student's address. This
      *    run places each ROSTERIDX student on a stop of a BUSROUTE
      *    route serving their school (see bus-route.cpy) -- the
      *    first stop, in route master order, whose street or zone
      *    key matches the guardian's address and whose bus still has
      *    a seat. A student with no guardian address, no stop for
      *    the address, or only full buses is listed on BUSEXCP and
      *    RETURN-CODE is 4, and waits on BUSPEND to be tried again
      *    on every run until placed or off the roster.
      *
      *    An empty BUSASGN starts the year: every student is placed
      *    afresh, and BUSPEND and BUSMOVES start again from that
      *    build. Otherwise the assignments stand. A standing rider
      *    no longer on ROSTERIDX is first taken off the buses and
      *    listed on BUSEXCP, freeing the seat; a student whose route
      *    or stop has gone from the route master is then placed
      *    again, once every standing rider is back on the buses;
      *    then the students waiting on BUSPEND; and last the
      *    students SCHOOL-TRANSFER has moved since the last run,
      *    listed on BUSMOVES, are taken off their old stop and
      *    placed from their new school. A move that cannot be
      *    placed stays on BUSMOVES for the next run; the rest are
      *    cleared. More than 1000 lines on BUSMOVES stops the run
      *    (RC 8) before anything is changed.
      *
      *    BUSROST is the drivers' roster, every route stop by stop
      *    with its times and riders. BUSLTR carries one pickup-time
      *    letter per family for each student placed by the run,
      *    brothers and sisters on one letter -- the family is the
      *    HOUSEHLD household (see household.cpy), or for a student
      *    not on it the guardian and address.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Route master, assignments and moves -- see bus-route.cpy.
           SELECT BUS-ROUTE-FILE ASSIGN TO "BUSROUTE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-ASSIGN-FILE ASSIGN TO "BUSASGN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-MOVE-FILE ASSIGN TO "BUSMOVES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-PENDING-FILE ASSIGN TO "BUSPEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROSTERIDX-STATUS.
           SELECT GUARDIAN-MASTER-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GUARDMST-STATUS.
           SELECT DRIVER-ROSTER-FILE ASSIGN TO "BUSROST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO "BUSLTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUS-EXCEPTION-FILE ASSIGN TO "BUSEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Household master -- see household.cpy.
           SELECT OPTIONAL HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-ROUTE-FILE.
       01  BUS-ROUTE-LINE         PIC X(61).
       FD  BUS-ASSIGN-FILE.
       01  BUS-ASSIGN-LINE        PIC X(81).
       FD  BUS-MOVE-FILE.
       01  BUS-MOVE-LINE          PIC X(74).
       FD  BUS-PENDING-FILE.
       01  BUS-PENDING-LINE       PIC X(77).
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-RECORD.
           02 RM-KEY.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  GUARDIAN-MASTER-FILE.
       01  GUARDIAN-MASTER-RECORD.
           02 GM-KEY.
              05 GM-SCHOOL-ID     PIC X(3).
              05 GM-NAME          PIC X(60).
           02 GM-GUARDIAN-NAME    PIC X(40).
           02 GM-ADDRESS-1        PIC X(30).
           02 GM-ADDRESS-2        PIC X(30).
           02 GM-ADDRESS-3        PIC X(30).
       FD  DRIVER-ROSTER-FILE.
       01  DRIVER-ROSTER-LINE     PIC X(100).
       FD  LETTER-FILE.
       01  LETTER-LINE            PIC X(80).
       FD  BUS-EXCEPTION-FILE.
       01  BUS-EXCEPTION-LINE     PIC X(100).
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-LINE         PIC X(73).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ROSTERIDX-STATUS PIC XX.
       01 WS-GUARDMST-STATUS  PIC XX.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-BUILD-FLAG       PIC 9     VALUE 0.
          88 FULL-BUILD                 VALUE 1 FALSE 0.
       01 WS-GUARDIAN-FLAG    PIC 9     VALUE 0.
          88 GUARDIAN-FOUND             VALUE 1 FALSE 0.
       01 WS-MOVE-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 MOVE-OVERFLOW              VALUE 1 FALSE 0.
       01 WS-PLACING-MOVE-FLAG PIC 9    VALUE 0.
          88 PLACING-MOVE               VALUE 1 FALSE 0.

      *    BUSROUTE routes and their stops, in route master order.
       01 WS-ROUTE-COUNT      PIC 9(3)  VALUE 0.
       01 WS-ROUTE-TABLE.
          05 WS-ROUTE-ENTRY OCCURS 50.
             10 WS-RT-ID         PIC X(4).
             10 WS-RT-SCHOOL     PIC X(3).
             10 WS-RT-CAPACITY   PIC 9(3).
             10 WS-RT-DESC       PIC X(30).
             10 WS-RT-RIDERS     PIC 9(4).
       01 WS-STOP-COUNT       PIC 9(3)  VALUE 0.
       01 WS-STOP-TABLE.
          05 WS-STOP-ENTRY OCCURS 500.
             10 WS-ST-ROUTE      PIC 9(3).
             10 WS-ST-NO         PIC 9(2).
             10 WS-ST-KEY        PIC X(10).
             10 WS-ST-KEY-LEN    PIC 9(2).
             10 WS-ST-NAME       PIC X(30).
             10 WS-ST-AM         PIC X(4).
             10 WS-ST-PM         PIC X(4).

      *    Every student riding. WS-AS-LETTER is "Y" for a student
      *    placed by this run and owed a letter, "D" once written;
      *    WS-AS-STATE "X" is a student taken off the buses.
       01 WS-ASSIGN-COUNT     PIC 9(4)  VALUE 0.
       01 WS-ASSIGN-TABLE.
          05 WS-ASSIGN-ENTRY OCCURS 3000.
             10 WS-AS-SCHOOL     PIC X(3).
             10 WS-AS-NAME       PIC X(60).
             10 WS-AS-STOP       PIC 9(3).
             10 WS-AS-DATE       PIC X(8).
             10 WS-AS-STATE      PIC X.
             10 WS-AS-LETTER     PIC X.
             10 WS-AS-HOUSEHOLD  PIC 9(6).
             10 WS-AS-GUARDIAN   PIC X(40).
             10 WS-AS-ADDRESS    PIC X(30) OCCURS 3.

      *    HOUSEHLD members, to find each student's household.
       01 WS-MEMBER-COUNT     PIC 9(4)  VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ENTRY OCCURS 5000.
             10 WS-MB-SCHOOL     PIC X(3).
             10 WS-MB-NAME       PIC X(60).
             10 WS-MB-HOUSEHOLD  PIC 9(6).

      *    Standing riders whose route or stop has gone, placed again
      *    once BUSASGN is loaded.
       01 WS-STALE-COUNT      PIC 9(4)  VALUE 0.
       01 WS-STALE-TABLE.
          05 WS-STALE-ENTRY OCCURS 3000.
             10 WS-SL-SCHOOL     PIC X(3).
             10 WS-SL-NAME       PIC X(60).

      *    BUSMOVES held so a move that could not be placed can be
      *    written back.
       01 WS-MOVE-COUNT       PIC 9(4)  VALUE 0.
       01 WS-MOVE-TABLE.
          05 WS-MOVE-ENTRY OCCURS 1000.
             10 WS-MV-LINE       PIC X(74).
             10 WS-MV-FAILED     PIC X.

      *    BUSPEND as loaded, and the students this run leaves
      *    waiting, written back in its place.
       01 WS-PEND-COUNT       PIC 9(4)  VALUE 0.
       01 WS-PEND-TABLE.
          05 WS-PEND-ENTRY OCCURS 3000.
             10 WS-PD-SCHOOL     PIC X(3).
             10 WS-PD-NAME       PIC X(60).
             10 WS-PD-OLD-SCHOOL PIC X(3).
             10 WS-PD-SINCE      PIC X(8).
       01 WS-WAIT-COUNT       PIC 9(4)  VALUE 0.
       01 WS-WAIT-TABLE.
          05 WS-WAIT-ENTRY OCCURS 3000.
             10 WS-WT-SCHOOL     PIC X(3).
             10 WS-WT-NAME       PIC X(60).
             10 WS-WT-OLD-SCHOOL PIC X(3).
             10 WS-WT-SINCE      PIC X(8).

      *    The student being placed.
       01 WS-PL-SCHOOL        PIC X(3).
       01 WS-PL-NAME          PIC X(60).
       01 WS-PL-OLD-SCHOOL    PIC X(3).
       01 WS-PL-SINCE         PIC X(8).
       01 WS-PL-STOP          PIC 9(3).
       01 WS-PL-REASON        PIC X(40).
       01 WS-PL-SERVED        PIC 9(3).
       01 WS-PL-FULL-ROUTE    PIC X(4).
       01 WS-ADDRESS-WORK     PIC X(30).
       01 WS-STREET-KEY       PIC X(30).
       01 WS-LINE-2-KEY       PIC X(30).
       01 WS-LINE-3-KEY       PIC X(30).

       01 WS-PLACED-COUNT     PIC 9(4)  VALUE 0.
       01 WS-MOVED-COUNT      PIC 9(4)  VALUE 0.
       01 WS-UNPLACED-COUNT   PIC 9(4)  VALUE 0.
       01 WS-LETTER-COUNT     PIC 9(4)  VALUE 0.
       01 WS-OFF-ROLL-COUNT   PIC 9(4)  VALUE 0.
       01 WS-STOP-RIDERS      PIC 9(4).
       01 WS-LINE-ERROR       PIC X(40).

       01 WS-COUNT-SHOW       PIC ZZZ9.
       01 WS-SEATS-SHOW       PIC ZZ9.

       77 I                   PIC 9(4).
       77 J                   PIC 9(4).
       77 M                   PIC 9(4).
       77 P                   PIC 9(3).
       77 R                   PIC 9(3).
       77 S                   PIC 9(3).

      *    Shared bus layouts.
       COPY "bus-route.cpy".
      *    Shared household layouts.
       COPY "household.cpy".
      *    Business date.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       BUS-ASSIGN.
           PERFORM LOAD-BUSINESS-DATE
           OPEN OUTPUT BUS-EXCEPTION-FILE
           MOVE SPACES TO BUS-EXCEPTION-LINE
           STRING "BUS ASSIGNMENT EXCEPTIONS " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO BUS-EXCEPTION-LINE
           END-STRING
           WRITE BUS-EXCEPTION-LINE
           PERFORM LOAD-ROUTE-MASTER
           IF WS-STOP-COUNT = 0
              DISPLAY "BUS-ASSIGN: no routes with stops on BUSROUTE,"
                 " nothing assigned"
              CLOSE BUS-EXCEPTION-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SCHOOL-MOVES
           IF MOVE-OVERFLOW
              DISPLAY "BUS-ASSIGN: more than 1000 lines on BUSMOVES,"
                 " nothing assigned"
              CLOSE BUS-EXCEPTION-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT GUARDIAN-MASTER-FILE
           IF WS-GUARDMST-STATUS NOT = "00"
              DISPLAY "BUS-ASSIGN: cannot open GUARDMST,"
                 " status " WS-GUARDMST-STATUS
              CLOSE BUS-EXCEPTION-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-HOUSEHOLDS
           PERFORM LOAD-ASSIGNMENTS
           PERFORM LOAD-PENDING-STUDENTS
      *    A year's build tries every student on ROSTERIDX, so the
      *    students left waiting by last year's runs are not kept.
           IF WS-ASSIGN-COUNT = 0 AND WS-STALE-COUNT = 0
              SET FULL-BUILD TO TRUE
              PERFORM BUILD-ALL-ASSIGNMENTS
           ELSE
              SET FULL-BUILD TO FALSE
              PERFORM OPEN-ROSTER-MASTER
              PERFORM CHECK-STANDING-RIDERS
              PERFORM PLACE-STALE-RIDERS
              PERFORM PLACE-PENDING-STUDENTS
              PERFORM APPLY-SCHOOL-MOVES
              CLOSE ROSTER-MASTER-FILE
           END-IF
           CLOSE GUARDIAN-MASTER-FILE
      *    A year's build already reflects every transfer on
      *    ROSTERIDX, so it clears BUSMOVES; otherwise the moves that
      *    could not be placed go back on it.
           PERFORM REWRITE-SCHOOL-MOVES
           PERFORM SAVE-PENDING-STUDENTS
           PERFORM SAVE-ASSIGNMENTS
           PERFORM WRITE-DRIVER-ROSTERS
           PERFORM WRITE-FAMILY-LETTERS
           CLOSE BUS-EXCEPTION-FILE

           IF FULL-BUILD
              DISPLAY "BUS-ASSIGN: YEAR BUILD, " WS-PLACED-COUNT
                 " PLACED, " WS-UNPLACED-COUNT " NOT PLACED, "
                 WS-LETTER-COUNT " LETTERS"
           ELSE
              DISPLAY "BUS-ASSIGN: " WS-MOVED-COUNT " MOVES, "
                 WS-PLACED-COUNT " PLACED, " WS-UNPLACED-COUNT
                 " NOT PLACED, " WS-OFF-ROLL-COUNT " OFF ROSTER, "
                 WS-LETTER-COUNT " LETTERS"
           END-IF
           IF WS-UNPLACED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A stop line belongs to the route line before it. A bad
      *    line is listed and left out.
       LOAD-ROUTE-MASTER.
           MOVE 0 TO WS-ROUTE-COUNT WS-STOP-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT BUS-ROUTE-FILE
           PERFORM UNTIL FILE-EOF
                   READ BUS-ROUTE-FILE INTO BR-ROUTE-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF BR-ROUTE-RECORD NOT = SPACES
                            PERFORM CHECK-ONE-ROUTE-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BUS-ROUTE-FILE
           .
       LOAD-ROUTE-MASTER-EXIT.
           EXIT.

       CHECK-ONE-ROUTE-LINE.
           MOVE SPACES TO WS-LINE-ERROR
           EVALUATE TRUE
           WHEN BR-ROUTE-ID = SPACES
                MOVE "ROUTE ID MISSING" TO WS-LINE-ERROR
           WHEN BR-ROUTE-LINE
                PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > WS-ROUTE-COUNT
                        IF WS-RT-ID(R) = BR-ROUTE-ID
                           MOVE "ROUTE LISTED TWICE" TO WS-LINE-ERROR
                        END-IF
                END-PERFORM
                IF WS-LINE-ERROR = SPACES
                   IF BR-SCHOOL-ID = SPACES
                      OR BR-CAPACITY IS NOT NUMERIC
                      MOVE "SCHOOL OR CAPACITY MISSING"
                         TO WS-LINE-ERROR
                   ELSE
                      IF WS-ROUTE-COUNT NOT < 50
                         MOVE "ROUTE TABLE FULL" TO WS-LINE-ERROR
                      END-IF
                   END-IF
                END-IF
                IF WS-LINE-ERROR = SPACES
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE BR-ROUTE-ID TO WS-RT-ID(WS-ROUTE-COUNT)
                   MOVE BR-SCHOOL-ID TO WS-RT-SCHOOL(WS-ROUTE-COUNT)
                   MOVE BR-CAPACITY TO WS-RT-CAPACITY(WS-ROUTE-COUNT)
                   MOVE BR-DESCRIPTION TO WS-RT-DESC(WS-ROUTE-COUNT)
                   MOVE 0 TO WS-RT-RIDERS(WS-ROUTE-COUNT)
                END-IF
           WHEN BR-STOP-LINE
                IF WS-ROUTE-COUNT = 0
                   MOVE "STOP BEFORE ANY ROUTE" TO WS-LINE-ERROR
                ELSE
                   IF WS-RT-ID(WS-ROUTE-COUNT) NOT = BR-ROUTE-ID
                      MOVE "STOP NOT UNDER ITS ROUTE"
                         TO WS-LINE-ERROR
                   END-IF
                END-IF
                IF WS-LINE-ERROR = SPACES
                   IF BR-STOP-NO IS NOT NUMERIC
                      OR BR-ZONE-KEY = SPACES
                      OR BR-AM-TIME IS NOT NUMERIC
                      OR BR-PM-TIME IS NOT NUMERIC
                      MOVE "STOP NUMBER, KEY OR TIMES MISSING"
                         TO WS-LINE-ERROR
                   ELSE
                      IF WS-STOP-COUNT NOT < 500
                         MOVE "STOP TABLE FULL" TO WS-LINE-ERROR
                      END-IF
                   END-IF
                END-IF
                IF WS-LINE-ERROR = SPACES
                   ADD 1 TO WS-STOP-COUNT
                   MOVE WS-ROUTE-COUNT TO WS-ST-ROUTE(WS-STOP-COUNT)
                   MOVE BR-STOP-NO TO WS-ST-NO(WS-STOP-COUNT)
                   MOVE BR-ZONE-KEY TO WS-ST-KEY(WS-STOP-COUNT)
                   COMPUTE WS-ST-KEY-LEN(WS-STOP-COUNT) =
                      LENGTH(TRIM(BR-ZONE-KEY TRAILING))
                   MOVE BR-STOP-NAME TO WS-ST-NAME(WS-STOP-COUNT)
                   MOVE BR-AM-TIME TO WS-ST-AM(WS-STOP-COUNT)
                   MOVE BR-PM-TIME TO WS-ST-PM(WS-STOP-COUNT)
                END-IF
           WHEN OTHER
                MOVE "LINE TYPE NOT R OR S" TO WS-LINE-ERROR
           END-EVALUATE
           IF WS-LINE-ERROR NOT = SPACES
              MOVE SPACES TO BUS-EXCEPTION-LINE
              STRING "BUSROUTE " DELIMITED BY SIZE
                 BR-ROUTE-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 BR-DETAIL(1:13) DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 WS-LINE-ERROR DELIMITED BY SIZE
                 INTO BUS-EXCEPTION-LINE
              END-STRING
              WRITE BUS-EXCEPTION-LINE
           END-IF
           .
       CHECK-ONE-ROUTE-LINE-EXIT.
           EXIT.

      *    The standing assignments. One whose route or stop is no
      *    longer on the route master is set aside to be placed again
      *    once the rest have taken their seats.
       LOAD-ASSIGNMENTS.
           MOVE 0 TO WS-ASSIGN-COUNT WS-STALE-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT BUS-ASSIGN-FILE
           PERFORM UNTIL FILE-EOF
                   READ BUS-ASSIGN-FILE INTO BA-ASSIGN-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF BA-NAME NOT = SPACES
                            PERFORM LOAD-ONE-ASSIGNMENT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BUS-ASSIGN-FILE
           .
       LOAD-ASSIGNMENTS-EXIT.
           EXIT.

       LOAD-ONE-ASSIGNMENT.
           MOVE 0 TO WS-PL-STOP
           PERFORM VARYING S FROM 1 BY 1
              UNTIL S > WS-STOP-COUNT OR WS-PL-STOP > 0
                   IF WS-RT-ID(WS-ST-ROUTE(S)) = BA-ROUTE-ID
                      AND WS-ST-NO(S) = BA-STOP-NO
                      MOVE S TO WS-PL-STOP
                   END-IF
           END-PERFORM
           MOVE BA-SCHOOL-ID TO WS-PL-SCHOOL
           MOVE BA-NAME TO WS-PL-NAME
           IF WS-PL-STOP = 0
              IF WS-STALE-COUNT NOT < 3000
                 DISPLAY "BUS-ASSIGN: more than 3000 riders on "
                    "BUSASGN, run stopped"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-STALE-COUNT
              MOVE BA-SCHOOL-ID TO WS-SL-SCHOOL(WS-STALE-COUNT)
              MOVE BA-NAME TO WS-SL-NAME(WS-STALE-COUNT)
              EXIT PARAGRAPH
           END-IF
           PERFORM ADD-ASSIGNMENT
           MOVE BA-ASSIGNED-DATE TO WS-AS-DATE(WS-ASSIGN-COUNT)
           MOVE SPACE TO WS-AS-LETTER(WS-ASSIGN-COUNT)
           .
       LOAD-ONE-ASSIGNMENT-EXIT.
           EXIT.

      *    The stale riders, placed afresh now every standing rider
      *    holds a seat -- unless they have left the roster.
       PLACE-STALE-RIDERS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STALE-COUNT
                   MOVE WS-SL-SCHOOL(I) TO WS-PL-SCHOOL
                   MOVE WS-SL-NAME(I) TO WS-PL-NAME
                   MOVE BD-BUSINESS-DATE TO WS-PL-SINCE
                   MOVE WS-PL-SCHOOL TO RM-SCHOOL-ID
                   MOVE WS-PL-NAME TO RM-NAME
                   READ ROSTER-MASTER-FILE
                      INVALID KEY
                         PERFORM LIST-OFF-ROSTER
                      NOT INVALID KEY
                         MOVE SPACES TO WS-PL-OLD-SCHOOL
                         PERFORM PLACE-STUDENT
                   END-READ
           END-PERFORM
           .
       PLACE-STALE-RIDERS-EXIT.
           EXIT.

      *    BUSPEND as the last run left it. Blank lines are skipped.
       LOAD-PENDING-STUDENTS.
           MOVE 0 TO WS-PEND-COUNT WS-WAIT-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT BUS-PENDING-FILE
           PERFORM UNTIL FILE-EOF
                   READ BUS-PENDING-FILE INTO BP-PENDING-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF BP-NAME NOT = SPACES
                            PERFORM LOAD-ONE-PENDING
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BUS-PENDING-FILE
           .
       LOAD-PENDING-STUDENTS-EXIT.
           EXIT.

       LOAD-ONE-PENDING.
           IF WS-PEND-COUNT NOT < 3000
              DISPLAY "BUS-ASSIGN: more than 3000 students on "
                 "BUSPEND, run stopped"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE BP-SCHOOL-ID TO WS-PD-SCHOOL(WS-PEND-COUNT)
           MOVE BP-NAME TO WS-PD-NAME(WS-PEND-COUNT)
           MOVE BP-OLD-SCHOOL TO WS-PD-OLD-SCHOOL(WS-PEND-COUNT)
           MOVE BP-SINCE-DATE TO WS-PD-SINCE(WS-PEND-COUNT)
           .
       LOAD-ONE-PENDING-EXIT.
           EXIT.

      *    The students left waiting by earlier runs, tried again
      *    now the withdrawals have freed their seats -- unless they
      *    have left the roster or are riding already.
       PLACE-PENDING-STUDENTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PEND-COUNT
                   PERFORM RETRY-ONE-PENDING
           END-PERFORM
           .
       PLACE-PENDING-STUDENTS-EXIT.
           EXIT.

       RETRY-ONE-PENDING.
           MOVE WS-PD-SCHOOL(I) TO WS-PL-SCHOOL
           MOVE WS-PD-NAME(I) TO WS-PL-NAME
           MOVE WS-PD-OLD-SCHOOL(I) TO WS-PL-OLD-SCHOOL
           MOVE WS-PD-SINCE(I) TO WS-PL-SINCE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ASSIGN-COUNT
                   IF WS-AS-STATE(J) NOT = "X"
                      AND WS-AS-SCHOOL(J) = WS-PL-SCHOOL
                      AND WS-AS-NAME(J) = WS-PL-NAME
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           MOVE WS-PL-SCHOOL TO RM-SCHOOL-ID
           MOVE WS-PL-NAME TO RM-NAME
           READ ROSTER-MASTER-FILE
              INVALID KEY
                 PERFORM LIST-OFF-ROSTER
              NOT INVALID KEY
                 PERFORM PLACE-STUDENT
           END-READ
           .
       RETRY-ONE-PENDING-EXIT.
           EXIT.

      *    Students still waiting go back on BUSPEND.
       SAVE-PENDING-STUDENTS.
           OPEN OUTPUT BUS-PENDING-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WAIT-COUNT
                   MOVE SPACES TO BP-PENDING-RECORD
                   MOVE WS-WT-SCHOOL(I) TO BP-SCHOOL-ID
                   MOVE WS-WT-NAME(I) TO BP-NAME
                   MOVE WS-WT-OLD-SCHOOL(I) TO BP-OLD-SCHOOL
                   MOVE WS-WT-SINCE(I) TO BP-SINCE-DATE
                   MOVE BP-PENDING-RECORD TO BUS-PENDING-LINE
                   WRITE BUS-PENDING-LINE
           END-PERFORM
           CLOSE BUS-PENDING-FILE
           .
       SAVE-PENDING-STUDENTS-EXIT.
           EXIT.

      *    A standing rider who has left ROSTERIDX -- withdrawn, or
      *    purged -- gives up the seat, before anyone else is placed
      *    so the seat can go to them.
       CHECK-STANDING-RIDERS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ASSIGN-COUNT
                   IF WS-AS-STATE(I) NOT = "X"
                      AND WS-AS-LETTER(I) = SPACE
                      MOVE WS-AS-SCHOOL(I) TO RM-SCHOOL-ID
                      MOVE WS-AS-NAME(I) TO RM-NAME
                      READ ROSTER-MASTER-FILE
                         INVALID KEY
                            MOVE "X" TO WS-AS-STATE(I)
                            SUBTRACT 1 FROM
                               WS-RT-RIDERS(WS-ST-ROUTE(WS-AS-STOP(I)))
                            MOVE WS-AS-SCHOOL(I) TO WS-PL-SCHOOL
                            MOVE WS-AS-NAME(I) TO WS-PL-NAME
                            PERFORM LIST-OFF-ROSTER
                      END-READ
                   END-IF
           END-PERFORM
           .
       CHECK-STANDING-RIDERS-EXIT.
           EXIT.

       LIST-OFF-ROSTER.
           ADD 1 TO WS-OFF-ROLL-COUNT
           MOVE SPACES TO BUS-EXCEPTION-LINE
           STRING WS-PL-SCHOOL DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRIM(WS-PL-NAME) DELIMITED BY SIZE
              " TAKEN OFF -- NOT ON ROSTERIDX" DELIMITED BY SIZE
              INTO BUS-EXCEPTION-LINE
           END-STRING
           WRITE BUS-EXCEPTION-LINE
           .
       LIST-OFF-ROSTER-EXIT.
           EXIT.

       OPEN-ROSTER-MASTER.
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-ROSTERIDX-STATUS NOT = "00"
              DISPLAY "BUS-ASSIGN: cannot open ROSTERIDX,"
                 " status " WS-ROSTERIDX-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .
       OPEN-ROSTER-MASTER-EXIT.
           EXIT.

      *    The start of a year: every student on ROSTERIDX.
       BUILD-ALL-ASSIGNMENTS.
           PERFORM OPEN-ROSTER-MASTER
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ ROSTER-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE RM-SCHOOL-ID TO WS-PL-SCHOOL
                         MOVE RM-NAME TO WS-PL-NAME
                         MOVE SPACES TO WS-PL-OLD-SCHOOL
                         MOVE BD-BUSINESS-DATE TO WS-PL-SINCE
                         PERFORM PLACE-STUDENT
                   END-READ
           END-PERFORM
           CLOSE ROSTER-MASTER-FILE
           .
       BUILD-ALL-ASSIGNMENTS-EXIT.
           EXIT.

      *    BUSMOVES is read whole before anything is changed, as it
      *    is rewritten from the lines held.
       LOAD-SCHOOL-MOVES.
           MOVE 0 TO WS-MOVE-COUNT
           SET MOVE-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT BUS-MOVE-FILE
           PERFORM UNTIL FILE-EOF
                   READ BUS-MOVE-FILE INTO BM-MOVE-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF BM-NAME NOT = SPACES
                            AND WS-MOVE-COUNT NOT < 1000
                            SET MOVE-OVERFLOW TO TRUE
                         END-IF
                         IF BM-NAME NOT = SPACES
                            AND WS-MOVE-COUNT < 1000
                            ADD 1 TO WS-MOVE-COUNT
                            MOVE BUS-MOVE-LINE
                               TO WS-MV-LINE(WS-MOVE-COUNT)
                            MOVE "N" TO WS-MV-FAILED(WS-MOVE-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BUS-MOVE-FILE
           .
       LOAD-SCHOOL-MOVES-EXIT.
           EXIT.

      *    Each transfer takes the student off their old stop and
      *    places them from the new school.
       APPLY-SCHOOL-MOVES.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MOVE-COUNT
                   MOVE WS-MV-LINE(M) TO BM-MOVE-RECORD
                   PERFORM APPLY-ONE-MOVE
           END-PERFORM
           .
       APPLY-SCHOOL-MOVES-EXIT.
           EXIT.

       REWRITE-SCHOOL-MOVES.
           OPEN OUTPUT BUS-MOVE-FILE
           IF NOT FULL-BUILD
              PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MOVE-COUNT
                      IF WS-MV-FAILED(M) = "Y"
                         MOVE WS-MV-LINE(M) TO BUS-MOVE-LINE
                         WRITE BUS-MOVE-LINE
                      END-IF
              END-PERFORM
           END-IF
           CLOSE BUS-MOVE-FILE
           .
       REWRITE-SCHOOL-MOVES-EXIT.
           EXIT.

       APPLY-ONE-MOVE.
           ADD 1 TO WS-MOVED-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ASSIGN-COUNT
                   IF WS-AS-STATE(I) NOT = "X"
                      AND WS-AS-NAME(I) = BM-NAME
                      AND (WS-AS-SCHOOL(I) = BM-FROM-SCHOOL
                         OR WS-AS-SCHOOL(I) = BM-TO-SCHOOL)
                      MOVE "X" TO WS-AS-STATE(I)
                      SUBTRACT 1 FROM
                         WS-RT-RIDERS(WS-ST-ROUTE(WS-AS-STOP(I)))
                   END-IF
           END-PERFORM
           MOVE BM-TO-SCHOOL TO WS-PL-SCHOOL
           MOVE BM-NAME TO WS-PL-NAME
           MOVE BM-FROM-SCHOOL TO WS-PL-OLD-SCHOOL
           MOVE BD-BUSINESS-DATE TO WS-PL-SINCE
           SET PLACING-MOVE TO TRUE
           PERFORM PLACE-STUDENT
           SET PLACING-MOVE TO FALSE
           IF WS-PL-REASON NOT = SPACES
              MOVE "Y" TO WS-MV-FAILED(M)
           END-IF
           .
       APPLY-ONE-MOVE-EXIT.
           EXIT.

      *    Places WS-PL-NAME of WS-PL-SCHOOL from the guardian's
      *    address -- at the old school when a transferred student's
      *    guardian record has not followed them yet.
       PLACE-STUDENT.
           MOVE SPACES TO WS-PL-REASON
           SET GUARDIAN-FOUND TO FALSE
           MOVE WS-PL-SCHOOL TO GM-SCHOOL-ID
           MOVE WS-PL-NAME TO GM-NAME
           READ GUARDIAN-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET GUARDIAN-FOUND TO TRUE
           END-READ
           IF NOT GUARDIAN-FOUND AND WS-PL-OLD-SCHOOL NOT = SPACES
              MOVE WS-PL-OLD-SCHOOL TO GM-SCHOOL-ID
              MOVE WS-PL-NAME TO GM-NAME
              READ GUARDIAN-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET GUARDIAN-FOUND TO TRUE
              END-READ
           END-IF
           IF NOT GUARDIAN-FOUND
              MOVE "NO GUARDIAN ADDRESS ON GUARDMST" TO WS-PL-REASON
              PERFORM LIST-UNPLACED
              EXIT PARAGRAPH
           END-IF
           PERFORM DERIVE-ADDRESS-KEYS
           MOVE 0 TO WS-PL-STOP WS-PL-SERVED
           MOVE SPACES TO WS-PL-FULL-ROUTE
           PERFORM VARYING S FROM 1 BY 1
              UNTIL S > WS-STOP-COUNT OR WS-PL-STOP > 0
                   MOVE WS-ST-ROUTE(S) TO R
                   IF WS-RT-SCHOOL(R) = WS-PL-SCHOOL
                      ADD 1 TO WS-PL-SERVED
                      MOVE WS-ST-KEY-LEN(S) TO P
                      IF WS-STREET-KEY(1:P) = WS-ST-KEY(S)(1:P)
                         OR WS-LINE-2-KEY(1:P) = WS-ST-KEY(S)(1:P)
                         OR WS-LINE-3-KEY(1:P) = WS-ST-KEY(S)(1:P)
                         IF WS-RT-RIDERS(R) < WS-RT-CAPACITY(R)
                            MOVE S TO WS-PL-STOP
                         ELSE
                            MOVE WS-RT-ID(R) TO WS-PL-FULL-ROUTE
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN WS-PL-STOP > 0
                CONTINUE
           WHEN WS-PL-SERVED = 0
                MOVE "NO ROUTE SERVES THE SCHOOL" TO WS-PL-REASON
           WHEN WS-PL-FULL-ROUTE NOT = SPACES
                STRING "BUS FULL ON ROUTE " DELIMITED BY SIZE
                   WS-PL-FULL-ROUTE DELIMITED BY SIZE
                   INTO WS-PL-REASON
                END-STRING
           WHEN OTHER
                MOVE "NO STOP SERVES THE ADDRESS" TO WS-PL-REASON
           END-EVALUATE
           IF WS-PL-REASON = SPACES AND WS-ASSIGN-COUNT NOT < 3000
              MOVE "ASSIGNMENT TABLE FULL" TO WS-PL-REASON
           END-IF
           IF WS-PL-REASON NOT = SPACES
              PERFORM LIST-UNPLACED
              EXIT PARAGRAPH
           END-IF
           PERFORM ADD-ASSIGNMENT
           MOVE BD-BUSINESS-DATE TO WS-AS-DATE(WS-ASSIGN-COUNT)
           MOVE "Y" TO WS-AS-LETTER(WS-ASSIGN-COUNT)
           MOVE GM-GUARDIAN-NAME TO WS-AS-GUARDIAN(WS-ASSIGN-COUNT)
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-MEMBER-COUNT
                 OR WS-AS-HOUSEHOLD(WS-ASSIGN-COUNT) > 0
                   IF WS-MB-SCHOOL(J) = WS-PL-SCHOOL
                      AND WS-MB-NAME(J) = WS-PL-NAME
                      MOVE WS-MB-HOUSEHOLD(J)
                         TO WS-AS-HOUSEHOLD(WS-ASSIGN-COUNT)
                   END-IF
           END-PERFORM
           MOVE GM-ADDRESS-1 TO WS-AS-ADDRESS(WS-ASSIGN-COUNT, 1)
           MOVE GM-ADDRESS-2 TO WS-AS-ADDRESS(WS-ASSIGN-COUNT, 2)
           MOVE GM-ADDRESS-3 TO WS-AS-ADDRESS(WS-ASSIGN-COUNT, 3)
           ADD 1 TO WS-PLACED-COUNT
           .
       PLACE-STUDENT-EXIT.
           EXIT.

      *    The street is address line 1 less a leading house number;
      *    lines 2 and 3 are taken as they stand.
       DERIVE-ADDRESS-KEYS.
           MOVE TRIM(GM-ADDRESS-1 LEADING) TO WS-ADDRESS-WORK
           MOVE WS-ADDRESS-WORK TO WS-STREET-KEY
           IF WS-ADDRESS-WORK(1:1) IS NUMERIC
              MOVE 0 TO P
              INSPECT WS-ADDRESS-WORK TALLYING P
                 FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE SPACES TO WS-STREET-KEY
              IF P < 30
                 MOVE TRIM(WS-ADDRESS-WORK(P + 1:) LEADING)
                    TO WS-STREET-KEY
              END-IF
           END-IF
           MOVE TRIM(GM-ADDRESS-2 LEADING) TO WS-LINE-2-KEY
           MOVE TRIM(GM-ADDRESS-3 LEADING) TO WS-LINE-3-KEY
           .
       DERIVE-ADDRESS-KEYS-EXIT.
           EXIT.

      *    Seats WS-PL-NAME at stop WS-PL-STOP.
       ADD-ASSIGNMENT.
           IF WS-ASSIGN-COUNT NOT < 3000
              DISPLAY "BUS-ASSIGN: more than 3000 riders on BUSASGN,"
                 " run stopped"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ASSIGN-COUNT
           MOVE WS-PL-SCHOOL TO WS-AS-SCHOOL(WS-ASSIGN-COUNT)
           MOVE WS-PL-NAME TO WS-AS-NAME(WS-ASSIGN-COUNT)
           MOVE WS-PL-STOP TO WS-AS-STOP(WS-ASSIGN-COUNT)
           MOVE "A" TO WS-AS-STATE(WS-ASSIGN-COUNT)
           MOVE 0 TO WS-AS-HOUSEHOLD(WS-ASSIGN-COUNT)
           MOVE SPACES TO WS-AS-GUARDIAN(WS-ASSIGN-COUNT)
           MOVE SPACES TO WS-AS-ADDRESS(WS-ASSIGN-COUNT, 1)
           MOVE SPACES TO WS-AS-ADDRESS(WS-ASSIGN-COUNT, 2)
           MOVE SPACES TO WS-AS-ADDRESS(WS-ASSIGN-COUNT, 3)
           ADD 1 TO WS-RT-RIDERS(WS-ST-ROUTE(WS-PL-STOP))
           .
       ADD-ASSIGNMENT-EXIT.
           EXIT.

       LIST-UNPLACED.
           ADD 1 TO WS-UNPLACED-COUNT
           MOVE SPACES TO BUS-EXCEPTION-LINE
           STRING WS-PL-SCHOOL DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRIM(WS-PL-NAME) DELIMITED BY SIZE
              " NOT PLACED -- " DELIMITED BY SIZE
              WS-PL-REASON DELIMITED BY SIZE
              INTO BUS-EXCEPTION-LINE
           END-STRING
           WRITE BUS-EXCEPTION-LINE
      *    A move not placed waits on BUSMOVES instead.
           IF PLACING-MOVE
              EXIT PARAGRAPH
           END-IF
           IF WS-WAIT-COUNT NOT < 3000
              DISPLAY "BUS-ASSIGN: more than 3000 students waiting "
                 "for a seat, run stopped"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-WAIT-COUNT
           MOVE WS-PL-SCHOOL TO WS-WT-SCHOOL(WS-WAIT-COUNT)
           MOVE WS-PL-NAME TO WS-WT-NAME(WS-WAIT-COUNT)
           MOVE WS-PL-OLD-SCHOOL TO WS-WT-OLD-SCHOOL(WS-WAIT-COUNT)
           MOVE WS-PL-SINCE TO WS-WT-SINCE(WS-WAIT-COUNT)
           .
       LIST-UNPLACED-EXIT.
           EXIT.

       SAVE-ASSIGNMENTS.
           OPEN OUTPUT BUS-ASSIGN-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ASSIGN-COUNT
                   IF WS-AS-STATE(I) NOT = "X"
                      MOVE SPACES TO BA-ASSIGN-RECORD
                      MOVE WS-AS-SCHOOL(I) TO BA-SCHOOL-ID
                      MOVE WS-AS-NAME(I) TO BA-NAME
                      MOVE WS-ST-ROUTE(WS-AS-STOP(I)) TO R
                      MOVE WS-RT-ID(R) TO BA-ROUTE-ID
                      MOVE WS-ST-NO(WS-AS-STOP(I)) TO BA-STOP-NO
                      MOVE WS-AS-DATE(I) TO BA-ASSIGNED-DATE
                      MOVE BA-ASSIGN-RECORD TO BUS-ASSIGN-LINE
                      WRITE BUS-ASSIGN-LINE
                   END-IF
           END-PERFORM
           CLOSE BUS-ASSIGN-FILE
           .
       SAVE-ASSIGNMENTS-EXIT.
           EXIT.

      *    Every route, stop by stop in running order, with the
      *    riders to pick up at each.
       WRITE-DRIVER-ROSTERS.
           OPEN OUTPUT DRIVER-ROSTER-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROUTE-COUNT
                   MOVE SPACES TO DRIVER-ROSTER-LINE
                   IF R > 1
                      WRITE DRIVER-ROSTER-LINE
                   END-IF
                   MOVE WS-RT-RIDERS(R) TO WS-COUNT-SHOW
                   MOVE WS-RT-CAPACITY(R) TO WS-SEATS-SHOW
                   STRING "ROUTE " DELIMITED BY SIZE
                      WS-RT-ID(R) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RT-DESC(R) DELIMITED BY SIZE
                      "  SCHOOL " DELIMITED BY SIZE
                      WS-RT-SCHOOL(R) DELIMITED BY SIZE
                      "  RIDERS " DELIMITED BY SIZE
                      TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      TRIM(WS-SEATS-SHOW) DELIMITED BY SIZE
                      "  DATE " DELIMITED BY SIZE
                      BD-BUSINESS-DATE DELIMITED BY SIZE
                      INTO DRIVER-ROSTER-LINE
                   END-STRING
                   WRITE DRIVER-ROSTER-LINE
                   PERFORM VARYING S FROM 1 BY 1
                      UNTIL S > WS-STOP-COUNT
                           IF WS-ST-ROUTE(S) = R
                              PERFORM WRITE-ONE-STOP
                           END-IF
                   END-PERFORM
           END-PERFORM
           CLOSE DRIVER-ROSTER-FILE
           .
       WRITE-DRIVER-ROSTERS-EXIT.
           EXIT.

       WRITE-ONE-STOP.
           MOVE SPACES TO DRIVER-ROSTER-LINE
           STRING "  STOP " DELIMITED BY SIZE
              WS-ST-NO(S) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-ST-NAME(S) DELIMITED BY SIZE
              "  AM " DELIMITED BY SIZE
              WS-ST-AM(S)(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              WS-ST-AM(S)(3:2) DELIMITED BY SIZE
              "  PM " DELIMITED BY SIZE
              WS-ST-PM(S)(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              WS-ST-PM(S)(3:2) DELIMITED BY SIZE
              INTO DRIVER-ROSTER-LINE
           END-STRING
           WRITE DRIVER-ROSTER-LINE
           MOVE 0 TO WS-STOP-RIDERS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ASSIGN-COUNT
                   IF WS-AS-STATE(I) NOT = "X"
                      AND WS-AS-STOP(I) = S
                      ADD 1 TO WS-STOP-RIDERS
                      MOVE SPACES TO DRIVER-ROSTER-LINE
                      STRING "        " DELIMITED BY SIZE
                         WS-AS-NAME(I) DELIMITED BY SIZE
                         INTO DRIVER-ROSTER-LINE
                      END-STRING
                      WRITE DRIVER-ROSTER-LINE
                   END-IF
           END-PERFORM
           IF WS-STOP-RIDERS = 0
              MOVE "        NO RIDERS" TO DRIVER-ROSTER-LINE
              WRITE DRIVER-ROSTER-LINE
           END-IF
           .
       WRITE-ONE-STOP-EXIT.
           EXIT.

      *    One letter per household -- per guardian and address for
      *    students not on HOUSEHLD -- every student the run placed
      *    in that family on it.
       WRITE-FAMILY-LETTERS.
           OPEN OUTPUT LETTER-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ASSIGN-COUNT
                   IF WS-AS-LETTER(I) = "Y"
                      AND WS-AS-STATE(I) NOT = "X"
                      PERFORM WRITE-ONE-LETTER
                   END-IF
           END-PERFORM
           CLOSE LETTER-FILE
           .
       WRITE-FAMILY-LETTERS-EXIT.
           EXIT.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-AS-GUARDIAN(I) TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-AS-ADDRESS(I, 1) TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-AS-ADDRESS(I, 2) NOT = SPACES
              MOVE WS-AS-ADDRESS(I, 2) TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           IF WS-AS-ADDRESS(I, 3) NOT = SPACES
              MOVE WS-AS-ADDRESS(I, 3) TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           STRING "DATE: " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DEAR " DELIMITED BY SIZE
              TRIM(WS-AS-GUARDIAN(I)) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "THE SCHOOL BUS WILL PICK UP AND DROP OFF:"
              TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM VARYING J FROM I BY 1 UNTIL J > WS-ASSIGN-COUNT
                   IF WS-AS-LETTER(J) = "Y"
                      AND WS-AS-STATE(J) NOT = "X"
                      AND ((WS-AS-HOUSEHOLD(I) > 0
                      AND WS-AS-HOUSEHOLD(J) = WS-AS-HOUSEHOLD(I))
                      OR (WS-AS-HOUSEHOLD(I) = 0
                      AND WS-AS-HOUSEHOLD(J) = 0
                      AND WS-AS-GUARDIAN(J) = WS-AS-GUARDIAN(I)
                      AND WS-AS-ADDRESS(J, 1) = WS-AS-ADDRESS(I, 1)))
                      PERFORM WRITE-LETTER-STUDENT
                      MOVE "D" TO WS-AS-LETTER(J)
                   END-IF
           END-PERFORM
           MOVE "PLEASE HAVE THEM AT THE STOP FIVE MINUTES EARLY."
              TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "YOURS SINCERELY, THE TRANSPORT OFFICE"
              TO LETTER-LINE
           WRITE LETTER-LINE
           .
       WRITE-ONE-LETTER-EXIT.
           EXIT.

       WRITE-LETTER-STUDENT.
           MOVE WS-AS-STOP(J) TO S
           MOVE WS-ST-ROUTE(S) TO R
           MOVE SPACES TO LETTER-LINE
           STRING "  " DELIMITED BY SIZE
              TRIM(WS-AS-NAME(J)) DELIMITED BY SIZE
              " -- ROUTE " DELIMITED BY SIZE
              WS-RT-ID(R) DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    STOP " DELIMITED BY SIZE
              TRIM(WS-ST-NAME(S)) DELIMITED BY SIZE
              ", PICKUP " DELIMITED BY SIZE
              WS-ST-AM(S)(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              WS-ST-AM(S)(3:2) DELIMITED BY SIZE
              ", DROP-OFF " DELIMITED BY SIZE
              WS-ST-PM(S)(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              WS-ST-PM(S)(3:2) DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           .
       WRITE-LETTER-STUDENT-EXIT.
           EXIT.

       LOAD-HOUSEHOLDS.
           SET FILE-EOF TO FALSE
           OPEN INPUT HOUSEHOLD-FILE
           PERFORM UNTIL FILE-EOF
                   READ HOUSEHOLD-FILE INTO HH-MEMBER-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF HH-HOUSEHOLD-NO IS NUMERIC
                            IF WS-MEMBER-COUNT NOT < 5000
                               DISPLAY "BUS-ASSIGN: more than 5000 "
                                  "members on HOUSEHLD, run stopped"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-MEMBER-COUNT
                            MOVE HH-SCHOOL-ID
                               TO WS-MB-SCHOOL(WS-MEMBER-COUNT)
                            MOVE HH-NAME
                               TO WS-MB-NAME(WS-MEMBER-COUNT)
                            MOVE HH-HOUSEHOLD-NO
                               TO WS-MB-HOUSEHOLD(WS-MEMBER-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           .
       LOAD-HOUSEHOLDS-EXIT.
           EXIT.

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

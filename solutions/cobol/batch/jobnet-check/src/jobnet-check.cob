       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBNET-CHECK.
      *    Validation of the JOBNET control file, run before
      *    JOB-SCHEDULER starts the night. The scheduler trusts every
      *    JN-PREDECESSOR it is given -- last month a mistyped
      *    predecessor named a job that does not exist, the job
      *    behind it was held, and nobody knew until the morning.
      *    This pass loads JOBNET the way the scheduler does and
      *    reports to JNETRPT: job names defined twice, more jobs
      *    than the scheduler's table holds, predecessors naming a
      *    job not in JOBNET, nightly jobs waiting on a job that is
      *    not nightly, predecessor cycles (and the jobs held behind
      *    them), and jobs no root job -- one with no predecessors
      *    -- leads to. Any finding writes a JOBNET NOGO through the
      *    PREFLCHK mechanism, which JOB-SCHEDULER consults, plus a
      *    CRITICAL operator alert, so a broken jobnet stops the
      *    night before its first job instead of stranding half of
      *    it.
      *
      *    JNETRPT also prints tonight's run order -- the order the
      *    scheduler's passes will launch the nightly jobs in -- and
      *    the dependency tree from each root, so the operator can
      *    see what waits on what.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBNET-CONTROL-FILE ASSIGN TO "JOBNET"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The scheduler consults this verdict -- see preflight.cpy.
           SELECT OPTIONAL PREFLIGHT-STATUS-FILE ASSIGN TO "PREFLCHK"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central operator-alert file -- see operator-alert.cpy.
           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBNET-REPORT-FILE ASSIGN TO "JNETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBNET-CONTROL-FILE.
       01  JOBNET-CONTROL-RECORD.
           02 JN-JOB-NAME         PIC X(30).
           02 JN-NIGHTLY-FLAG     PIC X.
           02 JN-PREDECESSOR      PIC X(30) OCCURS 3.
       FD  PREFLIGHT-STATUS-FILE.
       01  PREFLIGHT-STATUS-LINE  PIC X(74).
       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD  PIC X(105).
       FD  JOBNET-REPORT-FILE.
       01  JOBNET-REPORT-LINE     PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-JOBNET-EOF-FLAG  PIC 9     VALUE 0.
          88 JOBNET-EOF                 VALUE 1 FALSE 0.
       01 WS-PROGRESS-FLAG    PIC X     VALUE 'N'.
          88 PASS-MADE-PROGRESS         VALUE 'Y' FALSE 'N'.
       01 WS-READY-FLAG       PIC X.
          88 JOB-IS-READY               VALUE 'Y' FALSE 'N'.

      *    The jobnet as JOB-SCHEDULER holds it, with each
      *    predecessor resolved to its table entry (zero when the
      *    slot is blank or names no job).
       01 WS-JOB-COUNT        PIC 9(2)  VALUE 0.
       01 WS-JOB-OVERFLOW     PIC 9(3)  VALUE 0.
       01 WS-JOB-TABLE.
          05 WS-JOB-ENTRY OCCURS 20.
             10 WS-JT-NAME     PIC X(30).
             10 WS-JT-NIGHTLY  PIC X.
             10 WS-JT-PRED     PIC X(30) OCCURS 3.
             10 WS-JT-PRED-IDX PIC 9(2)  OCCURS 3.
      *    Y once every predecessor is placed ahead of the job.
             10 WS-JT-PLACED   PIC X.
      *    Y when a root leads to the job.
             10 WS-JT-REACHED  PIC X.
      *    Y on a predecessor cycle.
             10 WS-JT-IN-CYCLE PIC X.
      *    Position in the walk looking for a cycle.
             10 WS-JT-WALK-SEQ PIC 9(2).
      *    Launch position tonight, zero when never launched.
             10 WS-JT-RUN-SEQ  PIC 9(2).
      *    Y once printed in the dependency tree.
             10 WS-JT-PRINTED  PIC X.

       77 I                   PIC 9(2).
       77 J                   PIC 9(2).
       77 K                   PIC 9(2).
       77 P                   PIC 9.
       01 WS-WALK-JOB         PIC 9(2).
       01 WS-WALK-STEP        PIC 9(2).
       01 WS-RUN-SEQ          PIC 9(2)  VALUE 0.

      *    Findings by kind.
       01 WS-DUPLICATE-COUNT  PIC 9(3)  VALUE 0.
       01 WS-UNKNOWN-COUNT    PIC 9(3)  VALUE 0.
       01 WS-NOT-NIGHTLY-COUNT PIC 9(3) VALUE 0.
       01 WS-CYCLE-COUNT      PIC 9(3)  VALUE 0.
       01 WS-BEHIND-COUNT     PIC 9(3)  VALUE 0.
       01 WS-UNREACHED-COUNT  PIC 9(3)  VALUE 0.
       01 WS-FINDING-COUNT    PIC 9(3)  VALUE 0.
       01 WS-FAIL-REASON      PIC X(60).

      *    Dependency tree: the jobs open above the one printing,
      *    each with the next job to try as a successor.
       01 WS-STACK-TOP        PIC 9(2)  VALUE 0.
       01 WS-STACK.
          05 WS-STACK-ENTRY OCCURS 21.
             10 WS-SK-JOB      PIC 9(2).
             10 WS-SK-NEXT     PIC 9(2).
       01 WS-TREE-DEPTH       PIC 9(2).
       01 WS-TREE-INDENT      PIC 9(3).
       01 WS-TREE-JOB         PIC 9(2).
       01 WS-SUCCESSOR-FLAG   PIC X.
          88 IS-SUCCESSOR               VALUE 'Y' FALSE 'N'.
       01 WS-SEQ-SHOW         PIC Z9.
       01 WS-LINE-POS         PIC 9(3).

      *    Shared pre-flight status record layout.
       COPY "preflight.cpy".
      *    Shared operator-alert record layout.
       COPY "operator-alert.cpy".

       PROCEDURE DIVISION.
       JOBNET-CHECK.
           OPEN OUTPUT JOBNET-REPORT-FILE
           MOVE "JOBNET VALIDATION" TO JOBNET-REPORT-LINE
           WRITE JOBNET-REPORT-LINE
           PERFORM LOAD-JOBNET
           PERFORM RESOLVE-PREDECESSORS
           PERFORM FIND-CYCLES
           PERFORM FIND-UNREACHED-JOBS
           COMPUTE WS-FINDING-COUNT = WS-DUPLICATE-COUNT
              + WS-UNKNOWN-COUNT + WS-NOT-NIGHTLY-COUNT
              + WS-CYCLE-COUNT + WS-BEHIND-COUNT
              + WS-UNREACHED-COUNT
           IF WS-JOB-OVERFLOW > 0
              ADD 1 TO WS-FINDING-COUNT
           END-IF
           IF WS-FINDING-COUNT = 0
              MOVE "  NO FINDINGS" TO JOBNET-REPORT-LINE
              WRITE JOBNET-REPORT-LINE
           END-IF
           PERFORM PRINT-RUN-ORDER
           PERFORM PRINT-DEPENDENCY-TREE
           CLOSE JOBNET-REPORT-FILE
           PERFORM WRITE-JOBNET-VERDICT
           GOBACK.

      *    Same table and limit as JOB-SCHEDULER; the jobs past its
      *    limit are the ones the scheduler would silently drop.
       LOAD-JOBNET.
           MOVE 0 TO WS-JOB-COUNT
           MOVE 0 TO WS-JOB-OVERFLOW
           SET JOBNET-EOF TO FALSE
           OPEN INPUT JOBNET-CONTROL-FILE
           PERFORM UNTIL JOBNET-EOF
                   READ JOBNET-CONTROL-FILE
                      AT END
                         SET JOBNET-EOF TO TRUE
                      NOT AT END
                         IF JN-JOB-NAME NOT = SPACES
                            PERFORM STORE-ONE-JOB
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE JOBNET-CONTROL-FILE
           IF WS-JOB-OVERFLOW > 0
              MOVE SPACES TO JOBNET-REPORT-LINE
              STRING WS-JOB-OVERFLOW DELIMITED BY SIZE
                 " JOB(S) BEYOND THE SCHEDULER'S 20 WOULD BE DROPPED"
                 DELIMITED BY SIZE
                 INTO JOBNET-REPORT-LINE
              END-STRING
              WRITE JOBNET-REPORT-LINE
           END-IF
           .
       LOAD-JOBNET-EXIT.
           EXIT.

       STORE-ONE-JOB.
           IF WS-JOB-COUNT >= 20
              ADD 1 TO WS-JOB-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-JOB-COUNT
                   IF WS-JT-NAME(J) = JN-JOB-NAME
                      ADD 1 TO WS-DUPLICATE-COUNT
                      MOVE SPACES TO JOBNET-REPORT-LINE
                      STRING "JOB DEFINED TWICE: " DELIMITED BY SIZE
                         FUNCTION TRIM(JN-JOB-NAME) DELIMITED BY SIZE
                         INTO JOBNET-REPORT-LINE
                      END-STRING
                      WRITE JOBNET-REPORT-LINE
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           ADD 1 TO WS-JOB-COUNT
           MOVE JN-JOB-NAME TO WS-JT-NAME(WS-JOB-COUNT)
           MOVE JN-NIGHTLY-FLAG TO WS-JT-NIGHTLY(WS-JOB-COUNT)
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                   MOVE JN-PREDECESSOR(P)
                      TO WS-JT-PRED(WS-JOB-COUNT P)
                   MOVE 0 TO WS-JT-PRED-IDX(WS-JOB-COUNT P)
           END-PERFORM
           MOVE "N" TO WS-JT-PLACED(WS-JOB-COUNT)
           MOVE "N" TO WS-JT-REACHED(WS-JOB-COUNT)
           MOVE "N" TO WS-JT-IN-CYCLE(WS-JOB-COUNT)
           MOVE 0 TO WS-JT-WALK-SEQ(WS-JOB-COUNT)
           MOVE 0 TO WS-JT-RUN-SEQ(WS-JOB-COUNT)
           MOVE "N" TO WS-JT-PRINTED(WS-JOB-COUNT)
           .
       STORE-ONE-JOB-EXIT.
           EXIT.

      *    Each predecessor slot to its job; a name with no job is
      *    reported, and a nightly job waiting on one that is not
      *    nightly is reported -- the scheduler would launch it
      *    without the predecessor ever running.
       RESOLVE-PREDECESSORS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
                   PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                           IF WS-JT-PRED(I P) NOT = SPACES
                              PERFORM RESOLVE-ONE-PREDECESSOR
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       RESOLVE-PREDECESSORS-EXIT.
           EXIT.

       RESOLVE-ONE-PREDECESSOR.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-JOB-COUNT OR WS-JT-PRED-IDX(I P) > 0
                   IF WS-JT-NAME(J) = WS-JT-PRED(I P)
                      MOVE J TO WS-JT-PRED-IDX(I P)
                   END-IF
           END-PERFORM
           IF WS-JT-PRED-IDX(I P) = 0
              ADD 1 TO WS-UNKNOWN-COUNT
              MOVE SPACES TO JOBNET-REPORT-LINE
              STRING "UNKNOWN PREDECESSOR: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JT-NAME(I)) DELIMITED BY SIZE
                 " WAITS ON " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JT-PRED(I P)) DELIMITED BY SIZE
                 INTO JOBNET-REPORT-LINE
              END-STRING
              WRITE JOBNET-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JT-PRED-IDX(I P) TO J
           IF WS-JT-NIGHTLY(I) = "Y" AND WS-JT-NIGHTLY(J) NOT = "Y"
              ADD 1 TO WS-NOT-NIGHTLY-COUNT
              MOVE SPACES TO JOBNET-REPORT-LINE
              STRING "PREDECESSOR NOT NIGHTLY: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JT-NAME(I)) DELIMITED BY SIZE
                 " WAITS ON " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JT-NAME(J)) DELIMITED BY SIZE
                 INTO JOBNET-REPORT-LINE
              END-STRING
              WRITE JOBNET-REPORT-LINE
           END-IF
           .
       RESOLVE-ONE-PREDECESSOR-EXIT.
           EXIT.

      *    Jobs are placed pass by pass once every predecessor that
      *    exists is placed (unknown names are reported already).
      *    Whatever cannot be placed sits on a cycle or behind one:
      *    following unplaced predecessors from such a job must
      *    come back to a job already walked, and the jobs from
      *    there round to it again are the cycle.
       FIND-CYCLES.
           SET PASS-MADE-PROGRESS TO TRUE
           PERFORM UNTIL NOT PASS-MADE-PROGRESS
                   SET PASS-MADE-PROGRESS TO FALSE
                   PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-JOB-COUNT
                           IF WS-JT-PLACED(I) = "N"
                              SET JOB-IS-READY TO TRUE
                              PERFORM VARYING P FROM 1 BY 1
                                 UNTIL P > 3
                                      MOVE WS-JT-PRED-IDX(I P) TO J
                                      IF J > 0
                                         IF WS-JT-PLACED(J) = "N"
                                            SET JOB-IS-READY TO FALSE
                                         END-IF
                                      END-IF
                              END-PERFORM
                              IF JOB-IS-READY
                                 MOVE "Y" TO WS-JT-PLACED(I)
                                 SET PASS-MADE-PROGRESS TO TRUE
                              END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
                   IF WS-JT-PLACED(I) = "N"
                      AND WS-JT-IN-CYCLE(I) = "N"
                      PERFORM WALK-TO-CYCLE
                   END-IF
           END-PERFORM
           .
       FIND-CYCLES-EXIT.
           EXIT.

       WALK-TO-CYCLE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-JOB-COUNT
                   MOVE 0 TO WS-JT-WALK-SEQ(K)
           END-PERFORM
           MOVE I TO WS-WALK-JOB
           MOVE 0 TO WS-WALK-STEP
           PERFORM UNTIL WS-JT-IN-CYCLE(WS-WALK-JOB) = "Y"
                      OR WS-JT-WALK-SEQ(WS-WALK-JOB) > 0
                   ADD 1 TO WS-WALK-STEP
                   MOVE WS-WALK-STEP TO WS-JT-WALK-SEQ(WS-WALK-JOB)
                   PERFORM NEXT-UNPLACED-PREDECESSOR
           END-PERFORM
           IF WS-JT-IN-CYCLE(WS-WALK-JOB) = "N"
              PERFORM REPORT-ONE-CYCLE
           END-IF
           IF WS-JT-IN-CYCLE(I) = "N"
              ADD 1 TO WS-BEHIND-COUNT
              MOVE SPACES TO JOBNET-REPORT-LINE
              STRING "HELD BEHIND A CYCLE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JT-NAME(I)) DELIMITED BY SIZE
                 INTO JOBNET-REPORT-LINE
              END-STRING
              WRITE JOBNET-REPORT-LINE
           END-IF
           .
       WALK-TO-CYCLE-EXIT.
           EXIT.

      *    An unplaced job always has an unplaced predecessor.
       NEXT-UNPLACED-PREDECESSOR.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                   MOVE WS-JT-PRED-IDX(WS-WALK-JOB P) TO J
                   IF J > 0
                      IF WS-JT-PLACED(J) = "N"
                         MOVE J TO WS-WALK-JOB
                         EXIT PARAGRAPH
                      END-IF
                   END-IF
           END-PERFORM
           .
       NEXT-UNPLACED-PREDECESSOR-EXIT.
           EXIT.

      *    The cycle through WS-WALK-JOB, as the chain of waits:
      *    A WAITS ON B WAITS ON ... WAITS ON A.
       REPORT-ONE-CYCLE.
           ADD 1 TO WS-CYCLE-COUNT
           MOVE SPACES TO JOBNET-REPORT-LINE
           MOVE "PREDECESSOR CYCLE: " TO JOBNET-REPORT-LINE
           MOVE 20 TO WS-LINE-POS
           PERFORM UNTIL WS-JT-IN-CYCLE(WS-WALK-JOB) = "Y"
                   MOVE "Y" TO WS-JT-IN-CYCLE(WS-WALK-JOB)
                   PERFORM ADD-CYCLE-NAME
                   PERFORM NEXT-UNPLACED-PREDECESSOR
           END-PERFORM
           PERFORM ADD-CYCLE-NAME
           WRITE JOBNET-REPORT-LINE
           .
       REPORT-ONE-CYCLE-EXIT.
           EXIT.

      *    Names run on to continuation lines indented under the
      *    first.
       ADD-CYCLE-NAME.
           IF WS-LINE-POS > 20
              IF WS-LINE-POS + 9 > 90
                 WRITE JOBNET-REPORT-LINE
                 MOVE SPACES TO JOBNET-REPORT-LINE
                 MOVE 20 TO WS-LINE-POS
              END-IF
              MOVE "WAITS ON " TO JOBNET-REPORT-LINE(WS-LINE-POS:9)
              ADD 9 TO WS-LINE-POS
           END-IF
           IF WS-LINE-POS
              + LENGTH(TRIM(WS-JT-NAME(WS-WALK-JOB))) > 90
              WRITE JOBNET-REPORT-LINE
              MOVE SPACES TO JOBNET-REPORT-LINE
              MOVE 20 TO WS-LINE-POS
           END-IF
           MOVE TRIM(WS-JT-NAME(WS-WALK-JOB))
              TO JOBNET-REPORT-LINE(WS-LINE-POS:)
           COMPUTE WS-LINE-POS = WS-LINE-POS
              + LENGTH(TRIM(WS-JT-NAME(WS-WALK-JOB))) + 1
           .
       ADD-CYCLE-NAME-EXIT.
           EXIT.

      *    A root has no predecessors at all; a job is reached when
      *    any predecessor it names is reached.
       FIND-UNREACHED-JOBS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
                   IF WS-JT-PRED(I 1) = SPACES
                      AND WS-JT-PRED(I 2) = SPACES
                      AND WS-JT-PRED(I 3) = SPACES
                      MOVE "Y" TO WS-JT-REACHED(I)
                   END-IF
           END-PERFORM
           SET PASS-MADE-PROGRESS TO TRUE
           PERFORM UNTIL NOT PASS-MADE-PROGRESS
                   SET PASS-MADE-PROGRESS TO FALSE
                   PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-JOB-COUNT
                           IF WS-JT-REACHED(I) = "N"
                              PERFORM VARYING P FROM 1 BY 1
                                 UNTIL P > 3
                                      MOVE WS-JT-PRED-IDX(I P) TO J
                                      IF J > 0
                                         IF WS-JT-REACHED(J) = "Y"
                                            MOVE "Y"
                                               TO WS-JT-REACHED(I)
                                            SET PASS-MADE-PROGRESS
                                               TO TRUE
                                         END-IF
                                      END-IF
                              END-PERFORM
                           END-IF
                   END-PERFORM
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
                   IF WS-JT-REACHED(I) = "N"
                      ADD 1 TO WS-UNREACHED-COUNT
                      MOVE SPACES TO JOBNET-REPORT-LINE
                      STRING "UNREACHABLE FROM ANY ROOT: "
                         DELIMITED BY SIZE
                         FUNCTION TRIM(WS-JT-NAME(I))
                         DELIMITED BY SIZE
                         INTO JOBNET-REPORT-LINE
                      END-STRING
                      WRITE JOBNET-REPORT-LINE
                   END-IF
           END-PERFORM
           .
       FIND-UNREACHED-JOBS-EXIT.
           EXIT.

      *    JOB-SCHEDULER's passes, replayed as if every job ends OK:
      *    a nightly job launches once each predecessor is OK or not
      *    wanted tonight.
       PRINT-RUN-ORDER.
           MOVE SPACES TO JOBNET-REPORT-LINE
           WRITE JOBNET-REPORT-LINE
           MOVE "TONIGHT'S RUN ORDER" TO JOBNET-REPORT-LINE
           WRITE JOBNET-REPORT-LINE
           MOVE 0 TO WS-RUN-SEQ
           SET PASS-MADE-PROGRESS TO TRUE
           PERFORM UNTIL NOT PASS-MADE-PROGRESS
                   SET PASS-MADE-PROGRESS TO FALSE
                   PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-JOB-COUNT
                           IF WS-JT-NIGHTLY(I) = "Y"
                              AND WS-JT-RUN-SEQ(I) = 0
                              PERFORM CHECK-RUN-READY
                              IF JOB-IS-READY
                                 ADD 1 TO WS-RUN-SEQ
                                 MOVE WS-RUN-SEQ TO WS-JT-RUN-SEQ(I)
                                 SET PASS-MADE-PROGRESS TO TRUE
                                 MOVE WS-RUN-SEQ TO WS-SEQ-SHOW
                                 MOVE SPACES TO JOBNET-REPORT-LINE
                                 STRING "  " DELIMITED BY SIZE
                                    WS-SEQ-SHOW DELIMITED BY SIZE
                                    "  " DELIMITED BY SIZE
                                    WS-JT-NAME(I) DELIMITED BY SIZE
                                    INTO JOBNET-REPORT-LINE
                                 END-STRING
                                 WRITE JOBNET-REPORT-LINE
                              END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
                   IF WS-JT-NIGHTLY(I) = "Y"
                      AND WS-JT-RUN-SEQ(I) = 0
                      MOVE SPACES TO JOBNET-REPORT-LINE
                      STRING "   -  " DELIMITED BY SIZE
                         WS-JT-NAME(I) DELIMITED BY SIZE
                         " WOULD BE HELD" DELIMITED BY SIZE
                         INTO JOBNET-REPORT-LINE
                      END-STRING
                      WRITE JOBNET-REPORT-LINE
                   END-IF
           END-PERFORM
           .
       PRINT-RUN-ORDER-EXIT.
           EXIT.

       CHECK-RUN-READY.
           SET JOB-IS-READY TO TRUE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                   IF WS-JT-PRED(I P) NOT = SPACES
                      MOVE WS-JT-PRED-IDX(I P) TO J
                      IF J = 0
                         SET JOB-IS-READY TO FALSE
                      ELSE
                         IF WS-JT-NIGHTLY(J) = "Y"
                            AND WS-JT-RUN-SEQ(J) = 0
                            SET JOB-IS-READY TO FALSE
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM
           .
       CHECK-RUN-READY-EXIT.
           EXIT.

      *    Each root with the jobs that wait on it beneath, three
      *    columns in per level. A job waiting on two jobs appears
      *    under both, its own successors under the first only.
       PRINT-DEPENDENCY-TREE.
           MOVE SPACES TO JOBNET-REPORT-LINE
           WRITE JOBNET-REPORT-LINE
           MOVE "DEPENDENCY TREE (RUN POSITION, * NOT NIGHTLY)"
              TO JOBNET-REPORT-LINE
           WRITE JOBNET-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
                   IF WS-JT-PRED(I 1) = SPACES
                      AND WS-JT-PRED(I 2) = SPACES
                      AND WS-JT-PRED(I 3) = SPACES
                      PERFORM PRINT-ONE-ROOT
                   END-IF
           END-PERFORM
           .
       PRINT-DEPENDENCY-TREE-EXIT.
           EXIT.

       PRINT-ONE-ROOT.
           MOVE I TO WS-TREE-JOB
           MOVE 0 TO WS-TREE-DEPTH
           PERFORM WRITE-TREE-LINE
           MOVE "Y" TO WS-JT-PRINTED(I)
           MOVE 1 TO WS-STACK-TOP
           MOVE I TO WS-SK-JOB(1)
           MOVE 1 TO WS-SK-NEXT(1)
           PERFORM UNTIL WS-STACK-TOP = 0
                   PERFORM NEXT-TREE-SUCCESSOR
           END-PERFORM
           .
       PRINT-ONE-ROOT-EXIT.
           EXIT.

      *    The next job waiting on the job at the top of the stack;
      *    a job not printed before opens its own level, and the
      *    level closes when no successor is left.
       NEXT-TREE-SUCCESSOR.
           MOVE WS-SK-JOB(WS-STACK-TOP) TO J
           PERFORM VARYING K FROM WS-SK-NEXT(WS-STACK-TOP) BY 1
              UNTIL K > WS-JOB-COUNT
                   SET IS-SUCCESSOR TO FALSE
                   PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                           IF WS-JT-PRED-IDX(K P) = J
                              SET IS-SUCCESSOR TO TRUE
                           END-IF
                   END-PERFORM
                   IF IS-SUCCESSOR
                      COMPUTE WS-SK-NEXT(WS-STACK-TOP) = K + 1
                      MOVE K TO WS-TREE-JOB
                      MOVE WS-STACK-TOP TO WS-TREE-DEPTH
                      PERFORM WRITE-TREE-LINE
                      IF WS-JT-PRINTED(K) = "N"
                         AND WS-STACK-TOP < 21
                         MOVE "Y" TO WS-JT-PRINTED(K)
                         ADD 1 TO WS-STACK-TOP
                         MOVE K TO WS-SK-JOB(WS-STACK-TOP)
                         MOVE 1 TO WS-SK-NEXT(WS-STACK-TOP)
                      END-IF
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           SUBTRACT 1 FROM WS-STACK-TOP
           .
       NEXT-TREE-SUCCESSOR-EXIT.
           EXIT.

       WRITE-TREE-LINE.
           MOVE SPACES TO JOBNET-REPORT-LINE
           IF WS-JT-NIGHTLY(WS-TREE-JOB) NOT = "Y"
              MOVE " *" TO JOBNET-REPORT-LINE(1:2)
           ELSE
              IF WS-JT-RUN-SEQ(WS-TREE-JOB) = 0
                 MOVE " -" TO JOBNET-REPORT-LINE(1:2)
              ELSE
                 MOVE WS-JT-RUN-SEQ(WS-TREE-JOB) TO WS-SEQ-SHOW
                 MOVE WS-SEQ-SHOW TO JOBNET-REPORT-LINE(1:2)
              END-IF
           END-IF
           COMPUTE WS-TREE-INDENT = WS-TREE-DEPTH * 3 + 5
           IF WS-TREE-INDENT > 50
              MOVE 50 TO WS-TREE-INDENT
           END-IF
           IF WS-TREE-DEPTH > 0
              MOVE "+- " TO JOBNET-REPORT-LINE(WS-TREE-INDENT - 3:3)
           END-IF
           MOVE WS-JT-NAME(WS-TREE-JOB)
              TO JOBNET-REPORT-LINE(WS-TREE-INDENT:30)
           IF WS-TREE-DEPTH > 0 AND WS-JT-PRINTED(WS-TREE-JOB) = "Y"
              MOVE "(SEE ABOVE)"
                 TO JOBNET-REPORT-LINE(WS-TREE-INDENT
                    + LENGTH(TRIM(WS-JT-NAME(WS-TREE-JOB))) + 1:11)
           END-IF
           WRITE JOBNET-REPORT-LINE
           .
       WRITE-TREE-LINE-EXIT.
           EXIT.

      *    Rides the PREFLCHK mechanism JOB-SCHEDULER consults; a
      *    NOGO also pages through the alert router.
       WRITE-JOBNET-VERDICT.
           INITIALIZE WS-FAIL-REASON
           EVALUATE TRUE
           WHEN WS-CYCLE-COUNT > 0
                MOVE "PREDECESSOR CYCLE IN JOBNET" TO WS-FAIL-REASON
           WHEN WS-UNKNOWN-COUNT > 0
                MOVE "PREDECESSOR NAMES AN UNKNOWN JOB"
                   TO WS-FAIL-REASON
           WHEN WS-NOT-NIGHTLY-COUNT > 0
                MOVE "NIGHTLY JOB WAITS ON A JOB NOT NIGHTLY"
                   TO WS-FAIL-REASON
           WHEN WS-UNREACHED-COUNT > 0
                MOVE "JOB UNREACHABLE FROM ANY ROOT" TO WS-FAIL-REASON
           WHEN WS-DUPLICATE-COUNT > 0
                MOVE "JOB DEFINED TWICE" TO WS-FAIL-REASON
           WHEN WS-JOB-OVERFLOW > 0
                MOVE "MORE JOBS THAN THE SCHEDULER HOLDS"
                   TO WS-FAIL-REASON
           WHEN WS-JOB-COUNT = 0
                MOVE "JOBNET EMPTY OR MISSING" TO WS-FAIL-REASON
           END-EVALUATE
           MOVE "JOBNET" TO PF-FILE-NAME
           IF WS-FAIL-REASON = SPACES
              MOVE "GO" TO PF-VERDICT
              INITIALIZE PF-REASON
              DISPLAY "JOBNET-CHECK: jobnet GO, "
                 WS-JOB-COUNT " JOBS, " WS-RUN-SEQ " TONIGHT"
           ELSE
              MOVE "NOGO" TO PF-VERDICT
              MOVE WS-FAIL-REASON TO PF-REASON
              DISPLAY "JOBNET-CHECK: NOGO -- "
                 FUNCTION TRIM(WS-FAIL-REASON) ", "
                 WS-FINDING-COUNT " FINDINGS"
              MOVE "JOBNET-CHECK" TO OA-PROGRAM-ID
              MOVE FUNCTION CURRENT-DATE TO OA-TIMESTAMP
              MOVE "CRITICAL" TO OA-SEVERITY
              STRING "JOBNET NOGO: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FAIL-REASON) DELIMITED BY SIZE
                 INTO OA-MESSAGE
              END-STRING
              MOVE OA-ALERT-RECORD TO OPERATOR-ALERT-RECORD
              OPEN EXTEND OPERATOR-ALERT-FILE
              WRITE OPERATOR-ALERT-RECORD
              CLOSE OPERATOR-ALERT-FILE
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE PF-STATUS-RECORD TO PREFLIGHT-STATUS-LINE
           OPEN EXTEND PREFLIGHT-STATUS-FILE
           WRITE PREFLIGHT-STATUS-LINE
           CLOSE PREFLIGHT-STATUS-FILE
           .
       WRITE-JOBNET-VERDICT-EXIT.
           EXIT.

      *    JOBSTAT is truncated once at the top of the night and then
      *    appended to by this scheduler and by the step-sequencing
      *    drivers it launches, so the whole night reads as one file.
      *
      *    JOBNET-CHECK validates JOBNET before the night starts and
      *    posts a JOBNET verdict to PREFLCHK; a NOGO -- a cycle, a
      *    predecessor naming no job, and the like -- stops the
      *    scheduler before its first launch. The newest JOBNET line
      *    on PREFLCHK is the one that counts, so a corrected jobnet
      *    re-checked the same evening clears an earlier NOGO. A
      *    missing PREFLCHK means the check was not run, and the
      *    night proceeds as before.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Written by JOBNET-CHECK -- see preflight.cpy.
           SELECT OPTIONAL PREFLIGHT-STATUS-FILE ASSIGN TO "PREFLCHK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 JN-PREDECESSOR      PIC X(30) OCCURS 3.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD      PIC X(80).
       FD  PREFLIGHT-STATUS-FILE.
       01  PREFLIGHT-STATUS-LINE  PIC X(74).

       WORKING-STORAGE SECTION.
       01 WS-JOBNET-EOF-FLAG  PIC 9     VALUE 0.
       01 WS-READY-FLAG       PIC X.
          88 JOB-IS-READY               VALUE 'Y' FALSE 'N'.

      *    JOBNET-CHECK's verdict on the jobnet.
       01 WS-PREFLIGHT-EOF-FLAG PIC 9   VALUE 0.
          88 PREFLIGHT-EOF              VALUE 1 FALSE 0.
       01 WS-PREFLIGHT-BAD-FLAG PIC X   VALUE "N".
          88 PREFLIGHT-NOGO             VALUE "Y" FALSE "N".
       01 WS-PREFLIGHT-REASON PIC X(60).

      *    The night's jobnet: one entry per JOBNET line, with the
      *    job's state as the night unfolds. PENDING jobs wait for
      *    their predecessors; HELD jobs sit behind a failure or a
       01 WS-FAILED-COUNT     PIC 9(2)  VALUE 0.
       01 WS-HELD-COUNT       PIC 9(2)  VALUE 0.

      *    Shared pre-flight status record layout.
       COPY "preflight.cpy".

       PROCEDURE DIVISION.
       JOB-SCHEDULER.
           PERFORM CHECK-PRE-FLIGHT
           IF PREFLIGHT-NOGO
              DISPLAY "JOB-SCHEDULER: JOBNET failed validation,"
                 " night not started -- "
                 FUNCTION TRIM(WS-PREFLIGHT-REASON)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-JOBNET
           IF WS-JOB-COUNT = 0
              DISPLAY "JOB-SCHEDULER: JOBNET empty or missing,"
           END-IF
           GOBACK.

      *    The newest JOBNET verdict on PREFLCHK decides.
       CHECK-PRE-FLIGHT.
           SET PREFLIGHT-NOGO TO FALSE
           MOVE SPACES TO WS-PREFLIGHT-REASON
           SET PREFLIGHT-EOF TO FALSE
           OPEN INPUT PREFLIGHT-STATUS-FILE
           PERFORM UNTIL PREFLIGHT-EOF
                   READ PREFLIGHT-STATUS-FILE INTO PF-STATUS-RECORD
                      AT END
                         SET PREFLIGHT-EOF TO TRUE
                      NOT AT END
                         IF PF-FILE-NAME = "JOBNET"
                            IF PF-NOGO
                               SET PREFLIGHT-NOGO TO TRUE
                               MOVE PF-REASON TO WS-PREFLIGHT-REASON
                            ELSE
                               SET PREFLIGHT-NOGO TO FALSE
                               MOVE SPACES TO WS-PREFLIGHT-REASON
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PREFLIGHT-STATUS-FILE
           .
       CHECK-PRE-FLIGHT-EXIT.
           EXIT.

       LOAD-JOBNET.
           MOVE 0 TO WS-JOB-COUNT
           SET JOBNET-EOF TO FALSE

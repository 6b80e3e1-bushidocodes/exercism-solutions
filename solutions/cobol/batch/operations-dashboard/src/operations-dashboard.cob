      *    from the nightly driver's JOBSTAT, record counts in and
      *    out of the LUHNSURV and NUCSURV hand-off files (with their
      *    trailer counts checked), reject totals by program from
      *    AUDITLOG, the smoke-test pass/fail counts from SMOKERPT,
      *    and the latest weekly referential integrity sweep from
      *    INTGSTAT.
      *
      *    REVIEW is raised by a step that is not OK (a PRIOR step,
      *    completed in the run being resumed, is fine), a hand-off
      *    trailer mismatch, any smoke-test failure, or an integrity
      *    sweep that FAILed -- which stays on the page until a later
      *    sweep passes. Rejects alone do not force a REVIEW --
      *    rejecting bad input is the system working -- but the
      *    totals are on the page.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SMOKE-TEST-REPORT-FILE ASSIGN TO "SMOKERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Integrity sweep summary -- see integrity-status.cpy.
           SELECT OPTIONAL INTEGRITY-STATUS-FILE ASSIGN TO "INTGSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DASHBOARD-FILE ASSIGN TO "DASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  SMOKE-TEST-REPORT-FILE.
       01  SMOKE-TEST-REPORT-RECORD  PIC X(90).
       FD  INTEGRITY-STATUS-FILE.
       01  INTEGRITY-STATUS-LINE  PIC X(77).
       FD  DASHBOARD-FILE.
       01  DASHBOARD-LINE         PIC X(100).

       01 WS-SMOKE-FAIL       PIC 9(4)  VALUE 0.
       01 WS-SCAN-COUNT       PIC 9(4).

      *    Relationship lines from the last integrity sweep, its
      *    "ALL" totals line kept apart.
       01 WS-INTEGRITY-COUNT  PIC 99    VALUE 0.
       01 WS-INTEGRITY-LINES.
          05 WS-INTEGRITY-LINE PIC X(77) OCCURS 10.
       01 WS-INTEGRITY-TOTAL  PIC X(77) VALUE SPACES.

       77 I                   PIC 99.
       77 WS-FOUND-IDX        PIC 99.

       COPY "audit-log.cpy".
      *    Shared header/trailer layout for the hand-off files.
       COPY "interface-control.cpy".
      *    Shared integrity-sweep status layout.
       COPY "integrity-status.cpy".

       PROCEDURE DIVISION.
       OPERATIONS-DASHBOARD.
           PERFORM GATHER-NUCSURV-COUNTS
           PERFORM GATHER-REJECT-TOTALS
           PERFORM GATHER-SMOKE-RESULTS
           PERFORM GATHER-INTEGRITY-STATUS
           PERFORM WRITE-DASHBOARD
           IF NIGHT-NEEDS-REVIEW
              DISPLAY "OPERATIONS-DASHBOARD: VERDICT REVIEW"
       GATHER-SMOKE-RESULTS-EXIT.
           EXIT.

      *    The sweep runs weekly, so INTGSTAT is whatever the last
      *    one found. No file means no sweep has run yet, which is
      *    shown but does not force a REVIEW.
       GATHER-INTEGRITY-STATUS.
           MOVE 0 TO WS-INTEGRITY-COUNT
           MOVE SPACES TO WS-INTEGRITY-TOTAL
           SET FILE-EOF TO FALSE
           OPEN INPUT INTEGRITY-STATUS-FILE
           PERFORM UNTIL FILE-EOF
                   READ INTEGRITY-STATUS-FILE INTO IS-STATUS-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF IS-MASTER = "ALL"
                            MOVE IS-STATUS-RECORD
                               TO WS-INTEGRITY-TOTAL
                            IF NOT IS-PASSED
                               SET NIGHT-NEEDS-REVIEW TO TRUE
                            END-IF
                         ELSE
                            IF WS-INTEGRITY-COUNT < 10
                               ADD 1 TO WS-INTEGRITY-COUNT
                               MOVE IS-STATUS-RECORD
                                  TO WS-INTEGRITY-LINE
                                     (WS-INTEGRITY-COUNT)
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE INTEGRITY-STATUS-FILE
           .
       GATHER-INTEGRITY-STATUS-EXIT.
           EXIT.

       WRITE-DASHBOARD.
           OPEN OUTPUT DASHBOARD-FILE
           IF NIGHT-NEEDS-REVIEW
              INTO DASHBOARD-LINE
           END-STRING
           WRITE DASHBOARD-LINE

           IF WS-INTEGRITY-TOTAL = SPACES
              MOVE "REFERENTIAL INTEGRITY (NO SWEEP ON FILE)"
                 TO DASHBOARD-LINE
              WRITE DASHBOARD-LINE
           ELSE
              MOVE WS-INTEGRITY-TOTAL TO IS-STATUS-RECORD
              STRING "REFERENTIAL INTEGRITY (SWEEP OF "
                 DELIMITED BY SIZE
                 IS-RUN-DATE DELIMITED BY SIZE
                 ") " DELIMITED BY SIZE
                 IS-RESULT DELIMITED BY SIZE
                 INTO DASHBOARD-LINE
              END-STRING
              WRITE DASHBOARD-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-INTEGRITY-COUNT
                   MOVE WS-INTEGRITY-LINE(I) TO IS-STATUS-RECORD
                   STRING "   " DELIMITED BY SIZE
                      IS-MASTER DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      IS-TARGET DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IS-RESULT DELIMITED BY SIZE
                      " ORPHANS=" DELIMITED BY SIZE
                      IS-ORPHANS DELIMITED BY SIZE
                      " AFTER PURGE=" DELIMITED BY SIZE
                      IS-PURGE-ORPHANS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IS-NOTE DELIMITED BY SIZE
                      INTO DASHBOARD-LINE
                   END-STRING
                   WRITE DASHBOARD-LINE
           END-PERFORM
           CLOSE DASHBOARD-FILE
           .
       WRITE-DASHBOARD-EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIANGLE-SPC.
      *    Statistical process control for the triangle fabrication
      *    audit. TRIANGLE-BATCH only says a part is in or out of
      *    PN-TOLERANCE, so QA heard about a drifting line once
      *    parts were already failing. This run keeps every measured
      *    triple from TRIAUDIT on the SPCHIST history by part
      *    number across runs and, for each side of each part
      *    (sides sorted ascending to line up with the sorted
      *    PARTMST nominals, as TRIANGLE does), charts the last
      *    WINDOW measurements: mean, standard deviation, 3-sigma
      *    control limits, and Cp/Cpk against the tolerance band.
      *    Sigma comes from SQUARE-ROOT-PRECISE (its file mode)
      *    rather than a second square-root routine.
      *
      *    The standard out-of-control patterns are flagged on
      *    SPCRPT while the parts are still inside tolerance:
      *       a point beyond the 3-sigma limits,
      *       seven points in a row on one side of the mean,
      *       six points in a row steadily rising or falling,
      *       two of three points beyond 2 sigma on one side,
      *    plus a Cpk below CPK-MIN. A signal raised by a point from
      *    this business date sets return code 4.
      *
      *    WINDOW (default 50, at most 100), MIN-POINTS (fewest
      *    points before patterns are judged, default 8) and CPK-MIN
      *    (default 1.33) come from PARMMST under TRIANGLE-SPC. A
      *    rerun on the same business date does not post TRIAUDIT
      *    to the history a second time. Triples that are incomplete,
      *    non-numeric or zero are left to TRIANGLE-BATCH's own
      *    audit and not charted.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRIANGLE-AUDIT-FILE ASSIGN TO "TRIAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Measurement history, appended once per business date.
           SELECT OPTIONAL SPC-HISTORY-FILE ASSIGN TO "SPCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Parts master: nominal side lengths and tolerance band.
           SELECT PART-MASTER-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PART-NO
               FILE STATUS IS WS-PARTMST-STATUS.
      *    Hand-off to and from SQUARE-ROOT-PRECISE-BATCH.
           SELECT ROOT-IN-FILE ASSIGN TO "SQRTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROOT-OUT-FILE ASSIGN TO "SQRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPC-REPORT-FILE ASSIGN TO "SPCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIANGLE-AUDIT-FILE.
       01  TRIANGLE-AUDIT-RECORD.
           02 TA-PART-NO        PIC X(8).
           02 FILLER            PIC X.
           02 TA-SIDES          PIC X(20).
       FD  SPC-HISTORY-FILE.
       01  SPC-HISTORY-RECORD.
           02 SH-PART-NO        PIC X(8).
           02 FILLER            PIC X.
           02 SH-RUN-DATE       PIC X(8).
           02 SH-SIDE-ENTRY OCCURS 3.
              05 FILLER         PIC X.
              05 SH-SIDE        PIC 9(3)V9(3).
       FD  PART-MASTER-FILE.
       01  PART-MASTER-RECORD.
           02 PN-PART-NO        PIC X(8).
           02 PN-NOMINAL-1      PIC 9(3)V9(2).
           02 PN-NOMINAL-2      PIC 9(3)V9(2).
           02 PN-NOMINAL-3      PIC 9(3)V9(2).
           02 PN-TOLERANCE      PIC 9(2)V9(2).
       FD  ROOT-IN-FILE.
       01  ROOT-IN-RECORD.
           02 RI-NUMBER         PIC 9(32).
           02 FILLER            PIC X.
           02 RI-PRECISION      PIC 9.
       FD  ROOT-OUT-FILE.
       01  ROOT-OUT-RECORD.
           02 RO-RESULT         PIC 9(28)V9(9).
           02 FILLER            PIC X.
           02 RO-OVERFLOW-FLAG  PIC X.
       FD  SPC-REPORT-FILE.
       01  SPC-REPORT-LINE      PIC X(132).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD  PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-EOF-FLAG    PIC 9     VALUE 0.
          88 AUDIT-EOF                   VALUE 1 FALSE 0.
       01 WS-HIST-EOF-FLAG     PIC 9     VALUE 0.
          88 HIST-EOF                    VALUE 1 FALSE 0.
       01 WS-ROOT-EOF-FLAG     PIC 9     VALUE 0.
          88 ROOT-EOF                    VALUE 1 FALSE 0.
       01 WS-POSTED-FLAG       PIC X     VALUE 'N'.
          88 ALREADY-POSTED-TODAY        VALUE 'Y' FALSE 'N'.
       01 WS-PARTMST-STATUS    PIC XX.

      *    Run parameters -- PARMMST under TRIANGLE-SPC.
       01 WS-WINDOW            PIC 9(3)  VALUE 50.
       01 WS-MIN-POINTS        PIC 9(3)  VALUE 8.
       01 WS-CPK-MIN           PIC 9V99  VALUE 1.33.

      *    One chart per part and side: the last WS-WINDOW points in
      *    date order, the part's sorted nominals, and the statistics
      *    once computed.
       01 WS-PART-COUNT        PIC 9(3)  VALUE 0.
       01 WS-PART-TABLE.
          05 WS-PART-ENTRY OCCURS 200.
             10 SP-PART-NO          PIC X(8).
             10 SP-ON-MASTER-FLAG   PIC X.
                88 SP-ON-MASTER               VALUE 'Y' FALSE 'N'.
             10 SP-TOLERANCE        PIC 9(2)V9(2).
             10 SP-POINT-COUNT      PIC 9(3).
             10 SP-SIDE-STATS OCCURS 3.
                15 SP-NOMINAL       PIC 9(3)V9(2).
                15 SP-MEAN          PIC 9(3)V9(6).
                15 SP-VARIANCE      PIC 9(7)V9(8).
                15 SP-SIGMA         PIC 9(4)V9(8).
             10 SP-POINT OCCURS 100.
                15 SP-RUN-DATE      PIC X(8).
                15 SP-SIDE          PIC 9(3)V9(3) OCCURS 3.
       77 P                    PIC 9(3).
       77 K                    PIC 9.
       77 N                    PIC 9(3).
       77 M                    PIC 9(3).

      *    Posting work fields.
       01 WS-FIND-PART-NO      PIC X(8).
       01 WS-FOUND-PART        PIC 9(3).
       01 WS-NEW-DATE          PIC X(8).
       01 WS-NEW-SIDES.
          05 WS-NEW-SIDE       PIC 9(3)V9(3) OCCURS 3.
       01 WS-SIDE-TEXT         PIC X(20)  OCCURS 3.
       01 WS-SIDE-FIELDS       PIC 9.
       01 WS-SIDE-SWAP         PIC 9(3)V9(3).
       01 WS-NOMINAL-SWAP      PIC 9(3)V9(2).
       01 WS-TRIPLE-OK-FLAG    PIC X.
          88 TRIPLE-OK                   VALUE 'Y' FALSE 'N'.
       01 WS-POSTED-COUNT      PIC 9(5)  VALUE 0.
       01 WS-SKIPPED-COUNT     PIC 9(5)  VALUE 0.
       01 WS-DROPPED-COUNT     PIC 9(5)  VALUE 0.
       01 WS-STAGED-COUNT      PIC 9(4)  VALUE 0.
       01 WS-ROOT-COUNT        PIC 9(4)  VALUE 0.

      *    Statistics work fields.
       01 WS-SUM               PIC 9(7)V9(6).
       01 WS-SUM-SQ            PIC 9(11)V9(8).
       01 WS-DEVIATION         PIC S9(4)V9(6).
       01 WS-SCALED-VARIANCE   PIC 9(15).
       01 WS-DIVISOR           PIC 9(3).
       01 WS-SPEC-WIDTH        PIC 9(3)V9(2).
       01 WS-UPPER-ROOM        PIC S9(4)V9(6).
       01 WS-LOWER-ROOM        PIC S9(4)V9(6).
       01 WS-THREE-SIGMA       PIC 9(5)V9(8).
       01 WS-SIX-SIGMA         PIC 9(5)V9(8).
       01 WS-UCL               PIC S9(4)V9(6).
       01 WS-LCL               PIC S9(4)V9(6).
       01 WS-UPPER-2           PIC S9(4)V9(6).
       01 WS-LOWER-2           PIC S9(4)V9(6).
       01 WS-CP                PIC S9(3)V99.
       01 WS-CPK               PIC S9(3)V99.
       01 WS-CPK-UPPER         PIC S9(3)V99.
       01 WS-CPK-LOWER         PIC S9(3)V99.
       01 WS-CAPABILITY-FLAG   PIC X.
          88 CAPABILITY-KNOWN            VALUE 'Y' FALSE 'N'.

      *    Pattern tests, run point by point along one chart.
       01 WS-ABOVE-RUN         PIC 9(3).
       01 WS-BELOW-RUN         PIC 9(3).
       01 WS-RISE-RUN          PIC 9(3).
       01 WS-FALL-RUN          PIC 9(3).
       01 WS-HIGH-2S-RUN       PIC 9.
       01 WS-LOW-2S-RUN        PIC 9.
       01 WS-ZONE-WINDOW.
          05 WS-ZONE           PIC X  OCCURS 3.
       01 WS-SIGNAL-TEXT       PIC X(40).
       01 WS-SIGNAL-COUNT      PIC 9(5)  VALUE 0.
       01 WS-NEW-SIGNAL-COUNT  PIC 9(5)  VALUE 0.
       01 WS-CHART-COUNT       PIC 9(4)  VALUE 0.

      *    Report edit fields.
       01 WS-MEAN-OUT          PIC ZZ9.9999.
       01 WS-SIGMA-OUT         PIC ZZ9.9999.
       01 WS-LIMIT-OUT         PIC -ZZ9.9999.
       01 WS-LIMIT-OUT-2       PIC -ZZ9.9999.
       01 WS-CP-OUT            PIC -ZZ9.99.
       01 WS-CPK-OUT           PIC -ZZ9.99.
       01 WS-VALUE-OUT         PIC ZZ9.999.
       01 WS-NOMINAL-OUT       PIC ZZ9.99.
       01 WS-TOLERANCE-OUT     PIC Z9.99.
       01 WS-COUNT-OUT         PIC ZZ9.

      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       TRIANGLE-SPC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-SPC-PARMS
           PERFORM LOAD-SPC-HISTORY
           IF ALREADY-POSTED-TODAY
              DISPLAY "TRIANGLE-SPC: " BD-BUSINESS-DATE
                 " already on SPCHIST, TRIAUDIT not posted again"
           ELSE
              PERFORM POST-TODAYS-AUDIT
           END-IF
           PERFORM LOAD-PART-NOMINALS
           PERFORM COMPUTE-MEANS-AND-VARIANCES
           PERFORM STAGE-VARIANCES
           CALL "SQUARE-ROOT-PRECISE-BATCH"
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-SIGMAS
           IF WS-ROOT-COUNT NOT = WS-STAGED-COUNT
              DISPLAY "TRIANGLE-SPC: " WS-STAGED-COUNT
                 " VARIANCES STAGED BUT " WS-ROOT-COUNT
                 " CAME BACK -- NO CHARTS PRODUCED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT SPC-REPORT-FILE
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "TRIANGLE FABRICATION SPC -- BUSINESS DATE "
              DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO SPC-REPORT-LINE
           END-STRING
           WRITE SPC-REPORT-LINE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PART-COUNT
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                           PERFORM REPORT-ONE-CHART
                   END-PERFORM
           END-PERFORM
           MOVE SPACES TO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           MOVE SPACES TO SPC-REPORT-LINE
           STRING WS-PART-COUNT DELIMITED BY SIZE
              " PARTS, " DELIMITED BY SIZE
              WS-CHART-COUNT DELIMITED BY SIZE
              " CHARTS, " DELIMITED BY SIZE
              WS-SIGNAL-COUNT DELIMITED BY SIZE
              " SIGNALS (" DELIMITED BY SIZE
              WS-NEW-SIGNAL-COUNT DELIMITED BY SIZE
              " NEW THIS RUN), " DELIMITED BY SIZE
              WS-POSTED-COUNT DELIMITED BY SIZE
              " MEASUREMENTS POSTED, " DELIMITED BY SIZE
              WS-SKIPPED-COUNT DELIMITED BY SIZE
              " NOT CHARTABLE" DELIMITED BY SIZE
              INTO SPC-REPORT-LINE
           END-STRING
           WRITE SPC-REPORT-LINE
           CLOSE SPC-REPORT-FILE

           DISPLAY "TRIANGLE-SPC: " WS-PART-COUNT " PARTS, "
              WS-POSTED-COUNT " POSTED, " WS-SIGNAL-COUNT
              " SIGNALS, " WS-NEW-SIGNAL-COUNT " NEW"
           IF WS-DROPPED-COUNT > 0
              DISPLAY "TRIANGLE-SPC: " WS-DROPPED-COUNT
                 " MEASUREMENTS FOR PARTS BEYOND THE 200-PART TABLE"
           END-IF
           IF WS-NEW-SIGNAL-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    WINDOW, MIN-POINTS and CPK-MIN from PARMMST; a value
      *    missing or out of range keeps the default.
       LOAD-SPC-PARMS.
           MOVE "TRIANGLE-SPC" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "WINDOW" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:3) IS NUMERIC
              IF PP-FOUND-VALUE(1:3) >= "002"
                 AND PP-FOUND-VALUE(1:3) <= "100"
                 MOVE PP-FOUND-VALUE(1:3) TO WS-WINDOW
              END-IF
           END-IF
           MOVE "MIN-POINTS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:3) IS NUMERIC
              IF PP-FOUND-VALUE(1:3) >= "002"
                 MOVE PP-FOUND-VALUE(1:3) TO WS-MIN-POINTS
              END-IF
           END-IF
           MOVE "CPK-MIN" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND
              IF TEST-NUMVAL(PP-FOUND-VALUE) = 0
                 IF NUMVAL(PP-FOUND-VALUE) > 0
                    AND NUMVAL(PP-FOUND-VALUE) < 10
                    COMPUTE WS-CPK-MIN = NUMVAL(PP-FOUND-VALUE)
                 END-IF
              END-IF
           END-IF
           .
       LOAD-SPC-PARMS-EXIT.
           EXIT.

      *    The history in file order is date order, so each part's
      *    points land oldest first.
       LOAD-SPC-HISTORY.
           SET ALREADY-POSTED-TODAY TO FALSE
           SET HIST-EOF TO FALSE
           OPEN INPUT SPC-HISTORY-FILE
           PERFORM UNTIL HIST-EOF
                   READ SPC-HISTORY-FILE
                      AT END
                         SET HIST-EOF TO TRUE
                      NOT AT END
                         IF SH-RUN-DATE = BD-BUSINESS-DATE
                            SET ALREADY-POSTED-TODAY TO TRUE
                         END-IF
                         IF SH-SIDE(1) IS NUMERIC
                            AND SH-SIDE(2) IS NUMERIC
                            AND SH-SIDE(3) IS NUMERIC
                            MOVE SH-PART-NO TO WS-FIND-PART-NO
                            MOVE SH-RUN-DATE TO WS-NEW-DATE
                            MOVE SH-SIDE(1) TO WS-NEW-SIDE(1)
                            MOVE SH-SIDE(2) TO WS-NEW-SIDE(2)
                            MOVE SH-SIDE(3) TO WS-NEW-SIDE(3)
                            PERFORM ADD-CHART-POINT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SPC-HISTORY-FILE
           .
       LOAD-SPC-HISTORY-EXIT.
           EXIT.

      *    Every chartable TRIAUDIT triple goes onto SPCHIST under
      *    the business date and onto its part's chart.
       POST-TODAYS-AUDIT.
           SET AUDIT-EOF TO FALSE
           OPEN INPUT TRIANGLE-AUDIT-FILE
           OPEN EXTEND SPC-HISTORY-FILE
           PERFORM UNTIL AUDIT-EOF
                   READ TRIANGLE-AUDIT-FILE
                      AT END
                         SET AUDIT-EOF TO TRUE
                      NOT AT END
                         PERFORM PARSE-AUDIT-TRIPLE
                         IF TRIPLE-OK
                            PERFORM POST-ONE-TRIPLE
                         ELSE
                            ADD 1 TO WS-SKIPPED-COUNT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SPC-HISTORY-FILE
           CLOSE TRIANGLE-AUDIT-FILE
           .
       POST-TODAYS-AUDIT-EXIT.
           EXIT.

      *    "s1,s2,s3" into WS-NEW-SIDE, sorted ascending. Anything
      *    short of three positive numbers is not chartable.
       PARSE-AUDIT-TRIPLE.
           SET TRIPLE-OK TO FALSE
           IF TA-PART-NO = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SIDE-TEXT(1) WS-SIDE-TEXT(2)
              WS-SIDE-TEXT(3)
           MOVE 0 TO WS-SIDE-FIELDS
           UNSTRING TA-SIDES DELIMITED BY ","
              INTO WS-SIDE-TEXT(1) WS-SIDE-TEXT(2) WS-SIDE-TEXT(3)
              TALLYING IN WS-SIDE-FIELDS
           END-UNSTRING
           IF WS-SIDE-FIELDS < 3
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                   IF WS-SIDE-TEXT(K) = SPACES
                      OR TEST-NUMVAL(WS-SIDE-TEXT(K)) NOT = 0
                      EXIT PARAGRAPH
                   END-IF
                   IF NUMVAL(WS-SIDE-TEXT(K)) <= 0
                      OR NUMVAL(WS-SIDE-TEXT(K)) >= 1000
                      EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-NEW-SIDE(K) ROUNDED =
                      NUMVAL(WS-SIDE-TEXT(K))
           END-PERFORM
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > 2
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3 - N
                           IF WS-NEW-SIDE(K) > WS-NEW-SIDE(K + 1)
                              MOVE WS-NEW-SIDE(K) TO WS-SIDE-SWAP
                              MOVE WS-NEW-SIDE(K + 1)
                                 TO WS-NEW-SIDE(K)
                              MOVE WS-SIDE-SWAP TO WS-NEW-SIDE(K + 1)
                           END-IF
                   END-PERFORM
           END-PERFORM
           SET TRIPLE-OK TO TRUE
           .
       PARSE-AUDIT-TRIPLE-EXIT.
           EXIT.

       POST-ONE-TRIPLE.
           MOVE SPACES TO SPC-HISTORY-RECORD
           MOVE TA-PART-NO TO SH-PART-NO
           MOVE BD-BUSINESS-DATE TO SH-RUN-DATE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                   MOVE WS-NEW-SIDE(K) TO SH-SIDE(K)
           END-PERFORM
           WRITE SPC-HISTORY-RECORD
           ADD 1 TO WS-POSTED-COUNT
           MOVE TA-PART-NO TO WS-FIND-PART-NO
           MOVE BD-BUSINESS-DATE TO WS-NEW-DATE
           PERFORM ADD-CHART-POINT
           .
       POST-ONE-TRIPLE-EXIT.
           EXIT.

      *    Appends WS-NEW-SIDES to WS-FIND-PART-NO's chart, adding the
      *    part if it is new. A full window drops its oldest point.
       ADD-CHART-POINT.
           MOVE 0 TO WS-FOUND-PART
           PERFORM VARYING P FROM 1 BY 1
              UNTIL P > WS-PART-COUNT OR WS-FOUND-PART > 0
                   IF SP-PART-NO(P) = WS-FIND-PART-NO
                      MOVE P TO WS-FOUND-PART
                   END-IF
           END-PERFORM
           IF WS-FOUND-PART = 0
              IF WS-PART-COUNT >= 200
                 ADD 1 TO WS-DROPPED-COUNT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-PART-COUNT
              MOVE WS-PART-COUNT TO WS-FOUND-PART
              INITIALIZE WS-PART-ENTRY(WS-FOUND-PART)
              MOVE WS-FIND-PART-NO TO SP-PART-NO(WS-FOUND-PART)
              SET SP-ON-MASTER(WS-FOUND-PART) TO FALSE
           END-IF
           MOVE WS-FOUND-PART TO P
           IF SP-POINT-COUNT(P) >= WS-WINDOW
              PERFORM VARYING N FROM 2 BY 1
                 UNTIL N > SP-POINT-COUNT(P)
                      MOVE SP-POINT(P, N) TO SP-POINT(P, N - 1)
              END-PERFORM
              SUBTRACT 1 FROM SP-POINT-COUNT(P)
           END-IF
           ADD 1 TO SP-POINT-COUNT(P)
           MOVE SP-POINT-COUNT(P) TO N
           MOVE WS-NEW-DATE TO SP-RUN-DATE(P, N)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                   MOVE WS-NEW-SIDE(K) TO SP-SIDE(P, N, K)
           END-PERFORM
           .
       ADD-CHART-POINT-EXIT.
           EXIT.

      *    Each charted part's nominals, sorted ascending like its
      *    sides, and tolerance. A missing PARTMST or part charts
      *    without Cp/Cpk.
       LOAD-PART-NOMINALS.
           OPEN INPUT PART-MASTER-FILE
           IF WS-PARTMST-STATUS NOT = "00"
              DISPLAY "TRIANGLE-SPC: PARTMST not available, status "
                 WS-PARTMST-STATUS " -- no Cp/Cpk this run"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PART-COUNT
                   MOVE SP-PART-NO(P) TO PN-PART-NO
                   READ PART-MASTER-FILE
                      INVALID KEY
                         SET SP-ON-MASTER(P) TO FALSE
                      NOT INVALID KEY
                         SET SP-ON-MASTER(P) TO TRUE
                         MOVE PN-NOMINAL-1 TO SP-NOMINAL(P, 1)
                         MOVE PN-NOMINAL-2 TO SP-NOMINAL(P, 2)
                         MOVE PN-NOMINAL-3 TO SP-NOMINAL(P, 3)
                         MOVE PN-TOLERANCE TO SP-TOLERANCE(P)
                         PERFORM SORT-PART-NOMINALS
                   END-READ
           END-PERFORM
           CLOSE PART-MASTER-FILE
           .
       LOAD-PART-NOMINALS-EXIT.
           EXIT.

       SORT-PART-NOMINALS.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > 2
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3 - N
                           IF SP-NOMINAL(P, K) > SP-NOMINAL(P, K + 1)
                              MOVE SP-NOMINAL(P, K) TO WS-NOMINAL-SWAP
                              MOVE SP-NOMINAL(P, K + 1)
                                 TO SP-NOMINAL(P, K)
                              MOVE WS-NOMINAL-SWAP
                                 TO SP-NOMINAL(P, K + 1)
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       SORT-PART-NOMINALS-EXIT.
           EXIT.

      *    Mean and sample variance (n - 1) of every chart. A chart
      *    with a single point has no variance.
       COMPUTE-MEANS-AND-VARIANCES.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PART-COUNT
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                           PERFORM COMPUTE-ONE-CHART
                   END-PERFORM
           END-PERFORM
           .
       COMPUTE-MEANS-AND-VARIANCES-EXIT.
           EXIT.

       COMPUTE-ONE-CHART.
           MOVE 0 TO WS-SUM
           MOVE 0 TO WS-SUM-SQ
           MOVE 0 TO SP-VARIANCE(P, K)
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > SP-POINT-COUNT(P)
                   ADD SP-SIDE(P, N, K) TO WS-SUM
           END-PERFORM
           COMPUTE SP-MEAN(P, K) ROUNDED =
              WS-SUM / SP-POINT-COUNT(P)
           IF SP-POINT-COUNT(P) < 2
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > SP-POINT-COUNT(P)
                   COMPUTE WS-DEVIATION =
                      SP-SIDE(P, N, K) - SP-MEAN(P, K)
                   COMPUTE WS-SUM-SQ =
                      WS-SUM-SQ + WS-DEVIATION * WS-DEVIATION
           END-PERFORM
           COMPUTE WS-DIVISOR = SP-POINT-COUNT(P) - 1
           COMPUTE SP-VARIANCE(P, K) ROUNDED =
              WS-SUM-SQ / WS-DIVISOR
           .
       COMPUTE-ONE-CHART-EXIT.
           EXIT.

      *    Sigma is the root of the variance. SQUARE-ROOT-PRECISE
      *    takes whole numbers, so each variance goes over scaled by
      *    10**8 and comes back as sigma times 10**4, carried to six
      *    places. One line per chart, parts in table order.
       STAGE-VARIANCES.
           MOVE 0 TO WS-STAGED-COUNT
           OPEN OUTPUT ROOT-IN-FILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PART-COUNT
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                           COMPUTE WS-SCALED-VARIANCE =
                              SP-VARIANCE(P, K) * 100000000
                           MOVE SPACES TO ROOT-IN-RECORD
                           MOVE WS-SCALED-VARIANCE TO RI-NUMBER
                           MOVE 6 TO RI-PRECISION
                           WRITE ROOT-IN-RECORD
                           ADD 1 TO WS-STAGED-COUNT
                   END-PERFORM
           END-PERFORM
           CLOSE ROOT-IN-FILE
           .
       STAGE-VARIANCES-EXIT.
           EXIT.

       LOAD-SIGMAS.
           MOVE 0 TO WS-ROOT-COUNT
           MOVE 1 TO P
           MOVE 1 TO K
           SET ROOT-EOF TO FALSE
           OPEN INPUT ROOT-OUT-FILE
           PERFORM UNTIL ROOT-EOF
                   READ ROOT-OUT-FILE
                      AT END
                         SET ROOT-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-ROOT-COUNT
                         IF P <= WS-PART-COUNT
                            IF RO-OVERFLOW-FLAG = "Y"
                               MOVE 0 TO SP-SIGMA(P, K)
                            ELSE
                               COMPUTE SP-SIGMA(P, K) ROUNDED =
                                  RO-RESULT / 10000
                            END-IF
                            IF K = 3
                               MOVE 1 TO K
                               ADD 1 TO P
                            ELSE
                               ADD 1 TO K
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ROOT-OUT-FILE
           .
       LOAD-SIGMAS-EXIT.
           EXIT.

      *    One chart: its summary line, then every out-of-control
      *    pattern found along its points.
       REPORT-ONE-CHART.
           ADD 1 TO WS-CHART-COUNT
           COMPUTE WS-UCL = SP-MEAN(P, K) + 3 * SP-SIGMA(P, K)
           COMPUTE WS-LCL = SP-MEAN(P, K) - 3 * SP-SIGMA(P, K)
           COMPUTE WS-UPPER-2 = SP-MEAN(P, K) + 2 * SP-SIGMA(P, K)
           COMPUTE WS-LOWER-2 = SP-MEAN(P, K) - 2 * SP-SIGMA(P, K)
           PERFORM COMPUTE-CAPABILITY

           MOVE SPACES TO SPC-REPORT-LINE
           WRITE SPC-REPORT-LINE
           MOVE SP-POINT-COUNT(P) TO WS-COUNT-OUT
           MOVE SP-MEAN(P, K) TO WS-MEAN-OUT
           MOVE SP-SIGMA(P, K) TO WS-SIGMA-OUT
           MOVE WS-LCL TO WS-LIMIT-OUT
           MOVE WS-UCL TO WS-LIMIT-OUT-2
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "PART " DELIMITED BY SIZE
              SP-PART-NO(P) DELIMITED BY SIZE
              " SIDE " DELIMITED BY SIZE
              K DELIMITED BY SIZE
              "  N " DELIMITED BY SIZE
              WS-COUNT-OUT DELIMITED BY SIZE
              "  MEAN " DELIMITED BY SIZE
              WS-MEAN-OUT DELIMITED BY SIZE
              "  SIGMA " DELIMITED BY SIZE
              WS-SIGMA-OUT DELIMITED BY SIZE
              "  LCL " DELIMITED BY SIZE
              WS-LIMIT-OUT DELIMITED BY SIZE
              "  UCL " DELIMITED BY SIZE
              WS-LIMIT-OUT-2 DELIMITED BY SIZE
              INTO SPC-REPORT-LINE
           END-STRING
           WRITE SPC-REPORT-LINE

           MOVE SPACES TO SPC-REPORT-LINE
           IF CAPABILITY-KNOWN
              MOVE SP-NOMINAL(P, K) TO WS-NOMINAL-OUT
              MOVE SP-TOLERANCE(P) TO WS-TOLERANCE-OUT
              MOVE WS-CP TO WS-CP-OUT
              MOVE WS-CPK TO WS-CPK-OUT
              STRING "     NOMINAL " DELIMITED BY SIZE
                 WS-NOMINAL-OUT DELIMITED BY SIZE
                 " +/- " DELIMITED BY SIZE
                 WS-TOLERANCE-OUT DELIMITED BY SIZE
                 "  CP " DELIMITED BY SIZE
                 WS-CP-OUT DELIMITED BY SIZE
                 "  CPK " DELIMITED BY SIZE
                 WS-CPK-OUT DELIMITED BY SIZE
                 INTO SPC-REPORT-LINE
              END-STRING
           ELSE
              IF SP-ON-MASTER(P)
                 STRING "     CP/CPK N/A -- NO VARIATION YET"
                    DELIMITED BY SIZE
                    INTO SPC-REPORT-LINE
                 END-STRING
              ELSE
                 STRING "     CP/CPK N/A -- PART NOT ON PARTMST"
                    DELIMITED BY SIZE
                    INTO SPC-REPORT-LINE
                 END-STRING
              END-IF
           END-IF
           WRITE SPC-REPORT-LINE

           IF CAPABILITY-KNOWN AND WS-CPK < WS-CPK-MIN
              MOVE "CPK BELOW MINIMUM" TO WS-SIGNAL-TEXT
              MOVE SP-POINT-COUNT(P) TO N
              PERFORM WRITE-SIGNAL-LINE
           END-IF

           IF SP-POINT-COUNT(P) < WS-MIN-POINTS
              MOVE SPACES TO SPC-REPORT-LINE
              STRING "     TOO FEW POINTS TO JUDGE PATTERNS"
                 DELIMITED BY SIZE
                 INTO SPC-REPORT-LINE
              END-STRING
              WRITE SPC-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           IF SP-SIGMA(P, K) = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-CHART-PATTERNS
           .
       REPORT-ONE-CHART-EXIT.
           EXIT.

      *    Cp is the tolerance band over six sigma; Cpk the nearer
      *    specification limit over three sigma. Neither means
      *    anything without a nominal or with no variation.
       COMPUTE-CAPABILITY.
           SET CAPABILITY-KNOWN TO FALSE
           IF NOT SP-ON-MASTER(P) OR SP-SIGMA(P, K) = 0
              EXIT PARAGRAPH
           END-IF
           SET CAPABILITY-KNOWN TO TRUE
           COMPUTE WS-SPEC-WIDTH = 2 * SP-TOLERANCE(P)
           COMPUTE WS-UPPER-ROOM =
              SP-NOMINAL(P, K) + SP-TOLERANCE(P) - SP-MEAN(P, K)
           COMPUTE WS-LOWER-ROOM =
              SP-MEAN(P, K) - SP-NOMINAL(P, K) + SP-TOLERANCE(P)
           COMPUTE WS-THREE-SIGMA = 3 * SP-SIGMA(P, K)
           COMPUTE WS-SIX-SIGMA = 6 * SP-SIGMA(P, K)
           COMPUTE WS-CP ROUNDED = WS-SPEC-WIDTH / WS-SIX-SIGMA
              ON SIZE ERROR
                 MOVE 999.99 TO WS-CP
           END-COMPUTE
           COMPUTE WS-CPK-UPPER ROUNDED =
              WS-UPPER-ROOM / WS-THREE-SIGMA
              ON SIZE ERROR
                 MOVE 999.99 TO WS-CPK-UPPER
           END-COMPUTE
           COMPUTE WS-CPK-LOWER ROUNDED =
              WS-LOWER-ROOM / WS-THREE-SIGMA
              ON SIZE ERROR
                 MOVE 999.99 TO WS-CPK-LOWER
           END-COMPUTE
           IF WS-CPK-UPPER < WS-CPK-LOWER
              MOVE WS-CPK-UPPER TO WS-CPK
           ELSE
              MOVE WS-CPK-LOWER TO WS-CPK
           END-IF
           .
       COMPUTE-CAPABILITY-EXIT.
           EXIT.

      *    Walks the chart oldest first, keeping the run lengths each
      *    pattern needs. A run pattern is reported once, at the
      *    point that completes it.
       SCAN-CHART-PATTERNS.
           MOVE 0 TO WS-ABOVE-RUN WS-BELOW-RUN
           MOVE 1 TO WS-RISE-RUN WS-FALL-RUN
           MOVE SPACES TO WS-ZONE-WINDOW
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > SP-POINT-COUNT(P)
                   PERFORM TEST-ONE-POINT
           END-PERFORM
           .
       SCAN-CHART-PATTERNS-EXIT.
           EXIT.

       TEST-ONE-POINT.
           IF SP-SIDE(P, N, K) > WS-UCL
              OR SP-SIDE(P, N, K) < WS-LCL
              MOVE "POINT BEYOND 3-SIGMA LIMIT" TO WS-SIGNAL-TEXT
              PERFORM WRITE-SIGNAL-LINE
           END-IF

           EVALUATE TRUE
              WHEN SP-SIDE(P, N, K) > SP-MEAN(P, K)
                 ADD 1 TO WS-ABOVE-RUN
                 MOVE 0 TO WS-BELOW-RUN
              WHEN SP-SIDE(P, N, K) < SP-MEAN(P, K)
                 ADD 1 TO WS-BELOW-RUN
                 MOVE 0 TO WS-ABOVE-RUN
              WHEN OTHER
                 MOVE 0 TO WS-ABOVE-RUN WS-BELOW-RUN
           END-EVALUATE
           IF WS-ABOVE-RUN = 7
              MOVE "SEVEN IN A ROW ABOVE THE MEAN" TO WS-SIGNAL-TEXT
              PERFORM WRITE-SIGNAL-LINE
           END-IF
           IF WS-BELOW-RUN = 7
              MOVE "SEVEN IN A ROW BELOW THE MEAN" TO WS-SIGNAL-TEXT
              PERFORM WRITE-SIGNAL-LINE
           END-IF

           IF N > 1
              MOVE N TO M
              SUBTRACT 1 FROM M
              EVALUATE TRUE
                 WHEN SP-SIDE(P, N, K) > SP-SIDE(P, M, K)
                    ADD 1 TO WS-RISE-RUN
                    MOVE 1 TO WS-FALL-RUN
                 WHEN SP-SIDE(P, N, K) < SP-SIDE(P, M, K)
                    ADD 1 TO WS-FALL-RUN
                    MOVE 1 TO WS-RISE-RUN
                 WHEN OTHER
                    MOVE 1 TO WS-RISE-RUN WS-FALL-RUN
              END-EVALUATE
              IF WS-RISE-RUN = 6
                 MOVE "SIX IN A ROW RISING" TO WS-SIGNAL-TEXT
                 PERFORM WRITE-SIGNAL-LINE
              END-IF
              IF WS-FALL-RUN = 6
                 MOVE "SIX IN A ROW FALLING" TO WS-SIGNAL-TEXT
                 PERFORM WRITE-SIGNAL-LINE
              END-IF
           END-IF

      *    Zone of the last three points: H beyond +2 sigma, L
      *    beyond -2 sigma.
           MOVE WS-ZONE(2) TO WS-ZONE(1)
           MOVE WS-ZONE(3) TO WS-ZONE(2)
           EVALUATE TRUE
              WHEN SP-SIDE(P, N, K) > WS-UPPER-2
                 MOVE "H" TO WS-ZONE(3)
              WHEN SP-SIDE(P, N, K) < WS-LOWER-2
                 MOVE "L" TO WS-ZONE(3)
              WHEN OTHER
                 MOVE "-" TO WS-ZONE(3)
           END-EVALUATE
           MOVE 0 TO WS-HIGH-2S-RUN WS-LOW-2S-RUN
           INSPECT WS-ZONE-WINDOW TALLYING WS-HIGH-2S-RUN FOR ALL "H"
           INSPECT WS-ZONE-WINDOW TALLYING WS-LOW-2S-RUN FOR ALL "L"
           IF (WS-ZONE(3) = "H" AND WS-HIGH-2S-RUN = 2)
              OR (WS-ZONE(3) = "L" AND WS-LOW-2S-RUN = 2)
              MOVE "TWO OF THREE BEYOND 2 SIGMA" TO WS-SIGNAL-TEXT
              PERFORM WRITE-SIGNAL-LINE
           END-IF
           .
       TEST-ONE-POINT-EXIT.
           EXIT.

      *    One signal line for point N of the chart; a point from
      *    this business date makes it a new signal.
       WRITE-SIGNAL-LINE.
           ADD 1 TO WS-SIGNAL-COUNT
           IF SP-RUN-DATE(P, N) = BD-BUSINESS-DATE
              ADD 1 TO WS-NEW-SIGNAL-COUNT
           END-IF
           MOVE SP-SIDE(P, N, K) TO WS-VALUE-OUT
           MOVE N TO WS-COUNT-OUT
           MOVE SPACES TO SPC-REPORT-LINE
           STRING "     SIGNAL  " DELIMITED BY SIZE
              WS-SIGNAL-TEXT DELIMITED BY SIZE
              " POINT " DELIMITED BY SIZE
              WS-COUNT-OUT DELIMITED BY SIZE
              " OF " DELIMITED BY SIZE
              SP-RUN-DATE(P, N) DELIMITED BY SIZE
              " VALUE " DELIMITED BY SIZE
              WS-VALUE-OUT DELIMITED BY SIZE
              INTO SPC-REPORT-LINE
           END-STRING
           WRITE SPC-REPORT-LINE
           .
       WRITE-SIGNAL-LINE-EXIT.
           EXIT.

       LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BD-BUSINESS-DATE
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
           DISPLAY "TRIANGLE-SPC: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

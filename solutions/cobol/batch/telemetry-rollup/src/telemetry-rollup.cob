       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELEMETRY-ROLLUP.
      *    Daily rollup of what the sensors actually report.
      *    TELEMETRY-DRAIN saves every reading to the business day's
      *    TELEHIST generation, but the fleet status report only
      *    watches overwrite counters, so a sensor that goes on
      *    reporting garbage looks healthy until it falls silent.
      *    This run summarises the day's TELEHIST per sensor --
      *    reading count, minimum, maximum, mean and the histogram
      *    of the 0-9 readings -- onto the TELEROLL rollup history,
      *    and judges each sensor's day against its own baseline:
      *    the rollups of the 30 days before the business date.
      *
      *    A sensor is STUCK when every reading of a day of at least
      *    MIN-READINGS readings is the same value. Its distribution
      *    has SHIFTed when the histogram differs from the baseline
      *    histogram by SHIFT-PCT percent or more (half the summed
      *    difference of the two as proportions, so 0 is the same
      *    shape and 100 no overlap at all), judged only once the
      *    baseline has MIN-BASEDAYS days of rollups behind it. Each
      *    flagged sensor gets a WARNING on the central ALERTS file.
      *    The three limits are on PARMMST under TELEMETRY-ROLLUP;
      *    a value missing or not numeric keeps the default below.
      *
      *    A rerun for the same business day, after a late drain,
      *    replaces that day's rollups rather than adding to them:
      *    TELEROLL is copied through the TELEROLW work file without
      *    them and the fresh rollups appended. The day's figures
      *    and verdicts are also listed on TELEROLR. Readings from
      *    sensors past the 500 the table holds are left out and
      *    counted, and the run ends with return code 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The business day's drained readings -- see
      *    TELEMETRY-DRAIN.
           SELECT OPTIONAL TELEMETRY-HISTORY-FILE
               ASSIGN TO WS-TELEM-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROLLUP-HISTORY-FILE ASSIGN TO "TELEROLL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLLUP-WORK-FILE ASSIGN TO WS-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLLUP-REPORT-FILE ASSIGN TO "TELEROLR"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central operator-alert file -- see operator-alert.cpy.
           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TELEMETRY-HISTORY-FILE.
       01  TELEMETRY-HISTORY-RECORD.
           02 TH-SENSOR-ID        PIC X(10).
           02 TH-DRAIN-TIME       PIC X(21).
           02 TH-SEQ              PIC 9(3).
           02 TH-READING          PIC 9.
       FD  ROLLUP-HISTORY-FILE.
       01  ROLLUP-HISTORY-RECORD.
           02 RR-SENSOR-ID        PIC X(10).
           02 RR-DATE             PIC X(8).
           02 RR-COUNT            PIC 9(6).
           02 RR-MIN              PIC 9.
           02 RR-MAX              PIC 9.
           02 RR-MEAN             PIC 9V99.
           02 RR-HISTOGRAM        PIC 9(6) OCCURS 10.
           02 RR-SHIFT-PCT        PIC 9(3).
           02 RR-FLAG             PIC X(8).
       FD  ROLLUP-WORK-FILE.
       01  ROLLUP-WORK-RECORD     PIC X(100).
       FD  ROLLUP-REPORT-FILE.
       01  ROLLUP-REPORT-LINE     PIC X(132).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD  PIC X(105).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-TELEM-EOF-FLAG   PIC 9     VALUE 0.
          88 TELEM-EOF                  VALUE 1 FALSE 0.
       01 WS-ROLLUP-EOF-FLAG  PIC 9     VALUE 0.
          88 ROLLUP-EOF                 VALUE 1 FALSE 0.
       01 WS-TELEM-NAME       PIC X(20).
       01 WS-WORK-NAME        PIC X(20) VALUE "TELEROLW".
       01 WS-DELETE-STATUS    PIC S9(9) BINARY.
       01 WS-READING-COUNT    PIC 9(7)  VALUE 0.
       01 WS-BAD-READINGS     PIC 9(7)  VALUE 0.
       01 WS-UNTABLED-READINGS PIC 9(7) VALUE 0.
       01 WS-REPLACED-COUNT   PIC 9(5)  VALUE 0.
       01 WS-FLAGGED-COUNT    PIC 9(4)  VALUE 0.

      *    Limits, defaults overridden from PARMMST.
       01 WS-SHIFT-LIMIT      PIC 9(3)  VALUE 40.
       01 WS-MIN-READINGS     PIC 9(3)  VALUE 20.
       01 WS-MIN-BASE-DAYS    PIC 9(3)  VALUE 7.
       01 WS-BASE-WINDOW      PIC 9(3)  VALUE 30.
       01 WS-BASE-START       PIC 9(8).
       01 WS-BASE-END         PIC 9(8).
       01 WS-ROLLUP-DATE      PIC 9(8).

      *    The day's sensors, in the order they were drained, with
      *    their baselines.
       01 WS-SENSOR-COUNT     PIC 9(3)  VALUE 0.
       01 WS-SENSOR-MAX       PIC 9(3)  VALUE 500.
       01 WS-SENSOR-TABLE.
          05 WS-SENSOR-ENTRY OCCURS 500.
             10 WS-SN-ID         PIC X(10).
             10 WS-SN-COUNT      PIC 9(6).
             10 WS-SN-MIN        PIC 9.
             10 WS-SN-MAX        PIC 9.
             10 WS-SN-SUM        PIC 9(7).
             10 WS-SN-HIST       PIC 9(6) OCCURS 10.
             10 WS-SN-BASE-DAYS  PIC 9(3).
             10 WS-SN-BASE-TOTAL PIC 9(8).
             10 WS-SN-BASE-SUM   PIC 9(9).
             10 WS-SN-BASE-HIST  PIC 9(8) OCCURS 10.
             10 WS-SN-SHIFT-PCT  PIC 9(3).
             10 WS-SN-FLAG       PIC X(8).
       01 WS-FOUND-IDX        PIC 9(3).
       77 I                   PIC 9(3).
       77 H                   PIC 9(2).

      *    Shift arithmetic: the day's and the baseline's histograms
      *    compared as proportions by cross-multiplying, so nothing
      *    is lost to intermediate division.
       01 WS-DIFF-SUM         PIC 9(15).
       01 WS-CROSS-DIVISOR    PIC 9(15).
       01 WS-TERM             PIC S9(15).
       01 WS-MEAN             PIC 9V99.
       01 WS-BASE-MEAN        PIC 9V99.
       01 WS-MEAN-DISPLAY     PIC 9.99.
       01 WS-BASE-DISPLAY     PIC 9.99.
       01 WS-COUNT-DISPLAY    PIC ZZZZZ9.
       01 WS-DAYS-DISPLAY     PIC ZZ9.
       01 WS-SHIFT-DISPLAY    PIC ZZ9.
       01 WS-HIST-DISPLAY     PIC ZZZZZ9.
       01 WS-HIST-TEXT        PIC X(70).
       01 WS-HIST-POS         PIC 9(3).

      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared operator-alert record layout.
       COPY "operator-alert.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       TELEMETRY-ROLLUP.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-ROLLUP-PARMS
           MOVE SPACES TO WS-TELEM-NAME
           STRING "TELEHIST." DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO WS-TELEM-NAME
           END-STRING
           MOVE BD-BUSINESS-DATE TO WS-ROLLUP-DATE
           COMPUTE WS-BASE-END = DATE-OF-INTEGER(
              INTEGER-OF-DATE(WS-ROLLUP-DATE) - 1)
           COMPUTE WS-BASE-START = DATE-OF-INTEGER(
              INTEGER-OF-DATE(WS-ROLLUP-DATE) - WS-BASE-WINDOW)
           PERFORM LOAD-DAY-READINGS
           PERFORM COPY-ROLLUP-HISTORY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SENSOR-COUNT
                   PERFORM JUDGE-ONE-SENSOR
           END-PERFORM
           PERFORM APPEND-DAY-ROLLUPS
           PERFORM RELOAD-ROLLUP-HISTORY
           PERFORM WRITE-ROLLUP-REPORT
           DISPLAY "TELEMETRY-ROLLUP: " WS-SENSOR-COUNT " SENSORS, "
              WS-READING-COUNT " READINGS, "
              WS-FLAGGED-COUNT " FLAGGED"
           IF WS-BAD-READINGS > 0
              DISPLAY "TELEMETRY-ROLLUP: " WS-BAD-READINGS
                 " READINGS NOT 0-9 LEFT OUT"
           END-IF
           IF WS-UNTABLED-READINGS > 0
              DISPLAY "TELEMETRY-ROLLUP: MORE THAN " WS-SENSOR-MAX
                 " SENSORS, " WS-UNTABLED-READINGS
                 " READINGS OF THE REST LEFT OUT"
           END-IF
           IF WS-REPLACED-COUNT > 0
              DISPLAY "TELEMETRY-ROLLUP: " WS-REPLACED-COUNT
                 " EARLIER ROLLUPS FOR " BD-BUSINESS-DATE " REPLACED"
           END-IF
           IF WS-FLAGGED-COUNT > 0 OR WS-UNTABLED-READINGS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    SHIFT-PCT, MIN-READINGS and MIN-BASEDAYS from PARMMST; a
      *    value missing or not numeric keeps the default.
       LOAD-ROLLUP-PARMS.
           MOVE "TELEMETRY-ROLLUP" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "SHIFT-PCT" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:3) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:3) TO WS-SHIFT-LIMIT
           END-IF
           MOVE "MIN-READINGS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:3) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:3) TO WS-MIN-READINGS
           END-IF
           MOVE "MIN-BASEDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:3) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:3) TO WS-MIN-BASE-DAYS
           END-IF
           .
       LOAD-ROLLUP-PARMS-EXIT.
           EXIT.

      *    Tallies every reading in the day's TELEHIST generation
      *    against its sensor.
       LOAD-DAY-READINGS.
           SET TELEM-EOF TO FALSE
           OPEN INPUT TELEMETRY-HISTORY-FILE
           PERFORM UNTIL TELEM-EOF
                   READ TELEMETRY-HISTORY-FILE
                      AT END
                         SET TELEM-EOF TO TRUE
                      NOT AT END
                         IF TH-SENSOR-ID NOT = SPACES
                            PERFORM TALLY-ONE-READING
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TELEMETRY-HISTORY-FILE
           .
       LOAD-DAY-READINGS-EXIT.
           EXIT.

       TALLY-ONE-READING.
           IF TH-READING IS NOT NUMERIC
              ADD 1 TO WS-BAD-READINGS
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SENSOR
           IF WS-FOUND-IDX = 0
              IF WS-SENSOR-COUNT >= WS-SENSOR-MAX
                 ADD 1 TO WS-UNTABLED-READINGS
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-SENSOR-COUNT
              MOVE WS-SENSOR-COUNT TO WS-FOUND-IDX
              INITIALIZE WS-SENSOR-ENTRY(WS-FOUND-IDX)
              MOVE TH-SENSOR-ID TO WS-SN-ID(WS-FOUND-IDX)
              MOVE 9 TO WS-SN-MIN(WS-FOUND-IDX)
              MOVE 0 TO WS-SN-MAX(WS-FOUND-IDX)
           END-IF
           ADD 1 TO WS-READING-COUNT
           ADD 1 TO WS-SN-COUNT(WS-FOUND-IDX)
           ADD TH-READING TO WS-SN-SUM(WS-FOUND-IDX)
           ADD 1 TO WS-SN-HIST(WS-FOUND-IDX, TH-READING + 1)
           IF TH-READING < WS-SN-MIN(WS-FOUND-IDX)
              MOVE TH-READING TO WS-SN-MIN(WS-FOUND-IDX)
           END-IF
           IF TH-READING > WS-SN-MAX(WS-FOUND-IDX)
              MOVE TH-READING TO WS-SN-MAX(WS-FOUND-IDX)
           END-IF
           .
       TALLY-ONE-READING-EXIT.
           EXIT.

      *    WS-FOUND-IDX is the day's table entry for TH-SENSOR-ID,
      *    or zero.
       FIND-SENSOR.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-SENSOR-COUNT OR WS-FOUND-IDX > 0
                   IF WS-SN-ID(I) = TH-SENSOR-ID
                      MOVE I TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           .
       FIND-SENSOR-EXIT.
           EXIT.

      *    Copies TELEROLL to the work file, leaving out any rollups
      *    already there for the business date, and adds each
      *    rollup inside the baseline window to its sensor's
      *    baseline.
       COPY-ROLLUP-HISTORY.
           SET ROLLUP-EOF TO FALSE
           OPEN INPUT ROLLUP-HISTORY-FILE
           OPEN OUTPUT ROLLUP-WORK-FILE
           PERFORM UNTIL ROLLUP-EOF
                   READ ROLLUP-HISTORY-FILE
                      AT END
                         SET ROLLUP-EOF TO TRUE
                      NOT AT END
                         PERFORM COPY-ONE-ROLLUP
                   END-READ
           END-PERFORM
           CLOSE ROLLUP-WORK-FILE
           CLOSE ROLLUP-HISTORY-FILE
           .
       COPY-ROLLUP-HISTORY-EXIT.
           EXIT.

       COPY-ONE-ROLLUP.
           IF RR-DATE = BD-BUSINESS-DATE
              ADD 1 TO WS-REPLACED-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE ROLLUP-HISTORY-RECORD TO ROLLUP-WORK-RECORD
           WRITE ROLLUP-WORK-RECORD
           IF RR-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF RR-DATE < WS-BASE-START OR RR-DATE > WS-BASE-END
              EXIT PARAGRAPH
           END-IF
           MOVE RR-SENSOR-ID TO TH-SENSOR-ID
           PERFORM FIND-SENSOR
           IF WS-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SN-BASE-DAYS(WS-FOUND-IDX)
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 10
                   IF RR-HISTOGRAM(H) IS NUMERIC
                      ADD RR-HISTOGRAM(H)
                         TO WS-SN-BASE-HIST(WS-FOUND-IDX, H)
                      ADD RR-HISTOGRAM(H)
                         TO WS-SN-BASE-TOTAL(WS-FOUND-IDX)
                      COMPUTE WS-SN-BASE-SUM(WS-FOUND-IDX) =
                         WS-SN-BASE-SUM(WS-FOUND-IDX)
                         + RR-HISTOGRAM(H) * (H - 1)
                   END-IF
           END-PERFORM
           .
       COPY-ONE-ROLLUP-EXIT.
           EXIT.

      *    Stuck first -- a stuck day's histogram is one spike and
      *    would read as a shift too. The shift is half the summed
      *    difference of the proportions, in whole percent.
       JUDGE-ONE-SENSOR.
           MOVE SPACES TO WS-SN-FLAG(I)
           MOVE 0 TO WS-SN-SHIFT-PCT(I)
           IF WS-SN-BASE-TOTAL(I) > 0
              MOVE 0 TO WS-DIFF-SUM
              PERFORM VARYING H FROM 1 BY 1 UNTIL H > 10
                      COMPUTE WS-TERM =
                         WS-SN-HIST(I, H) * WS-SN-BASE-TOTAL(I)
                         - WS-SN-BASE-HIST(I, H) * WS-SN-COUNT(I)
                      IF WS-TERM < 0
                         COMPUTE WS-TERM = 0 - WS-TERM
                      END-IF
                      ADD WS-TERM TO WS-DIFF-SUM
              END-PERFORM
              COMPUTE WS-CROSS-DIVISOR =
                 WS-SN-COUNT(I) * WS-SN-BASE-TOTAL(I) * 2
              COMPUTE WS-SN-SHIFT-PCT(I) ROUNDED =
                 WS-DIFF-SUM * 100 / WS-CROSS-DIVISOR
           END-IF
           IF WS-SN-COUNT(I) < WS-MIN-READINGS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OA-MESSAGE
           MOVE WS-SN-COUNT(I) TO WS-COUNT-DISPLAY
           MOVE WS-SN-BASE-DAYS(I) TO WS-DAYS-DISPLAY
           MOVE WS-SN-SHIFT-PCT(I) TO WS-SHIFT-DISPLAY
           EVALUATE TRUE
           WHEN WS-SN-MIN(I) = WS-SN-MAX(I)
                MOVE "STUCK" TO WS-SN-FLAG(I)
                STRING "SENSOR " DELIMITED BY SIZE
                   TRIM(WS-SN-ID(I)) DELIMITED BY SIZE
                   " STUCK ON " DELIMITED BY SIZE
                   WS-SN-MIN(I) DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                   " READINGS" DELIMITED BY SIZE
                   INTO OA-MESSAGE
                END-STRING
           WHEN WS-SN-BASE-DAYS(I) >= WS-MIN-BASE-DAYS
                AND WS-SN-BASE-TOTAL(I) > 0
                AND WS-SN-SHIFT-PCT(I) >= WS-SHIFT-LIMIT
                MOVE "SHIFT" TO WS-SN-FLAG(I)
                STRING "SENSOR " DELIMITED BY SIZE
                   TRIM(WS-SN-ID(I)) DELIMITED BY SIZE
                   " READINGS SHIFTED " DELIMITED BY SIZE
                   TRIM(WS-SHIFT-DISPLAY) DELIMITED BY SIZE
                   "% FROM " DELIMITED BY SIZE
                   TRIM(WS-DAYS-DISPLAY) DELIMITED BY SIZE
                   "-DAY BASELINE" DELIMITED BY SIZE
                   INTO OA-MESSAGE
                END-STRING
           END-EVALUATE
           IF WS-SN-FLAG(I) NOT = SPACES
              ADD 1 TO WS-FLAGGED-COUNT
              MOVE "WARNING" TO OA-SEVERITY
              PERFORM WRITE-OPERATOR-ALERT
           END-IF
           .
       JUDGE-ONE-SENSOR-EXIT.
           EXIT.

      *    The day's rollups go on the end of the work file.
       APPEND-DAY-ROLLUPS.
           OPEN EXTEND ROLLUP-WORK-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SENSOR-COUNT
                   MOVE SPACES TO ROLLUP-HISTORY-RECORD
                   MOVE WS-SN-ID(I) TO RR-SENSOR-ID
                   MOVE BD-BUSINESS-DATE TO RR-DATE
                   MOVE WS-SN-COUNT(I) TO RR-COUNT
                   MOVE WS-SN-MIN(I) TO RR-MIN
                   MOVE WS-SN-MAX(I) TO RR-MAX
                   COMPUTE RR-MEAN ROUNDED =
                      WS-SN-SUM(I) / WS-SN-COUNT(I)
                   PERFORM VARYING H FROM 1 BY 1 UNTIL H > 10
                           MOVE WS-SN-HIST(I, H) TO RR-HISTOGRAM(H)
                   END-PERFORM
                   MOVE WS-SN-SHIFT-PCT(I) TO RR-SHIFT-PCT
                   MOVE WS-SN-FLAG(I) TO RR-FLAG
                   MOVE ROLLUP-HISTORY-RECORD TO ROLLUP-WORK-RECORD
                   WRITE ROLLUP-WORK-RECORD
           END-PERFORM
           CLOSE ROLLUP-WORK-FILE
           .
       APPEND-DAY-ROLLUPS-EXIT.
           EXIT.

      *    Work file back over TELEROLL, then scratched.
       RELOAD-ROLLUP-HISTORY.
           SET ROLLUP-EOF TO FALSE
           OPEN INPUT ROLLUP-WORK-FILE
           OPEN OUTPUT ROLLUP-HISTORY-FILE
           PERFORM UNTIL ROLLUP-EOF
                   READ ROLLUP-WORK-FILE
                      AT END
                         SET ROLLUP-EOF TO TRUE
                      NOT AT END
                         MOVE ROLLUP-WORK-RECORD
                            TO ROLLUP-HISTORY-RECORD
                         WRITE ROLLUP-HISTORY-RECORD
                   END-READ
           END-PERFORM
           CLOSE ROLLUP-HISTORY-FILE
           CLOSE ROLLUP-WORK-FILE
           CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
              RETURNING WS-DELETE-STATUS
           END-CALL
           .
       RELOAD-ROLLUP-HISTORY-EXIT.
           EXIT.

       WRITE-ROLLUP-REPORT.
           OPEN OUTPUT ROLLUP-REPORT-FILE
           MOVE SPACES TO ROLLUP-REPORT-LINE
           STRING "TELEMETRY DAILY ROLLUP FOR " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              " BASELINE " DELIMITED BY SIZE
              WS-BASE-START DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-BASE-END DELIMITED BY SIZE
              INTO ROLLUP-REPORT-LINE
           END-STRING
           WRITE ROLLUP-REPORT-LINE
           MOVE SPACES TO ROLLUP-REPORT-LINE
           STRING "SENSOR      COUNT MIN MAX MEAN BASE DAYS SHIFT "
              DELIMITED BY SIZE
              "FLAG     HISTOGRAM 0-9" DELIMITED BY SIZE
              INTO ROLLUP-REPORT-LINE
           END-STRING
           WRITE ROLLUP-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SENSOR-COUNT
                   PERFORM LIST-ONE-SENSOR
           END-PERFORM
           IF WS-SENSOR-COUNT = 0
              MOVE SPACES TO ROLLUP-REPORT-LINE
              STRING "NO READINGS ON " DELIMITED BY SIZE
                 TRIM(WS-TELEM-NAME) DELIMITED BY SIZE
                 INTO ROLLUP-REPORT-LINE
              END-STRING
              WRITE ROLLUP-REPORT-LINE
           END-IF
           CLOSE ROLLUP-REPORT-FILE
           .
       WRITE-ROLLUP-REPORT-EXIT.
           EXIT.

       LIST-ONE-SENSOR.
           COMPUTE WS-MEAN ROUNDED = WS-SN-SUM(I) / WS-SN-COUNT(I)
           MOVE WS-MEAN TO WS-MEAN-DISPLAY
           IF WS-SN-BASE-TOTAL(I) > 0
              COMPUTE WS-BASE-MEAN ROUNDED =
                 WS-SN-BASE-SUM(I) / WS-SN-BASE-TOTAL(I)
              MOVE WS-BASE-MEAN TO WS-BASE-DISPLAY
           ELSE
              MOVE 0 TO WS-BASE-DISPLAY
           END-IF
           MOVE WS-SN-COUNT(I) TO WS-COUNT-DISPLAY
           MOVE WS-SN-BASE-DAYS(I) TO WS-DAYS-DISPLAY
           MOVE WS-SN-SHIFT-PCT(I) TO WS-SHIFT-DISPLAY
           MOVE SPACES TO WS-HIST-TEXT
           MOVE 1 TO WS-HIST-POS
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 10
                   MOVE WS-SN-HIST(I, H) TO WS-HIST-DISPLAY
                   MOVE WS-HIST-DISPLAY
                      TO WS-HIST-TEXT(WS-HIST-POS:6)
                   ADD 7 TO WS-HIST-POS
           END-PERFORM
           MOVE SPACES TO ROLLUP-REPORT-LINE
           STRING WS-SN-ID(I) DELIMITED BY SIZE
              WS-COUNT-DISPLAY DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-SN-MIN(I) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-SN-MAX(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-MEAN-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BASE-DISPLAY DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-DAYS-DISPLAY DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-SHIFT-DISPLAY DELIMITED BY SIZE
              "% " DELIMITED BY SIZE
              WS-SN-FLAG(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-HIST-TEXT DELIMITED BY SIZE
              INTO ROLLUP-REPORT-LINE
           END-STRING
           WRITE ROLLUP-REPORT-LINE
           .
       LIST-ONE-SENSOR-EXIT.
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
           DISPLAY "TELEMETRY-ROLLUP: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

      *    Appends one severity-coded line to the central ALERTS file
      *    for ALERT-ROUTER to escalate -- see operator-alert.cpy.
      *    The caller fills OA-SEVERITY and OA-MESSAGE.
       WRITE-OPERATOR-ALERT.
           MOVE "TELEMETRY-ROLLUP" TO OA-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO OA-TIMESTAMP
           MOVE OA-ALERT-RECORD TO OPERATOR-ALERT-RECORD
           OPEN EXTEND OPERATOR-ALERT-FILE
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT-FILE
           .
       WRITE-OPERATOR-ALERT-EXIT.
           EXIT.

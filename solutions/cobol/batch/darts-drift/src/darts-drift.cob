       IDENTIFICATION DIVISION.
       PROGRAM-ID. DARTS-DRIFT.
      *    Weekly dartboard drift analysis. DARTS-LEAGUE corrects each
      *    throw with its board's BOARDCAL calibration (see
      *    dart-board.cpy), but a sensor that has moved since it was
      *    calibrated goes on scoring off-center until someone notices
      *    the averages. This run takes the DARTSLOG throws from the
      *    WINDOWDAYS nights ending on the business date (PARMMST
      *    DARTS-DRIFT, default 7), finds the league-wide mean landing
      *    point over every board, and compares each board's own mean
      *    corrected landing point with it.
      *
      *    A board with at least MINTHROWS throws in the window
      *    (default 30) whose mean sits more than TOLERANCE from the
      *    league's (default 0.5) is flagged RECALIBRATE on DARTDRFT,
      *    with the offsets a new BOARDCAL line would need to bring it
      *    back: the offsets in force today plus the drift, taken back
      *    through the board's scale. A board with fewer throws is
      *    listed but not judged. RETURN-CODE 4 when any board is
      *    flagged. Log lines written before boards were recorded
      *    carry no board and are passed over.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DARTS-LOG-FILE ASSIGN TO "DARTSLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Board calibration master -- see dart-board.cpy.
           SELECT OPTIONAL BOARD-CALIBRATION-FILE ASSIGN TO "BOARDCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIFT-REPORT-FILE ASSIGN TO "DARTDRFT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DARTS-LOG-FILE.
       01  DARTS-LOG-RECORD.
           02 DL-PLAYER          PIC X(20).
           02 DL-LEG             PIC 9(2).
           02 DL-SEQ             PIC 9(3).
           02 DL-X               PIC 99V9.
           02 DL-Y               PIC 99V9.
           02 DL-SCORE           PIC 9(2).
           02 DL-REMAINING       PIC 9(4).
           02 DL-NIGHT           PIC X(8).
           02 DL-VENUE           PIC X(10).
           02 DL-BOARD           PIC X(4).
           02 DL-CORRECTED-X     PIC S9(3)V9 SIGN LEADING SEPARATE.
           02 DL-CORRECTED-Y     PIC S9(3)V9 SIGN LEADING SEPARATE.
       FD  BOARD-CALIBRATION-FILE.
       01  BOARD-CALIBRATION-LINE PIC X(39).
       FD  DRIFT-REPORT-FILE.
       01  DRIFT-REPORT-LINE      PIC X(132).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.

      *    Run parameters -- see the header for the defaults.
       01 WS-WINDOW-DAYS      PIC 9(3)  VALUE 7.
       01 WS-MIN-THROWS       PIC 9(5)  VALUE 30.
       01 WS-TOLERANCE        PIC 9(2)V99 VALUE 0.5.
       01 WS-FIRST-NIGHT      PIC X(8).
       01 WS-FIRST-NIGHT-NUM REDEFINES WS-FIRST-NIGHT PIC 9(8).

      *    One entry per board seen in the window, with the
      *    calibration in force today when BOARDCAL has one.
       01 WS-BOARD-COUNT      PIC 9(3)  VALUE 0.
       01 WS-BOARD-TABLE.
          05 WS-BOARD-ENTRY OCCURS 100.
             10 WS-BD-VENUE      PIC X(10).
             10 WS-BD-BOARD      PIC X(4).
             10 WS-BD-THROWS     PIC 9(7).
             10 WS-BD-SUM-X      PIC S9(9)V9.
             10 WS-BD-SUM-Y      PIC S9(9)V9.
             10 WS-BD-CAL-FLAG   PIC 9.
                88 WS-BD-CALIBRATED       VALUE 1 FALSE 0.
             10 WS-BD-X-OFFSET   PIC S9(2)V9.
             10 WS-BD-Y-OFFSET   PIC S9(2)V9.
             10 WS-BD-SCALE      PIC 9V999.
             10 WS-BD-DATE       PIC X(8).
       77 WS-BOARD-IDX        PIC 9(3).
       77 B                   PIC 9(3).

      *    League-wide totals over every board in the window.
       01 WS-LEAGUE-THROWS    PIC 9(7)  VALUE 0.
       01 WS-LEAGUE-SUM-X     PIC S9(9)V9 VALUE 0.
       01 WS-LEAGUE-SUM-Y     PIC S9(9)V9 VALUE 0.
       01 WS-LEAGUE-MEAN-X    PIC S9(3)V99.
       01 WS-LEAGUE-MEAN-Y    PIC S9(3)V99.
       01 WS-SKIPPED-COUNT    PIC 9(7)  VALUE 0.
       01 WS-FLAGGED-COUNT    PIC 9(3)  VALUE 0.

      *    Work fields for one board.
       01 WS-MEAN-X           PIC S9(3)V99.
       01 WS-MEAN-Y           PIC S9(3)V99.
       01 WS-DRIFT-X          PIC S9(3)V99.
       01 WS-DRIFT-Y          PIC S9(3)V99.
       01 WS-DRIFT            PIC 9(3)V99.
       01 WS-CUR-X-OFFSET     PIC S9(2)V9.
       01 WS-CUR-Y-OFFSET     PIC S9(2)V9.
       01 WS-CUR-SCALE        PIC 9V999.
       01 WS-NEW-X-OFFSET     PIC S9(4)V9.
       01 WS-NEW-Y-OFFSET     PIC S9(4)V9.

      *    Report edit fields.
       01 WS-THROWS-SHOW      PIC Z(6)9.
       01 WS-BOARDS-SHOW      PIC ZZ9.
       01 WS-DAYS-SHOW        PIC ZZ9.
       01 WS-MIN-SHOW         PIC Z(4)9.
       01 WS-TOL-SHOW         PIC Z9.99.
       01 WS-MEAN-X-SHOW      PIC ---9.99.
       01 WS-MEAN-Y-SHOW      PIC ---9.99.
       01 WS-DRIFT-X-SHOW     PIC ---9.99.
       01 WS-DRIFT-Y-SHOW     PIC ---9.99.
       01 WS-DRIFT-SHOW       PIC ZZ9.99.
       01 WS-OFFSET-X-SHOW    PIC --9.9.
       01 WS-OFFSET-Y-SHOW    PIC --9.9.
       01 WS-SCALE-SHOW       PIC 9.999.
       01 WS-STATUS-TEXT      PIC X(60).

      *    Shared board calibration layout.
       COPY "dart-board.cpy".
      *    Shared central parameter lookup fields.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       DARTS-DRIFT.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-DRIFT-PARMS
           COMPUTE WS-FIRST-NIGHT-NUM = DATE-OF-INTEGER(
              INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
              - WS-WINDOW-DAYS + 1)
           PERFORM LOAD-WINDOW-THROWS
           PERFORM LOAD-BOARD-CALIBRATIONS

           OPEN OUTPUT DRIFT-REPORT-FILE
           MOVE WS-WINDOW-DAYS TO WS-DAYS-SHOW
           MOVE WS-TOLERANCE TO WS-TOL-SHOW
           MOVE WS-MIN-THROWS TO WS-MIN-SHOW
           MOVE SPACES TO DRIFT-REPORT-LINE
           STRING "BOARD DRIFT ANALYSIS, NIGHTS " DELIMITED BY SIZE
              WS-FIRST-NIGHT DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              TRIM(WS-DAYS-SHOW) DELIMITED BY SIZE
              " DAYS), TOLERANCE " DELIMITED BY SIZE
              TRIM(WS-TOL-SHOW) DELIMITED BY SIZE
              ", MIN THROWS " DELIMITED BY SIZE
              TRIM(WS-MIN-SHOW) DELIMITED BY SIZE
              INTO DRIFT-REPORT-LINE
           END-STRING
           WRITE DRIFT-REPORT-LINE
           IF WS-LEAGUE-THROWS = 0
              MOVE SPACES TO DRIFT-REPORT-LINE
              STRING "NO THROWS ON DARTSLOG IN THE WINDOW"
                 DELIMITED BY SIZE
                 INTO DRIFT-REPORT-LINE
              END-STRING
              WRITE DRIFT-REPORT-LINE
           ELSE
              PERFORM WRITE-LEAGUE-LINE
              PERFORM VARYING WS-BOARD-IDX FROM 1 BY 1
                 UNTIL WS-BOARD-IDX > WS-BOARD-COUNT
                      PERFORM JUDGE-ONE-BOARD
              END-PERFORM
           END-IF
           CLOSE DRIFT-REPORT-FILE

           DISPLAY "DARTS-DRIFT: " WS-LEAGUE-THROWS " THROWS ON "
              WS-BOARD-COUNT " BOARDS, " WS-FLAGGED-COUNT
              " TO RECALIBRATE, " WS-SKIPPED-COUNT
              " LOG LINES WITH NO BOARD"
           IF WS-FLAGGED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    PARMMST entries in force on the business date; an absent
      *    or unusable entry leaves the default.
       LOAD-DRIFT-PARMS.
           MOVE "DARTS-DRIFT" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "WINDOWDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 366
                 COMPUTE WS-WINDOW-DAYS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "MINTHROWS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 99999
                 COMPUTE WS-MIN-THROWS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "TOLERANCE" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) > 0
                 AND NUMVAL(PP-FOUND-VALUE) < 100
                 COMPUTE WS-TOLERANCE = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-DRIFT-PARMS-EXIT.
           EXIT.

       LOAD-WINDOW-THROWS.
           SET FILE-EOF TO FALSE
           OPEN INPUT DARTS-LOG-FILE
           PERFORM UNTIL FILE-EOF
                   READ DARTS-LOG-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM ADD-ONE-THROW
                   END-READ
           END-PERFORM
           CLOSE DARTS-LOG-FILE
           .
       LOAD-WINDOW-THROWS-EXIT.
           EXIT.

       ADD-ONE-THROW.
           IF DL-BOARD = SPACES
              OR DL-CORRECTED-X NOT NUMERIC
              OR DL-CORRECTED-Y NOT NUMERIC
              ADD 1 TO WS-SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF
           IF DL-NIGHT < WS-FIRST-NIGHT
              OR DL-NIGHT > BD-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BOARD-IDX
           PERFORM VARYING B FROM 1 BY 1
              UNTIL B > WS-BOARD-COUNT OR WS-BOARD-IDX > 0
                   IF WS-BD-VENUE(B) = DL-VENUE
                      AND WS-BD-BOARD(B) = DL-BOARD
                      MOVE B TO WS-BOARD-IDX
                   END-IF
           END-PERFORM
           IF WS-BOARD-IDX = 0
              IF WS-BOARD-COUNT NOT < 100
                 DISPLAY "DARTS-DRIFT: more than 100 boards in the"
                    " window"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-BOARD-COUNT
              MOVE WS-BOARD-COUNT TO WS-BOARD-IDX
              MOVE DL-VENUE TO WS-BD-VENUE(WS-BOARD-IDX)
              MOVE DL-BOARD TO WS-BD-BOARD(WS-BOARD-IDX)
              MOVE 0 TO WS-BD-THROWS(WS-BOARD-IDX)
              MOVE 0 TO WS-BD-SUM-X(WS-BOARD-IDX)
              MOVE 0 TO WS-BD-SUM-Y(WS-BOARD-IDX)
              SET WS-BD-CALIBRATED(WS-BOARD-IDX) TO FALSE
              MOVE LOW-VALUES TO WS-BD-DATE(WS-BOARD-IDX)
           END-IF
           ADD 1 TO WS-BD-THROWS(WS-BOARD-IDX)
           ADD DL-CORRECTED-X TO WS-BD-SUM-X(WS-BOARD-IDX)
           ADD DL-CORRECTED-Y TO WS-BD-SUM-Y(WS-BOARD-IDX)
           ADD 1 TO WS-LEAGUE-THROWS
           ADD DL-CORRECTED-X TO WS-LEAGUE-SUM-X
           ADD DL-CORRECTED-Y TO WS-LEAGUE-SUM-Y
           .
       ADD-ONE-THROW-EXIT.
           EXIT.

      *    Same choice of line DARTS-LEAGUE makes: the newest dated
      *    on or before the business date, for the boards seen.
       LOAD-BOARD-CALIBRATIONS.
           SET FILE-EOF TO FALSE
           OPEN INPUT BOARD-CALIBRATION-FILE
           PERFORM UNTIL FILE-EOF
                   READ BOARD-CALIBRATION-FILE
                      INTO DB-CALIBRATION-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF DB-BOARD-ID NOT = SPACES
                            AND DB-CALIBRATED-DATE
                               NOT > BD-BUSINESS-DATE
                            AND DB-X-OFFSET IS NUMERIC
                            AND DB-Y-OFFSET IS NUMERIC
                            AND DB-SCALE IS NUMERIC
                            AND DB-SCALE > 0
                            PERFORM LOAD-ONE-CALIBRATION
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BOARD-CALIBRATION-FILE
           .
       LOAD-BOARD-CALIBRATIONS-EXIT.
           EXIT.

       LOAD-ONE-CALIBRATION.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOARD-COUNT
                   IF WS-BD-VENUE(B) = DB-VENUE-ID
                      AND WS-BD-BOARD(B) = DB-BOARD-ID
                      AND DB-CALIBRATED-DATE NOT < WS-BD-DATE(B)
                      SET WS-BD-CALIBRATED(B) TO TRUE
                      MOVE DB-X-OFFSET TO WS-BD-X-OFFSET(B)
                      MOVE DB-Y-OFFSET TO WS-BD-Y-OFFSET(B)
                      MOVE DB-SCALE TO WS-BD-SCALE(B)
                      MOVE DB-CALIBRATED-DATE TO WS-BD-DATE(B)
                   END-IF
           END-PERFORM
           .
       LOAD-ONE-CALIBRATION-EXIT.
           EXIT.

       WRITE-LEAGUE-LINE.
           COMPUTE WS-LEAGUE-MEAN-X ROUNDED =
              WS-LEAGUE-SUM-X / WS-LEAGUE-THROWS
           COMPUTE WS-LEAGUE-MEAN-Y ROUNDED =
              WS-LEAGUE-SUM-Y / WS-LEAGUE-THROWS
           MOVE WS-LEAGUE-MEAN-X TO WS-MEAN-X-SHOW
           MOVE WS-LEAGUE-MEAN-Y TO WS-MEAN-Y-SHOW
           MOVE WS-LEAGUE-THROWS TO WS-THROWS-SHOW
           MOVE WS-BOARD-COUNT TO WS-BOARDS-SHOW
           MOVE SPACES TO DRIFT-REPORT-LINE
           STRING "LEAGUE MEAN LANDING POINT X " DELIMITED BY SIZE
              TRIM(WS-MEAN-X-SHOW) DELIMITED BY SIZE
              " Y " DELIMITED BY SIZE
              TRIM(WS-MEAN-Y-SHOW) DELIMITED BY SIZE
              " FROM " DELIMITED BY SIZE
              TRIM(WS-THROWS-SHOW) DELIMITED BY SIZE
              " THROWS ON " DELIMITED BY SIZE
              TRIM(WS-BOARDS-SHOW) DELIMITED BY SIZE
              " BOARDS" DELIMITED BY SIZE
              INTO DRIFT-REPORT-LINE
           END-STRING
           WRITE DRIFT-REPORT-LINE
           MOVE SPACES TO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-LINE
           MOVE SPACES TO DRIFT-REPORT-LINE
           STRING "VENUE      BOARD  THROWS  MEAN X  MEAN Y"
                 DELIMITED BY SIZE
              "  DRIFT X DRIFT Y  DRIFT  STATUS" DELIMITED BY SIZE
              INTO DRIFT-REPORT-LINE
           END-STRING
           WRITE DRIFT-REPORT-LINE
           .
       WRITE-LEAGUE-LINE-EXIT.
           EXIT.

      *    The suggested offsets keep the board's scale: a reading
      *    corrected as (raw - offset) x scale moves by the drift when
      *    the offset moves by the drift over the scale.
       JUDGE-ONE-BOARD.
           COMPUTE WS-MEAN-X ROUNDED =
              WS-BD-SUM-X(WS-BOARD-IDX) / WS-BD-THROWS(WS-BOARD-IDX)
           COMPUTE WS-MEAN-Y ROUNDED =
              WS-BD-SUM-Y(WS-BOARD-IDX) / WS-BD-THROWS(WS-BOARD-IDX)
           COMPUTE WS-DRIFT-X = WS-MEAN-X - WS-LEAGUE-MEAN-X
           COMPUTE WS-DRIFT-Y = WS-MEAN-Y - WS-LEAGUE-MEAN-Y
           COMPUTE WS-DRIFT ROUNDED =
              SQRT(WS-DRIFT-X ** 2 + WS-DRIFT-Y ** 2)
           IF WS-BD-CALIBRATED(WS-BOARD-IDX)
              MOVE WS-BD-X-OFFSET(WS-BOARD-IDX) TO WS-CUR-X-OFFSET
              MOVE WS-BD-Y-OFFSET(WS-BOARD-IDX) TO WS-CUR-Y-OFFSET
              MOVE WS-BD-SCALE(WS-BOARD-IDX) TO WS-CUR-SCALE
           ELSE
              MOVE 0 TO WS-CUR-X-OFFSET
              MOVE 0 TO WS-CUR-Y-OFFSET
              MOVE 1 TO WS-CUR-SCALE
           END-IF

           MOVE SPACES TO WS-STATUS-TEXT
           EVALUATE TRUE
           WHEN WS-BD-THROWS(WS-BOARD-IDX) < WS-MIN-THROWS
                MOVE "TOO FEW THROWS" TO WS-STATUS-TEXT
           WHEN WS-DRIFT NOT > WS-TOLERANCE
                MOVE "OK" TO WS-STATUS-TEXT
           WHEN OTHER
                ADD 1 TO WS-FLAGGED-COUNT
                COMPUTE WS-NEW-X-OFFSET ROUNDED =
                   WS-CUR-X-OFFSET + WS-DRIFT-X / WS-CUR-SCALE
                COMPUTE WS-NEW-Y-OFFSET ROUNDED =
                   WS-CUR-Y-OFFSET + WS-DRIFT-Y / WS-CUR-SCALE
                IF WS-NEW-X-OFFSET > 99.9 OR WS-NEW-X-OFFSET < -99.9
                   OR WS-NEW-Y-OFFSET > 99.9
                   OR WS-NEW-Y-OFFSET < -99.9
                   MOVE "RECALIBRATE, DRIFT BEYOND OFFSET RANGE"
                      TO WS-STATUS-TEXT
                ELSE
                   MOVE WS-NEW-X-OFFSET TO WS-OFFSET-X-SHOW
                   MOVE WS-NEW-Y-OFFSET TO WS-OFFSET-Y-SHOW
                   MOVE WS-CUR-SCALE TO WS-SCALE-SHOW
                   STRING "RECALIBRATE, SUGGEST X OFFSET "
                         DELIMITED BY SIZE
                      TRIM(WS-OFFSET-X-SHOW) DELIMITED BY SIZE
                      " Y OFFSET " DELIMITED BY SIZE
                      TRIM(WS-OFFSET-Y-SHOW) DELIMITED BY SIZE
                      " SCALE " DELIMITED BY SIZE
                      WS-SCALE-SHOW DELIMITED BY SIZE
                      INTO WS-STATUS-TEXT
                   END-STRING
                END-IF
           END-EVALUATE

           MOVE WS-BD-THROWS(WS-BOARD-IDX) TO WS-THROWS-SHOW
           MOVE WS-MEAN-X TO WS-MEAN-X-SHOW
           MOVE WS-MEAN-Y TO WS-MEAN-Y-SHOW
           MOVE WS-DRIFT-X TO WS-DRIFT-X-SHOW
           MOVE WS-DRIFT-Y TO WS-DRIFT-Y-SHOW
           MOVE WS-DRIFT TO WS-DRIFT-SHOW
           MOVE SPACES TO DRIFT-REPORT-LINE
           STRING WS-BD-VENUE(WS-BOARD-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BD-BOARD(WS-BOARD-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-THROWS-SHOW DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-MEAN-X-SHOW DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-MEAN-Y-SHOW DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-DRIFT-X-SHOW DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-DRIFT-Y-SHOW DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-DRIFT-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-STATUS-TEXT DELIMITED BY SIZE
              INTO DRIFT-REPORT-LINE
           END-STRING
           WRITE DRIFT-REPORT-LINE
           .
       JUDGE-ONE-BOARD-EXIT.
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
           DISPLAY "DARTS-DRIFT: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
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

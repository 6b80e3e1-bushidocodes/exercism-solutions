      *    average, checkout percentage (legs finished over visits
      *    taken with a finishable total of ten or less) and highest
      *    finish. The league secretary's clipboard retires.
      *
      *    Each throw carries the venue and board it was thrown at,
      *    and the board's BOARDCAL calibration (see dart-board.cpy)
      *    in force on the night corrects the sensor reading before
      *    the rings are applied; a board with no calibration is
      *    scored as read and counted. DARTSLOG keeps the reading as
      *    taken alongside the night, the board and the corrected
      *    landing point, for DARTS-DRIFT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-REPORT-FILE ASSIGN TO "DARTSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Board calibration master -- see dart-board.cpy.
           SELECT OPTIONAL BOARD-CALIBRATION-FILE ASSIGN TO "BOARDCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 TI-SEQ             PIC 9(3).
           02 TI-X               PIC 99V9.
           02 TI-Y               PIC 99V9.
           02 TI-VENUE           PIC X(10).
           02 TI-BOARD           PIC X(4).
       FD  DARTS-LOG-FILE.
       01  DARTS-LOG-RECORD.
           02 DL-PLAYER          PIC X(20).
           02 DL-Y               PIC 99V9.
           02 DL-SCORE           PIC 9(2).
           02 DL-REMAINING       PIC 9(4).
           02 DL-NIGHT           PIC X(8).
           02 DL-VENUE           PIC X(10).
           02 DL-BOARD           PIC X(4).
           02 DL-CORRECTED-X     PIC S9(3)V9 SIGN LEADING SEPARATE.
           02 DL-CORRECTED-Y     PIC S9(3)V9 SIGN LEADING SEPARATE.
       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-LINE     PIC X(100).
       FD  BOARD-CALIBRATION-FILE.
       01  BOARD-CALIBRATION-LINE PIC X(39).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FIXTURE-EOF-FLAG PIC 9     VALUE 0.
       01 WS-THROW-SCORE      PIC 9(2).
       01 WS-THROW-COUNT      PIC 9(5)  VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(4)  VALUE 0.
       01 WS-UNCALIBRATED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNCORRECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-CAL-EOF-FLAG     PIC 9     VALUE 0.
          88 CALIBRATION-EOF            VALUE 1 FALSE 0.

      *    The calibration in force tonight for each board on
      *    BOARDCAL -- the newest line dated on or before the night.
       01 WS-BOARD-COUNT      PIC 9(3)  VALUE 0.
       01 WS-BOARD-TABLE.
          05 WS-BOARD-ENTRY OCCURS 100.
             10 WS-BD-VENUE      PIC X(10).
             10 WS-BD-BOARD      PIC X(4).
             10 WS-BD-X-OFFSET   PIC S9(2)V9.
             10 WS-BD-Y-OFFSET   PIC S9(2)V9.
             10 WS-BD-SCALE      PIC 9V999.
             10 WS-BD-DATE       PIC X(8).
       77 WS-BOARD-IDX        PIC 9(3).
       77 B                   PIC 9(3).
       01 WS-CORRECTED-X      PIC S9(3)V9.
       01 WS-CORRECTED-Y      PIC S9(3)V9.

      *    The night's fixtures; a throw from a player not fixtured
      *    tonight is rejected rather than scored into thin air.
       01 WS-PCT              PIC 9(3).
       01 WS-PCT-SHOW         PIC ZZ9.

      *    Shared board calibration layout.
       COPY "dart-board.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       DARTS-LEAGUE.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-FIXTURES
           IF WS-FIXTURE-COUNT = 0
              DISPLAY "DARTS-LEAGUE: no fixtures tonight, nothing"
                 " to score"
              GOBACK
           END-IF
           PERFORM LOAD-BOARD-CALIBRATIONS
           SET THROW-EOF TO FALSE
           OPEN INPUT THROW-INPUT-FILE
           OPEN EXTEND DARTS-LOG-FILE
           CLOSE DARTS-LOG-FILE
           CLOSE THROW-INPUT-FILE
           PERFORM WRITE-MATCH-REPORT
           IF WS-UNCALIBRATED-COUNT > 0
              DISPLAY "DARTS-LEAGUE: " WS-UNCALIBRATED-COUNT
                 " THROWS ON BOARDS WITH NO CALIBRATION, SCORED"
                 " AS READ"
           END-IF
           IF WS-UNCORRECTED-COUNT > 0
              DISPLAY "DARTS-LEAGUE: " WS-UNCORRECTED-COUNT
                 " THROWS THE BOARD CALIBRATION CARRIED OFF THE"
                 " SCALE, SCORED AS READ"
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "DARTS-LEAGUE: " WS-THROW-COUNT " THROWS, "
              WS-REJECT-COUNT " REJECTED"
           GOBACK.
           EXIT.

      *    Same rings DARTS scores: inside radius 1 is 10, radius 5
      *    is 5, radius 10 is 1, anything wider misses the board --
      *    measured on the corrected landing point.
       SCORE-ONE-THROW.
           PERFORM FIND-FIXTURED-PLAYER
           IF WS-PLAYER-IDX = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-THROW-COUNT
           PERFORM CORRECT-THROW
           EVALUATE FUNCTION SQRT(WS-CORRECTED-X ** 2
                                + WS-CORRECTED-Y ** 2)
           WHEN 0 THROUGH 1.0
                MOVE 10 TO WS-THROW-SCORE
           WHEN 1.0 THROUGH 5.0
       APPLY-THROW-TO-LEG-EXIT.
           EXIT.

      *    Takes the board's offsets off the reading and applies its
      *    scale; a board not on BOARDCAL is taken as read, and so
      *    is a reading its calibration would carry past what the
      *    corrected point can hold -- counted, and RETURN-CODE 4.
       CORRECT-THROW.
           MOVE 0 TO WS-BOARD-IDX
           PERFORM VARYING B FROM 1 BY 1
              UNTIL B > WS-BOARD-COUNT OR WS-BOARD-IDX > 0
                   IF WS-BD-VENUE(B) = TI-VENUE
                      AND WS-BD-BOARD(B) = TI-BOARD
                      MOVE B TO WS-BOARD-IDX
                   END-IF
           END-PERFORM
           IF WS-BOARD-IDX = 0
              ADD 1 TO WS-UNCALIBRATED-COUNT
              MOVE TI-X TO WS-CORRECTED-X
              MOVE TI-Y TO WS-CORRECTED-Y
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CORRECTED-X ROUNDED =
              (TI-X - WS-BD-X-OFFSET(WS-BOARD-IDX))
              * WS-BD-SCALE(WS-BOARD-IDX)
              ON SIZE ERROR
                 PERFORM TAKE-THROW-AS-READ
                 EXIT PARAGRAPH
           END-COMPUTE
           COMPUTE WS-CORRECTED-Y ROUNDED =
              (TI-Y - WS-BD-Y-OFFSET(WS-BOARD-IDX))
              * WS-BD-SCALE(WS-BOARD-IDX)
              ON SIZE ERROR
                 PERFORM TAKE-THROW-AS-READ
           END-COMPUTE
           .
       CORRECT-THROW-EXIT.
           EXIT.

       TAKE-THROW-AS-READ.
           ADD 1 TO WS-UNCORRECTED-COUNT
           DISPLAY "DARTS-LEAGUE: " FUNCTION TRIM(TI-PLAYER)
              " leg " TI-LEG " throw " TI-SEQ " on board "
              FUNCTION TRIM(TI-VENUE) " " TI-BOARD
              " will not take its calibration, scored as read"
           MOVE TI-X TO WS-CORRECTED-X
           MOVE TI-Y TO WS-CORRECTED-Y
           .
       TAKE-THROW-AS-READ-EXIT.
           EXIT.

      *    A line with no board, a date after tonight, or a scale of
      *    zero is passed over.
       LOAD-BOARD-CALIBRATIONS.
           MOVE 0 TO WS-BOARD-COUNT
           SET CALIBRATION-EOF TO FALSE
           OPEN INPUT BOARD-CALIBRATION-FILE
           PERFORM UNTIL CALIBRATION-EOF
                   READ BOARD-CALIBRATION-FILE
                      INTO DB-CALIBRATION-RECORD
                      AT END
                         SET CALIBRATION-EOF TO TRUE
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
           MOVE 0 TO WS-BOARD-IDX
           PERFORM VARYING B FROM 1 BY 1
              UNTIL B > WS-BOARD-COUNT OR WS-BOARD-IDX > 0
                   IF WS-BD-VENUE(B) = DB-VENUE-ID
                      AND WS-BD-BOARD(B) = DB-BOARD-ID
                      MOVE B TO WS-BOARD-IDX
                   END-IF
           END-PERFORM
           IF WS-BOARD-IDX = 0
              IF WS-BOARD-COUNT NOT < 100
                 DISPLAY "DARTS-LEAGUE: more than 100 boards on"
                    " BOARDCAL, no throws scored"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-BOARD-COUNT
              MOVE WS-BOARD-COUNT TO WS-BOARD-IDX
              MOVE DB-VENUE-ID TO WS-BD-VENUE(WS-BOARD-IDX)
              MOVE DB-BOARD-ID TO WS-BD-BOARD(WS-BOARD-IDX)
              MOVE LOW-VALUES TO WS-BD-DATE(WS-BOARD-IDX)
           END-IF
           IF DB-CALIBRATED-DATE NOT < WS-BD-DATE(WS-BOARD-IDX)
              MOVE DB-X-OFFSET TO WS-BD-X-OFFSET(WS-BOARD-IDX)
              MOVE DB-Y-OFFSET TO WS-BD-Y-OFFSET(WS-BOARD-IDX)
              MOVE DB-SCALE TO WS-BD-SCALE(WS-BOARD-IDX)
              MOVE DB-CALIBRATED-DATE TO WS-BD-DATE(WS-BOARD-IDX)
           END-IF
           .
       LOAD-ONE-CALIBRATION-EXIT.
           EXIT.

       WRITE-LOG-RECORD.
           MOVE TI-PLAYER TO DL-PLAYER
           MOVE TI-LEG TO DL-LEG
           MOVE TI-Y TO DL-Y
           MOVE WS-THROW-SCORE TO DL-SCORE
           MOVE WS-PL-REMAINING(WS-PLAYER-IDX) TO DL-REMAINING
           MOVE BD-BUSINESS-DATE TO DL-NIGHT
           MOVE TI-VENUE TO DL-VENUE
           MOVE TI-BOARD TO DL-BOARD
           MOVE WS-CORRECTED-X TO DL-CORRECTED-X
           MOVE WS-CORRECTED-Y TO DL-CORRECTED-Y
           WRITE DARTS-LOG-RECORD
           .
       WRITE-LOG-RECORD-EXIT.
           .
       WRITE-PLAYER-LINE-EXIT.
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
                    SET BD-DATE-LOADED TO TRUE
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           .
       LOAD-BUSINESS-DATE-EXIT.
           EXIT.

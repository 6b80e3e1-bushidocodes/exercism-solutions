       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICE-AUDIT.
      *    Weekly dice fairness audit for the YACHT tables. YACHT
      *    logs every roll it is asked to score on DICELOG (see
      *    dice-roll.cpy); this run takes the rolls from the
      *    WINDOWDAYS days ending on the business date (PARMMST
      *    DICE-AUDIT, default 7) and counts how often each face came
      *    up -- overall, per table and per player.
      *
      *    Each count with at least MINROLLS rolls (default 20) is
      *    tested against a fair die: the chi-square statistic over
      *    the six faces, five degrees of freedom, is judged against
      *    CHISQLIMIT (default 15.09, the one-percent point). Yachts
      *    are checked for improbable streaks: a player with Yachts
      *    on consecutive rolls, or any count whose Yachts are more
      *    than a fair die gives with probability STREAKPROB (default
      *    0.001) over that many rolls.
      *
      *    DICEAUD reports every count with its faces, statistic and
      *    Yachts. Each finding is also appended to the QUARANTN file
      *    SCORE-POST keeps for the stewards' review, named by player
      *    (or "TABLE" and the table, or "ALL TABLES") with the
      *    finding as the reason. RETURN-CODE 4 when anything is
      *    found.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Roll log -- see dice-roll.cpy.
           SELECT OPTIONAL DICE-LOG-FILE ASSIGN TO "DICELOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Stewards' review queue, shared with SCORE-POST.
           SELECT OPTIONAL QUARANTINE-FILE ASSIGN TO "QUARANTN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "DICEAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DICE-LOG-FILE.
       01  DICE-LOG-RECORD        PIC X(74).
       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD.
           02 QU-PLAYER-NAME      PIC X(20).
           02 QU-GAME-SCORE       PIC 9(5).
           02 QU-GAME-DATE        PIC 9(8).
           02 QU-GAME-TIME        PIC 9(6).
           02 QU-REASON           PIC X(30).
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE      PIC X(132).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.

      *    Run parameters -- see the header for the defaults.
       01 WS-WINDOW-DAYS      PIC 9(3)  VALUE 7.
       01 WS-MIN-ROLLS        PIC 9(5)  VALUE 20.
       01 WS-CHISQ-LIMIT      PIC 9(3)V99 VALUE 15.09.
       01 WS-STREAK-PROB      PIC 9V9(6) VALUE 0.001.
       01 WS-FIRST-DAY        PIC X(8).
       01 WS-FIRST-DAY-NUM REDEFINES WS-FIRST-DAY PIC 9(8).

      *    One entry per count: "O" the whole league (always entry
      *    1), "T" a table, "P" a player. The run of Yachts is the
      *    current string of consecutive Yacht rolls in log order.
       01 WS-GROUP-COUNT      PIC 9(3)  VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 300.
             10 WS-GR-TYPE       PIC X.
                88 WS-GR-OVERALL          VALUE "O".
                88 WS-GR-TABLE            VALUE "T".
                88 WS-GR-PLAYER           VALUE "P".
             10 WS-GR-ID         PIC X(20).
             10 WS-GR-ROLLS      PIC 9(7).
             10 WS-GR-FACE       PIC 9(7) OCCURS 6.
             10 WS-GR-YACHTS     PIC 9(5).
             10 WS-GR-RUN        PIC 9(3).
             10 WS-GR-MAX-RUN    PIC 9(3).
             10 WS-GR-LAST-GAME  PIC X(8).
             10 WS-GR-LAST-TURN  PIC 9(2).
       77 WS-GROUP-IDX        PIC 9(3).
       77 WS-PLAYER-IDX       PIC 9(3).
       77 G                   PIC 9(3).
       77 F                   PIC 9.
       77 I                   PIC 9(5).
       01 WS-FIND-TYPE        PIC X.
       01 WS-FIND-ID          PIC X(20).
       01 WS-SHOW-TYPE        PIC X.
       01 WS-ROLL-VALID-FLAG  PIC 9     VALUE 0.
          88 ROLL-VALID                 VALUE 1 FALSE 0.
       01 WS-ROLL-YACHT-FLAG  PIC 9     VALUE 0.
          88 ROLL-IS-YACHT              VALUE 1 FALSE 0.

      *    Counters for the run summary.
       01 WS-ROLLS-READ       PIC 9(7)  VALUE 0.
       01 WS-ROLLS-BAD        PIC 9(7)  VALUE 0.
       01 WS-ROLLS-REPEATED   PIC 9(7)  VALUE 0.
       01 WS-FINDING-COUNT    PIC 9(4)  VALUE 0.

      *    Work fields for one count. The Yacht tail is the Poisson
      *    chance of at least that many Yachts at 1 in 1296 a roll.
       01 WS-EXPECTED         PIC 9(7)V9(4).
       01 WS-CHISQ            PIC 9(5)V99.
       01 WS-LAMBDA           COMP-2.
       01 WS-TERM             COMP-2.
       01 WS-TERM-SUM         COMP-2.
       01 WS-TAIL             COMP-2.
       01 WS-STATUS-TEXT      PIC X(40).
       01 WS-STATUS-PTR       PIC 9(3).
       01 WS-QU-NAME          PIC X(20).
       01 WS-QU-REASON        PIC X(30).

      *    Report edit fields.
       01 WS-DAYS-SHOW        PIC ZZ9.
       01 WS-MIN-SHOW         PIC Z(4)9.
       01 WS-LIMIT-SHOW       PIC ZZ9.99.
       01 WS-ROLLS-SHOW       PIC Z(6)9.
       01 WS-FACE-SHOW        PIC Z(5)9.
       01 WS-CHISQ-SHOW       PIC Z(4)9.99.
       01 WS-YACHTS-SHOW      PIC Z(4)9.
       01 WS-RUN-SHOW         PIC ZZ9.
       01 WS-LABEL            PIC X(27).

      *    Shared roll-log layout.
       COPY "dice-roll.cpy".
      *    Shared central parameter lookup fields.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       DICE-AUDIT.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-AUDIT-PARMS
           COMPUTE WS-FIRST-DAY-NUM = DATE-OF-INTEGER(
              INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
              - WS-WINDOW-DAYS + 1)
           MOVE 1 TO WS-GROUP-COUNT
           INITIALIZE WS-GROUP-ENTRY(1)
           MOVE "O" TO WS-GR-TYPE(1)
           MOVE "ALL TABLES" TO WS-GR-ID(1)
           PERFORM LOAD-WINDOW-ROLLS

           OPEN OUTPUT AUDIT-REPORT-FILE
           MOVE WS-WINDOW-DAYS TO WS-DAYS-SHOW
           MOVE WS-MIN-ROLLS TO WS-MIN-SHOW
           MOVE WS-CHISQ-LIMIT TO WS-LIMIT-SHOW
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "DICE FAIRNESS AUDIT, ROLLS " DELIMITED BY SIZE
              WS-FIRST-DAY DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              TRIM(WS-DAYS-SHOW) DELIMITED BY SIZE
              " DAYS), CHI-SQUARE LIMIT " DELIMITED BY SIZE
              TRIM(WS-LIMIT-SHOW) DELIMITED BY SIZE
              " ON 5 DF, MIN ROLLS " DELIMITED BY SIZE
              TRIM(WS-MIN-SHOW) DELIMITED BY SIZE
              INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "COUNT                        ROLLS   ONES   TWOS"
                 DELIMITED BY SIZE
              " THREES  FOURS  FIVES  SIXES  CHI-SQ  YACHTS"
                 DELIMITED BY SIZE
              " FINDINGS" DELIMITED BY SIZE
              INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           MOVE "O" TO WS-SHOW-TYPE
           PERFORM JUDGE-GROUPS-OF-TYPE
           MOVE "T" TO WS-SHOW-TYPE
           PERFORM JUDGE-GROUPS-OF-TYPE
           MOVE "P" TO WS-SHOW-TYPE
           PERFORM JUDGE-GROUPS-OF-TYPE
           CLOSE AUDIT-REPORT-FILE

           DISPLAY "DICE-AUDIT: " WS-ROLLS-READ " ROLLS, "
              WS-ROLLS-BAD " UNREADABLE, " WS-ROLLS-REPEATED
              " REPEATED TURNS, " WS-FINDING-COUNT
              " FINDINGS SENT FOR REVIEW"
           IF WS-FINDING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    PARMMST entries in force on the business date; an absent
      *    or unusable entry leaves the default.
       LOAD-AUDIT-PARMS.
           MOVE "DICE-AUDIT" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "WINDOWDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 366
                 COMPUTE WS-WINDOW-DAYS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "MINROLLS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 99999
                 COMPUTE WS-MIN-ROLLS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "CHISQLIMIT" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) > 0
                 AND NUMVAL(PP-FOUND-VALUE) < 1000
                 COMPUTE WS-CHISQ-LIMIT = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "STREAKPROB" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) > 0
                 AND NUMVAL(PP-FOUND-VALUE) < 1
                 COMPUTE WS-STREAK-PROB = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-AUDIT-PARMS-EXIT.
           EXIT.

       LOAD-WINDOW-ROLLS.
           SET FILE-EOF TO FALSE
           OPEN INPUT DICE-LOG-FILE
           PERFORM UNTIL FILE-EOF
                   READ DICE-LOG-FILE INTO DR-ROLL-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF DR-ROLL-DATE NOT < WS-FIRST-DAY
                            AND DR-ROLL-DATE NOT > BD-BUSINESS-DATE
                            PERFORM ADD-ONE-ROLL
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE DICE-LOG-FILE
           .
       LOAD-WINDOW-ROLLS-EXIT.
           EXIT.

      *    A roll is counted once overall, once for its table and
      *    once for its player; a line whose dice are not five faces
      *    1 to 6 is counted as unreadable and left out. A line for
      *    the same game and turn as the player's previous line is
      *    a rejected turn resubmitted with the same dice (YACHT
      *    logged those before it logged scored turns only) and is
      *    left out too, or one Yacht would count as two in a row.
       ADD-ONE-ROLL.
           SET ROLL-VALID TO TRUE
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
                   IF DR-DICE(F:1) < "1" OR DR-DICE(F:1) > "6"
                      SET ROLL-VALID TO FALSE
                   END-IF
           END-PERFORM
           IF NOT ROLL-VALID
              ADD 1 TO WS-ROLLS-BAD
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PLAYER-IDX
           IF DR-PLAYER-ID NOT = SPACES
              MOVE "P" TO WS-FIND-TYPE
              MOVE DR-PLAYER-ID TO WS-FIND-ID
              PERFORM FIND-OR-ADD-GROUP
              MOVE WS-GROUP-IDX TO WS-PLAYER-IDX
              IF WS-GR-ROLLS(WS-PLAYER-IDX) > 0
                 AND WS-GR-LAST-GAME(WS-PLAYER-IDX) = DR-GAME-ID
                 AND WS-GR-LAST-TURN(WS-PLAYER-IDX) = DR-TURN
                 ADD 1 TO WS-ROLLS-REPEATED
                 EXIT PARAGRAPH
              END-IF
              MOVE DR-GAME-ID TO WS-GR-LAST-GAME(WS-PLAYER-IDX)
              MOVE DR-TURN TO WS-GR-LAST-TURN(WS-PLAYER-IDX)
           END-IF
           ADD 1 TO WS-ROLLS-READ
           IF DR-DICE(1:1) = DR-DICE(2:1)
              AND DR-DICE(1:1) = DR-DICE(3:1)
              AND DR-DICE(1:1) = DR-DICE(4:1)
              AND DR-DICE(1:1) = DR-DICE(5:1)
              SET ROLL-IS-YACHT TO TRUE
           ELSE
              SET ROLL-IS-YACHT TO FALSE
           END-IF
           MOVE 1 TO WS-GROUP-IDX
           PERFORM COUNT-ROLL-IN-GROUP
           IF DR-TABLE-ID NOT = SPACES
              MOVE "T" TO WS-FIND-TYPE
              MOVE DR-TABLE-ID TO WS-FIND-ID
              PERFORM FIND-OR-ADD-GROUP
              PERFORM COUNT-ROLL-IN-GROUP
           END-IF
           IF WS-PLAYER-IDX > 0
              MOVE WS-PLAYER-IDX TO WS-GROUP-IDX
              PERFORM COUNT-ROLL-IN-GROUP
           END-IF
           .
       ADD-ONE-ROLL-EXIT.
           EXIT.

       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GROUP-IDX
           PERFORM VARYING G FROM 2 BY 1
              UNTIL G > WS-GROUP-COUNT OR WS-GROUP-IDX > 0
                   IF WS-GR-TYPE(G) = WS-FIND-TYPE
                      AND WS-GR-ID(G) = WS-FIND-ID
                      MOVE G TO WS-GROUP-IDX
                   END-IF
           END-PERFORM
           IF WS-GROUP-IDX = 0
              IF WS-GROUP-COUNT NOT < 300
                 DISPLAY "DICE-AUDIT: more than 300 tables and"
                    " players in the window"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-GROUP-COUNT
              MOVE WS-GROUP-COUNT TO WS-GROUP-IDX
              INITIALIZE WS-GROUP-ENTRY(WS-GROUP-IDX)
              MOVE WS-FIND-TYPE TO WS-GR-TYPE(WS-GROUP-IDX)
              MOVE WS-FIND-ID TO WS-GR-ID(WS-GROUP-IDX)
           END-IF
           .
       FIND-OR-ADD-GROUP-EXIT.
           EXIT.

       COUNT-ROLL-IN-GROUP.
           ADD 1 TO WS-GR-ROLLS(WS-GROUP-IDX)
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
                   ADD 1 TO WS-GR-FACE(WS-GROUP-IDX, DR-DIE(F))
           END-PERFORM
           IF ROLL-IS-YACHT
              ADD 1 TO WS-GR-YACHTS(WS-GROUP-IDX)
              ADD 1 TO WS-GR-RUN(WS-GROUP-IDX)
              IF WS-GR-RUN(WS-GROUP-IDX) > WS-GR-MAX-RUN(WS-GROUP-IDX)
                 MOVE WS-GR-RUN(WS-GROUP-IDX)
                    TO WS-GR-MAX-RUN(WS-GROUP-IDX)
              END-IF
           ELSE
              MOVE 0 TO WS-GR-RUN(WS-GROUP-IDX)
           END-IF
           .
       COUNT-ROLL-IN-GROUP-EXIT.
           EXIT.

       JUDGE-GROUPS-OF-TYPE.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
              UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                   IF WS-GR-TYPE(WS-GROUP-IDX) = WS-SHOW-TYPE
                      PERFORM JUDGE-ONE-GROUP
                   END-IF
           END-PERFORM
           .
       JUDGE-GROUPS-OF-TYPE-EXIT.
           EXIT.

      *    Chi-square: the sum over the faces of (observed less
      *    expected) squared over expected, a fair die expecting a
      *    sixth of the dice thrown on each face.
       JUDGE-ONE-GROUP.
           EVALUATE TRUE
           WHEN WS-GR-OVERALL(WS-GROUP-IDX)
                MOVE "ALL TABLES" TO WS-LABEL
                MOVE "ALL TABLES" TO WS-QU-NAME
           WHEN WS-GR-TABLE(WS-GROUP-IDX)
                MOVE SPACES TO WS-LABEL
                STRING "TABLE " DELIMITED BY SIZE
                   WS-GR-ID(WS-GROUP-IDX) DELIMITED BY SIZE
                   INTO WS-LABEL
                END-STRING
                MOVE WS-LABEL TO WS-QU-NAME
           WHEN OTHER
                MOVE SPACES TO WS-LABEL
                STRING "PLAYER " DELIMITED BY SIZE
                   WS-GR-ID(WS-GROUP-IDX) DELIMITED BY SIZE
                   INTO WS-LABEL
                END-STRING
                MOVE WS-GR-ID(WS-GROUP-IDX) TO WS-QU-NAME
           END-EVALUATE
           MOVE 0 TO WS-CHISQ
           IF WS-GR-ROLLS(WS-GROUP-IDX) > 0
              COMPUTE WS-EXPECTED =
                 WS-GR-ROLLS(WS-GROUP-IDX) * 5 / 6
              PERFORM VARYING F FROM 1 BY 1 UNTIL F > 6
                      COMPUTE WS-CHISQ ROUNDED = WS-CHISQ +
                         (WS-GR-FACE(WS-GROUP-IDX, F) - WS-EXPECTED)
                         ** 2 / WS-EXPECTED
              END-PERFORM
           END-IF

           MOVE SPACES TO WS-STATUS-TEXT
           MOVE 1 TO WS-STATUS-PTR
           IF WS-GR-ROLLS(WS-GROUP-IDX) < WS-MIN-ROLLS
              STRING "TOO FEW ROLLS" DELIMITED BY SIZE
                 INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
              END-STRING
           ELSE
              IF WS-CHISQ > WS-CHISQ-LIMIT
                 STRING "FACES UNEVEN" DELIMITED BY SIZE
                    INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
                 END-STRING
                 MOVE WS-CHISQ TO WS-CHISQ-SHOW
                 MOVE SPACES TO WS-QU-REASON
                 STRING "DICE CHI-SQUARE " DELIMITED BY SIZE
                    TRIM(WS-CHISQ-SHOW) DELIMITED BY SIZE
                    INTO WS-QU-REASON
                 END-STRING
                 PERFORM SEND-FOR-REVIEW
              END-IF
           END-IF
           PERFORM CHECK-YACHT-COUNT
           IF WS-GR-PLAYER(WS-GROUP-IDX)
              AND WS-GR-MAX-RUN(WS-GROUP-IDX) > 1
              MOVE WS-GR-MAX-RUN(WS-GROUP-IDX) TO WS-RUN-SHOW
              IF WS-STATUS-PTR > 1
                 STRING ", " DELIMITED BY SIZE
                    INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
                 END-STRING
              END-IF
              STRING TRIM(WS-RUN-SHOW) DELIMITED BY SIZE
                 " IN A ROW" DELIMITED BY SIZE
                 INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
              END-STRING
              MOVE SPACES TO WS-QU-REASON
              STRING "DICE " DELIMITED BY SIZE
                 TRIM(WS-RUN-SHOW) DELIMITED BY SIZE
                 " YACHTS IN A ROW" DELIMITED BY SIZE
                 INTO WS-QU-REASON
              END-STRING
              PERFORM SEND-FOR-REVIEW
           END-IF
           IF WS-STATUS-TEXT = SPACES
              MOVE "OK" TO WS-STATUS-TEXT
           END-IF
           PERFORM WRITE-GROUP-LINE
           .
       JUDGE-ONE-GROUP-EXIT.
           EXIT.

      *    Chance of at least this many Yachts from a fair die over
      *    this many rolls: one less the Poisson chances of fewer.
       CHECK-YACHT-COUNT.
           IF WS-GR-YACHTS(WS-GROUP-IDX) < 2
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAMBDA = WS-GR-ROLLS(WS-GROUP-IDX) / 1296
           MOVE 1 TO WS-TERM
           MOVE 1 TO WS-TERM-SUM
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I NOT < WS-GR-YACHTS(WS-GROUP-IDX)
                   COMPUTE WS-TERM = WS-TERM * WS-LAMBDA / I
                   COMPUTE WS-TERM-SUM = WS-TERM-SUM + WS-TERM
           END-PERFORM
           COMPUTE WS-TAIL = 1 - EXP(0 - WS-LAMBDA) * WS-TERM-SUM
           IF WS-TAIL NOT < WS-STREAK-PROB
              EXIT PARAGRAPH
           END-IF
           MOVE WS-GR-YACHTS(WS-GROUP-IDX) TO WS-YACHTS-SHOW
           MOVE WS-GR-ROLLS(WS-GROUP-IDX) TO WS-ROLLS-SHOW
           IF WS-STATUS-PTR > 1
              STRING ", " DELIMITED BY SIZE
                 INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
              END-STRING
           END-IF
           STRING "YACHTS HIGH" DELIMITED BY SIZE
              INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
           END-STRING
           MOVE SPACES TO WS-QU-REASON
           STRING "DICE " DELIMITED BY SIZE
              TRIM(WS-YACHTS-SHOW) DELIMITED BY SIZE
              " YACHTS IN " DELIMITED BY SIZE
              TRIM(WS-ROLLS-SHOW) DELIMITED BY SIZE
              " ROLLS" DELIMITED BY SIZE
              INTO WS-QU-REASON
           END-STRING
           PERFORM SEND-FOR-REVIEW
           .
       CHECK-YACHT-COUNT-EXIT.
           EXIT.

      *    Appends a finding to the stewards' review queue with the
      *    audit date; there is no game score, so it carries zero.
       SEND-FOR-REVIEW.
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-QU-NAME TO QU-PLAYER-NAME
           MOVE 0 TO QU-GAME-SCORE
           MOVE BD-BUSINESS-DATE TO QU-GAME-DATE
           MOVE 0 TO QU-GAME-TIME
           MOVE WS-QU-REASON TO QU-REASON
           OPEN EXTEND QUARANTINE-FILE
           WRITE QUARANTINE-RECORD
           CLOSE QUARANTINE-FILE
           .
       SEND-FOR-REVIEW-EXIT.
           EXIT.

       WRITE-GROUP-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE
           MOVE WS-GR-ROLLS(WS-GROUP-IDX) TO WS-ROLLS-SHOW
           MOVE WS-CHISQ TO WS-CHISQ-SHOW
           MOVE WS-GR-YACHTS(WS-GROUP-IDX) TO WS-YACHTS-SHOW
           MOVE WS-LABEL TO AUDIT-REPORT-LINE(1:27)
           MOVE WS-ROLLS-SHOW TO AUDIT-REPORT-LINE(28:7)
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 6
                   MOVE WS-GR-FACE(WS-GROUP-IDX, F) TO WS-FACE-SHOW
                   MOVE WS-FACE-SHOW
                      TO AUDIT-REPORT-LINE(29 + F * 7:6)
           END-PERFORM
           MOVE WS-CHISQ-SHOW TO AUDIT-REPORT-LINE(77:8)
           MOVE WS-YACHTS-SHOW TO AUDIT-REPORT-LINE(87:5)
           MOVE WS-STATUS-TEXT TO AUDIT-REPORT-LINE(93:40)
           WRITE AUDIT-REPORT-LINE
           .
       WRITE-GROUP-LINE-EXIT.
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
           DISPLAY "DICE-AUDIT: PARMMST "
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

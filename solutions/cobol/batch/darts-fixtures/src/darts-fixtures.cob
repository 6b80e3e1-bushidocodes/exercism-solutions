       IDENTIFICATION DIVISION.
       PROGRAM-ID. DARTS-FIXTURES.
      *    Season fixtures for DARTS-LEAGUE. The league secretary
      *    used to type FIXTURES by hand, and nights went out with a
      *    player fixtured twice or not at all. This job keeps the
      *    season's round-robin on FIXSCHED and writes FIXTURES, in
      *    the layout DARTS-LEAGUE reads, for each league night.
      *
      *    A season is opened by PARMMST DARTS-FIXTURES SEASONSTART.
      *    With none, the season already on FIXSCHED carries on, and
      *    only an empty FIXSCHED opens one from the business date.
      *    When FIXSCHED holds no rounds for that season, the
      *    round-robin is drawn from the players on the PLAYREG
      *    register in the LEAGUE (default DARTS) who are active with
      *    a membership running into the season: every player meets
      *    every other once, an odd number of players gives each
      *    player one bye, and home and away alternate round by
      *    round, a player never taking the same side more than
      *    twice running.
      *
      *    Rounds are played on the league nights marked on PROCCAL
      *    from the season start, one round a night, in order. A
      *    round with no league night left on the calendar is held
      *    unscheduled and placed on the first night added later.
      *    POSTPONE lists nights called off (YYYYMMDD): the round on
      *    that night and every round after it move to the next
      *    league night along -- the draw is not touched. Applied
      *    postponements are taken off POSTPONE; one that names no
      *    round or a night already played is left on it. More than
      *    100 lines on POSTPONE stops the run (RC 8) with nothing
      *    applied, as POSTPONE is rewritten from the lines held.
      *
      *    Every run writes FIXTURES for the business date (empty on
      *    a night with no round, byes left out) and the FIXCARD
      *    fixture card for every player for the whole season.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Player registration master -- see player-register.cpy.
           SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-PLAYER-ID
               FILE STATUS IS PR-MASTER-STATUS.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "FIXSCHED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTPONE-FILE ASSIGN TO "POSTPONE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIXTURE-CARD-FILE ASSIGN TO "FIXCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-calendar master -- see processing-calendar.cpy.
           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-REGISTER-FILE.
       01  PLAYER-REGISTER-RECORD.
           02 MP-PLAYER-ID        PIC X(8).
           02 FILLER              PIC X(59).
      *    One line per fixture: the season it belongs to, the
      *    round, the night it is played (zeros while unscheduled),
      *    home and away. A bye has no away player.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           02 FS-SEASON           PIC X(8).
           02 FILLER              PIC X.
           02 FS-ROUND            PIC 9(2).
           02 FILLER              PIC X.
           02 FS-NIGHT            PIC 9(8).
           02 FILLER              PIC X.
           02 FS-HOME             PIC X(20).
           02 FILLER              PIC X.
           02 FS-AWAY             PIC X(20).
       FD  POSTPONE-FILE.
       01  POSTPONE-RECORD.
           02 PN-NIGHT            PIC X(8).
       FD  FIXTURE-FILE.
       01  FIXTURE-RECORD.
           02 FX-PLAYER-A         PIC X(20).
           02 FX-PLAYER-B         PIC X(20).
       FD  FIXTURE-CARD-FILE.
       01  FIXTURE-CARD-LINE      PIC X(80).
       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD PIC X(13).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-CHANGED-FLAG     PIC 9     VALUE 0.
          88 SCHEDULE-CHANGED           VALUE 1 FALSE 0.
       01 WS-DRAWN-FLAG       PIC 9     VALUE 0.
          88 SEASON-DRAWN               VALUE 1 FALSE 0.
       01 WS-POSTPONE-OVERFLOW-FLAG PIC 9 VALUE 0.
          88 POSTPONE-OVERFLOW          VALUE 1 FALSE 0.

      *    Run parameters -- see the header for the defaults.
       01 WS-SEASON-START     PIC 9(8).
       01 WS-LEAGUE           PIC X(10) VALUE "DARTS".

      *    The league nights on the calendar from the season start,
      *    in date order.
       01 WS-NIGHT-COUNT      PIC 9(3)  VALUE 0.
       01 WS-NIGHT-TABLE.
          05 WS-NIGHT-DATE    PIC 9(8)  OCCURS 400.
       01 WS-NIGHT-HOLD       PIC 9(8).

      *    The season's players, in register order. A slot of zero
      *    in the draw is the bye.
       01 WS-PLAYER-COUNT     PIC 9(2)  VALUE 0.
       01 WS-PLAYER-DROPPED   PIC 9(4)  VALUE 0.
       01 WS-PLAYER-TABLE.
          05 WS-PLAYER-NAME   PIC X(20) OCCURS 40.
       01 WS-DRAW-SIZE        PIC 9(2).
       01 WS-DRAW-TABLE.
          05 WS-DRAW-SLOT     PIC 9(2)  OCCURS 40.
       01 WS-SLOT-HOLD        PIC 9(2).
       01 WS-HOME-SLOT        PIC 9(2).
       01 WS-AWAY-SLOT        PIC 9(2).

      *    The season in memory: each round's night, and every
      *    fixture with its round.
       01 WS-ROUND-COUNT      PIC 9(2)  VALUE 0.
       01 WS-ROUND-TABLE.
          05 WS-RD-NIGHT      PIC 9(8)  OCCURS 40.
       01 WS-FIXTURE-COUNT    PIC 9(3)  VALUE 0.
       01 WS-FIXTURE-TABLE.
          05 WS-FIXTURE-ENTRY OCCURS 800.
             10 WS-FT-ROUND      PIC 9(2).
             10 WS-FT-HOME       PIC X(20).
             10 WS-FT-AWAY       PIC X(20).

      *    Pending POSTPONE lines; any refused are written back.
       01 WS-POSTPONE-COUNT   PIC 9(3)  VALUE 0.
       01 WS-POSTPONE-TABLE.
          05 WS-POSTPONE-ENTRY OCCURS 100.
             10 WS-PP-NIGHT      PIC X(8).
             10 WS-PP-REFUSED    PIC X.
       01 WS-APPLIED-COUNT    PIC 9(3)  VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(3)  VALUE 0.
       01 WS-REFUSAL-REASON   PIC X(30).

       01 WS-TONIGHT-COUNT    PIC 9(3)  VALUE 0.
       01 WS-UNSCHEDULED      PIC 9(2)  VALUE 0.
       01 WS-CARD-COUNT       PIC 9(3)  VALUE 0.
       01 WS-AFTER-DATE       PIC 9(8).
       01 WS-CARD-NAME        PIC X(20).
       01 WS-ROUND-SHOW       PIC Z9.

       77 I                   PIC 9(3).
       77 K                   PIC 9(3).
       77 R                   PIC 9(2).
       77 P                   PIC 9(2).
       77 WS-FOUND-IDX        PIC 9(3).

      *    Shared player registration master layout.
       COPY "player-register.cpy".
      *    Shared processing-calendar layout.
       COPY "processing-calendar.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       DARTS-FIXTURES.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-FIXTURE-PARMS
           PERFORM LOAD-LEAGUE-NIGHTS
           PERFORM LOAD-SEASON-SCHEDULE
           IF WS-FIXTURE-COUNT = 0
              PERFORM DRAW-SEASON
              IF PR-MASTER-STATUS NOT = "00"
                 DISPLAY "DARTS-FIXTURES: cannot open PLAYREG,"
                    " status " PR-MASTER-STATUS ", no season drawn"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-FIXTURE-COUNT = 0
                 DISPLAY "DARTS-FIXTURES: fewer than two " WS-LEAGUE
                    " players registered, no season drawn"
                 MOVE 4 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM APPLY-POSTPONEMENTS
           IF POSTPONE-OVERFLOW
              DISPLAY "DARTS-FIXTURES: more than 100 lines on"
                 " POSTPONE, no postponements applied"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SCHEDULE-OPEN-ROUNDS
           IF SCHEDULE-CHANGED
              PERFORM SAVE-SEASON-SCHEDULE
           END-IF
           PERFORM WRITE-TONIGHT-FIXTURES
           PERFORM WRITE-FIXTURE-CARDS

           IF SEASON-DRAWN
              DISPLAY "DARTS-FIXTURES: season from " WS-SEASON-START
                 " drawn, " WS-PLAYER-COUNT " PLAYERS, "
                 WS-ROUND-COUNT " ROUNDS"
           END-IF
           IF WS-PLAYER-DROPPED > 0
              DISPLAY "DARTS-FIXTURES: " WS-PLAYER-DROPPED
                 " players past the 40 a night holds left out"
           END-IF
           DISPLAY "DARTS-FIXTURES: " WS-TONIGHT-COUNT
              " FIXTURES TONIGHT, " WS-APPLIED-COUNT " POSTPONED, "
              WS-REFUSED-COUNT " REFUSED, " WS-UNSCHEDULED
              " ROUNDS UNSCHEDULED"
           IF WS-REFUSED-COUNT > 0 OR WS-UNSCHEDULED > 0
              OR WS-PLAYER-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    PARMMST entries in force on the business date; an absent
      *    or unusable entry leaves the default.
       LOAD-FIXTURE-PARMS.
           PERFORM FIND-SCHEDULED-SEASON
           MOVE "DARTS-FIXTURES" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "SEASONSTART" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:8) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:8) TO WS-SEASON-START
           END-IF
           MOVE "LEAGUE" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE NOT = SPACES
              MOVE PP-FOUND-VALUE TO WS-LEAGUE
           END-IF
           .
       LOAD-FIXTURE-PARMS-EXIT.
           EXIT.

      *    The latest season FIXSCHED holds, or the business date
      *    when it holds none.
       FIND-SCHEDULED-SEASON.
           MOVE 0 TO WS-SEASON-START
           SET FILE-EOF TO FALSE
           OPEN INPUT SCHEDULE-FILE
           PERFORM UNTIL FILE-EOF
                   READ SCHEDULE-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF FS-SEASON IS NUMERIC
                            AND FS-SEASON > WS-SEASON-START
                            MOVE FS-SEASON TO WS-SEASON-START
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           IF WS-SEASON-START = 0
              MOVE BD-BUSINESS-DATE TO WS-SEASON-START
           END-IF
           .
       FIND-SCHEDULED-SEASON-EXIT.
           EXIT.

      *    Every league night on or after the season start, sorted
      *    into date order as it is loaded.
       LOAD-LEAGUE-NIGHTS.
           MOVE 0 TO WS-NIGHT-COUNT
           SET CA-EOF TO FALSE
           OPEN INPUT PROCESSING-CALENDAR-FILE
           PERFORM UNTIL CA-EOF
                   READ PROCESSING-CALENDAR-FILE
                      INTO CA-CALENDAR-RECORD
                      AT END
                         SET CA-EOF TO TRUE
                      NOT AT END
                         IF CA-DATE IS NUMERIC
                            AND CA-LEAGUE-FLAG = "Y"
                            AND CA-DATE >= WS-SEASON-START
                            AND WS-NIGHT-COUNT < 400
                            PERFORM ADD-LEAGUE-NIGHT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PROCESSING-CALENDAR-FILE
           .
       LOAD-LEAGUE-NIGHTS-EXIT.
           EXIT.

       ADD-LEAGUE-NIGHT.
           ADD 1 TO WS-NIGHT-COUNT
           MOVE CA-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
           PERFORM VARYING I FROM WS-NIGHT-COUNT BY -1
              UNTIL I < 2
                   IF WS-NIGHT-DATE(I - 1) <= WS-NIGHT-DATE(I)
                      EXIT PERFORM
                   END-IF
                   MOVE WS-NIGHT-DATE(I - 1) TO WS-NIGHT-HOLD
                   MOVE WS-NIGHT-DATE(I) TO WS-NIGHT-DATE(I - 1)
                   MOVE WS-NIGHT-HOLD TO WS-NIGHT-DATE(I)
           END-PERFORM
           .
       ADD-LEAGUE-NIGHT-EXIT.
           EXIT.

      *    The current season's rounds from FIXSCHED; lines from an
      *    earlier season are passed over and dropped at the next
      *    save.
       LOAD-SEASON-SCHEDULE.
           MOVE 0 TO WS-FIXTURE-COUNT
           MOVE 0 TO WS-ROUND-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT SCHEDULE-FILE
           PERFORM UNTIL FILE-EOF
                   READ SCHEDULE-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF FS-SEASON = WS-SEASON-START
                            AND FS-ROUND IS NUMERIC
                            AND FS-ROUND > 0 AND FS-ROUND <= 40
                            AND FS-NIGHT IS NUMERIC
                            AND WS-FIXTURE-COUNT < 800
                            ADD 1 TO WS-FIXTURE-COUNT
                            MOVE FS-ROUND
                               TO WS-FT-ROUND(WS-FIXTURE-COUNT)
                            MOVE FS-HOME
                               TO WS-FT-HOME(WS-FIXTURE-COUNT)
                            MOVE FS-AWAY
                               TO WS-FT-AWAY(WS-FIXTURE-COUNT)
                            MOVE FS-NIGHT TO WS-RD-NIGHT(FS-ROUND)
                            IF FS-ROUND > WS-ROUND-COUNT
                               MOVE FS-ROUND TO WS-ROUND-COUNT
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           .
       LOAD-SEASON-SCHEDULE-EXIT.
           EXIT.

      *    Draws the season by the circle method: slot 1 stays put
      *    and the others turn one place each round. The first pair
      *    swaps sides every other round and every second pair down
      *    the draw plays the other way about, which alternates each
      *    player's home and away.
       DRAW-SEASON.
           PERFORM LOAD-SEASON-PLAYERS
           IF PR-MASTER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           IF WS-PLAYER-COUNT < 2
              EXIT PARAGRAPH
           END-IF
           SET SEASON-DRAWN TO TRUE
           SET SCHEDULE-CHANGED TO TRUE
           MOVE WS-PLAYER-COUNT TO WS-DRAW-SIZE
           IF MOD(WS-DRAW-SIZE, 2) = 1
              ADD 1 TO WS-DRAW-SIZE
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-DRAW-SIZE
                   IF P > WS-PLAYER-COUNT
                      MOVE 0 TO WS-DRAW-SLOT(P)
                   ELSE
                      MOVE P TO WS-DRAW-SLOT(P)
                   END-IF
           END-PERFORM
           COMPUTE WS-ROUND-COUNT = WS-DRAW-SIZE - 1
           MOVE 0 TO WS-FIXTURE-COUNT
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROUND-COUNT
                   MOVE 0 TO WS-RD-NIGHT(R)
                   PERFORM DRAW-ONE-ROUND
                   MOVE WS-DRAW-SLOT(WS-DRAW-SIZE) TO WS-SLOT-HOLD
                   PERFORM VARYING P FROM WS-DRAW-SIZE BY -1
                      UNTIL P < 3
                           MOVE WS-DRAW-SLOT(P - 1) TO WS-DRAW-SLOT(P)
                   END-PERFORM
                   MOVE WS-SLOT-HOLD TO WS-DRAW-SLOT(2)
           END-PERFORM
           .
       DRAW-SEASON-EXIT.
           EXIT.

       DRAW-ONE-ROUND.
           PERFORM VARYING P FROM 1 BY 1
              UNTIL P > WS-DRAW-SIZE / 2
                   MOVE WS-DRAW-SLOT(P) TO WS-HOME-SLOT
                   MOVE WS-DRAW-SLOT(WS-DRAW-SIZE + 1 - P)
                      TO WS-AWAY-SLOT
                   IF (P = 1 AND MOD(R, 2) = 0)
                      OR (P > 1 AND MOD(P, 2) = 0)
                      MOVE WS-HOME-SLOT TO WS-SLOT-HOLD
                      MOVE WS-AWAY-SLOT TO WS-HOME-SLOT
                      MOVE WS-SLOT-HOLD TO WS-AWAY-SLOT
                   END-IF
                   IF WS-HOME-SLOT = 0
                      MOVE WS-AWAY-SLOT TO WS-HOME-SLOT
                      MOVE 0 TO WS-AWAY-SLOT
                   END-IF
                   ADD 1 TO WS-FIXTURE-COUNT
                   MOVE R TO WS-FT-ROUND(WS-FIXTURE-COUNT)
                   MOVE WS-PLAYER-NAME(WS-HOME-SLOT)
                      TO WS-FT-HOME(WS-FIXTURE-COUNT)
                   IF WS-AWAY-SLOT = 0
                      MOVE SPACES TO WS-FT-AWAY(WS-FIXTURE-COUNT)
                   ELSE
                      MOVE WS-PLAYER-NAME(WS-AWAY-SLOT)
                         TO WS-FT-AWAY(WS-FIXTURE-COUNT)
                   END-IF
           END-PERFORM
           .
       DRAW-ONE-ROUND-EXIT.
           EXIT.

      *    Active players of the league whose membership has not run
      *    out before the season starts, in register order.
       LOAD-SEASON-PLAYERS.
           MOVE 0 TO WS-PLAYER-COUNT
           OPEN INPUT PLAYER-REGISTER-FILE
           IF PR-MASTER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           MOVE LOW-VALUES TO MP-PLAYER-ID
           START PLAYER-REGISTER-FILE KEY IS >= MP-PLAYER-ID
              INVALID KEY
                 SET FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL FILE-EOF
                   READ PLAYER-REGISTER-FILE NEXT RECORD
                      INTO PR-PLAYER-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF PR-ACTIVE
                            AND PR-LEAGUE = WS-LEAGUE
                            AND PR-MEMBER-EXPIRY >= WS-SEASON-START
                            IF WS-PLAYER-COUNT < 40
                               ADD 1 TO WS-PLAYER-COUNT
                               MOVE PR-PLAYER-NAME
                                  TO WS-PLAYER-NAME(WS-PLAYER-COUNT)
                            ELSE
                               ADD 1 TO WS-PLAYER-DROPPED
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PLAYER-REGISTER-FILE
           MOVE "00" TO PR-MASTER-STATUS
           .
       LOAD-SEASON-PLAYERS-EXIT.
           EXIT.

      *    Each night called off pushes its round and every later
      *    scheduled round on to the next league night after the one
      *    it held.
       APPLY-POSTPONEMENTS.
           MOVE 0 TO WS-POSTPONE-COUNT
           SET POSTPONE-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT POSTPONE-FILE
           PERFORM UNTIL FILE-EOF
                   READ POSTPONE-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF POSTPONE-RECORD NOT = SPACES
                            AND WS-POSTPONE-COUNT NOT < 100
                            SET POSTPONE-OVERFLOW TO TRUE
                         END-IF
                         IF POSTPONE-RECORD NOT = SPACES
                            AND WS-POSTPONE-COUNT < 100
                            ADD 1 TO WS-POSTPONE-COUNT
                            MOVE PN-NIGHT
                               TO WS-PP-NIGHT(WS-POSTPONE-COUNT)
                            MOVE "N"
                               TO WS-PP-REFUSED(WS-POSTPONE-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE POSTPONE-FILE
           IF WS-POSTPONE-COUNT = 0 OR POSTPONE-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-POSTPONE-COUNT
                   PERFORM POSTPONE-ONE-NIGHT
                   IF WS-REFUSAL-REASON NOT = SPACES
                      ADD 1 TO WS-REFUSED-COUNT
                      MOVE "Y" TO WS-PP-REFUSED(K)
                      DISPLAY "DARTS-FIXTURES: POSTPONE "
                         WS-PP-NIGHT(K) " REFUSED -- "
                         TRIM(WS-REFUSAL-REASON)
                   ELSE
                      ADD 1 TO WS-APPLIED-COUNT
                   END-IF
           END-PERFORM
           OPEN OUTPUT POSTPONE-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-POSTPONE-COUNT
                   IF WS-PP-REFUSED(K) = "Y"
                      MOVE WS-PP-NIGHT(K) TO POSTPONE-RECORD
                      WRITE POSTPONE-RECORD
                   END-IF
           END-PERFORM
           CLOSE POSTPONE-FILE
           .
       APPLY-POSTPONEMENTS-EXIT.
           EXIT.

       POSTPONE-ONE-NIGHT.
           MOVE SPACES TO WS-REFUSAL-REASON
           IF WS-PP-NIGHT(K) IS NOT NUMERIC
              MOVE "NOT A DATE" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-PP-NIGHT(K) < BD-BUSINESS-DATE
              MOVE "NIGHT ALREADY PLAYED" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING R FROM 1 BY 1
              UNTIL R > WS-ROUND-COUNT OR WS-FOUND-IDX > 0
                   IF WS-RD-NIGHT(R) = WS-PP-NIGHT(K)
                      MOVE R TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              MOVE "NO ROUND ON THAT NIGHT" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           SET SCHEDULE-CHANGED TO TRUE
           PERFORM VARYING R FROM WS-FOUND-IDX BY 1
              UNTIL R > WS-ROUND-COUNT
                   IF WS-RD-NIGHT(R) > 0
                      MOVE WS-RD-NIGHT(R) TO WS-AFTER-DATE
                      PERFORM FIND-NEXT-NIGHT
                      MOVE WS-NIGHT-HOLD TO WS-RD-NIGHT(R)
                   END-IF
           END-PERFORM
           .
       POSTPONE-ONE-NIGHT-EXIT.
           EXIT.

      *    The first league night after WS-AFTER-DATE into
      *    WS-NIGHT-HOLD; zero when the calendar has none.
       FIND-NEXT-NIGHT.
           MOVE 0 TO WS-NIGHT-HOLD
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-NIGHT-COUNT OR WS-NIGHT-HOLD > 0
                   IF WS-NIGHT-DATE(I) > WS-AFTER-DATE
                      MOVE WS-NIGHT-DATE(I) TO WS-NIGHT-HOLD
                   END-IF
           END-PERFORM
           .
       FIND-NEXT-NIGHT-EXIT.
           EXIT.

      *    Places every unscheduled round, in order, on the first
      *    league night after the round before it.
       SCHEDULE-OPEN-ROUNDS.
           MOVE 0 TO WS-UNSCHEDULED
           COMPUTE WS-AFTER-DATE = WS-SEASON-START - 1
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROUND-COUNT
                   IF WS-RD-NIGHT(R) = 0
                      PERFORM FIND-NEXT-NIGHT
                      IF WS-NIGHT-HOLD > 0
                         MOVE WS-NIGHT-HOLD TO WS-RD-NIGHT(R)
                         SET SCHEDULE-CHANGED TO TRUE
                      ELSE
                         ADD 1 TO WS-UNSCHEDULED
                      END-IF
                   END-IF
                   IF WS-RD-NIGHT(R) > 0
                      MOVE WS-RD-NIGHT(R) TO WS-AFTER-DATE
                   END-IF
           END-PERFORM
           .
       SCHEDULE-OPEN-ROUNDS-EXIT.
           EXIT.

       SAVE-SEASON-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FIXTURE-COUNT
                   MOVE SPACES TO SCHEDULE-RECORD
                   MOVE WS-SEASON-START TO FS-SEASON
                   MOVE WS-FT-ROUND(I) TO FS-ROUND
                   MOVE WS-RD-NIGHT(WS-FT-ROUND(I)) TO FS-NIGHT
                   MOVE WS-FT-HOME(I) TO FS-HOME
                   MOVE WS-FT-AWAY(I) TO FS-AWAY
                   WRITE SCHEDULE-RECORD
           END-PERFORM
           CLOSE SCHEDULE-FILE
           .
       SAVE-SEASON-SCHEDULE-EXIT.
           EXIT.

      *    Tonight's pairings in DARTS-LEAGUE's layout; a night with
      *    no round leaves the file empty.
       WRITE-TONIGHT-FIXTURES.
           MOVE 0 TO WS-TONIGHT-COUNT
           OPEN OUTPUT FIXTURE-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FIXTURE-COUNT
                   IF WS-RD-NIGHT(WS-FT-ROUND(I)) = BD-BUSINESS-DATE
                      AND WS-FT-AWAY(I) NOT = SPACES
                      MOVE WS-FT-HOME(I) TO FX-PLAYER-A
                      MOVE WS-FT-AWAY(I) TO FX-PLAYER-B
                      WRITE FIXTURE-RECORD
                      ADD 1 TO WS-TONIGHT-COUNT
                   END-IF
           END-PERFORM
           CLOSE FIXTURE-FILE
           .
       WRITE-TONIGHT-FIXTURES-EXIT.
           EXIT.

      *    One card per player, round by round: the night, home or
      *    away and the opponent, or the bye. Players are taken in
      *    the order the first round lists them.
       WRITE-FIXTURE-CARDS.
           MOVE 0 TO WS-CARD-COUNT
           OPEN OUTPUT FIXTURE-CARD-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FIXTURE-COUNT
                   IF WS-FT-ROUND(K) = 1
                      MOVE WS-FT-HOME(K) TO WS-CARD-NAME
                      PERFORM WRITE-ONE-CARD
                      IF WS-FT-AWAY(K) NOT = SPACES
                         MOVE WS-FT-AWAY(K) TO WS-CARD-NAME
                         PERFORM WRITE-ONE-CARD
                      END-IF
                   END-IF
           END-PERFORM
           CLOSE FIXTURE-CARD-FILE
           .
       WRITE-FIXTURE-CARDS-EXIT.
           EXIT.

       WRITE-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO FIXTURE-CARD-LINE
           STRING "FIXTURE CARD " DELIMITED BY SIZE
              WS-CARD-NAME DELIMITED BY SIZE
              " SEASON FROM " DELIMITED BY SIZE
              WS-SEASON-START DELIMITED BY SIZE
              INTO FIXTURE-CARD-LINE
           END-STRING
           WRITE FIXTURE-CARD-LINE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROUND-COUNT
                   PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-FIXTURE-COUNT
                           IF WS-FT-ROUND(I) = R
                              AND (WS-FT-HOME(I) = WS-CARD-NAME
                                 OR WS-FT-AWAY(I) = WS-CARD-NAME)
                              PERFORM WRITE-ONE-CARD-LINE
                           END-IF
                   END-PERFORM
           END-PERFORM
           MOVE SPACES TO FIXTURE-CARD-LINE
           WRITE FIXTURE-CARD-LINE
           .
       WRITE-ONE-CARD-EXIT.
           EXIT.

       WRITE-ONE-CARD-LINE.
           MOVE SPACES TO FIXTURE-CARD-LINE
           MOVE R TO WS-ROUND-SHOW
           MOVE "   ROUND " TO FIXTURE-CARD-LINE(1:9)
           MOVE WS-ROUND-SHOW TO FIXTURE-CARD-LINE(10:2)
           IF WS-RD-NIGHT(R) = 0
              MOVE "UNSCHED." TO FIXTURE-CARD-LINE(13:8)
           ELSE
              MOVE WS-RD-NIGHT(R) TO FIXTURE-CARD-LINE(13:8)
           END-IF
           EVALUATE TRUE
              WHEN WS-FT-AWAY(I) = SPACES
                 MOVE "BYE" TO FIXTURE-CARD-LINE(23:3)
              WHEN WS-FT-HOME(I) = WS-CARD-NAME
                 MOVE "HOME V" TO FIXTURE-CARD-LINE(23:6)
                 MOVE WS-FT-AWAY(I) TO FIXTURE-CARD-LINE(30:20)
              WHEN OTHER
                 MOVE "AWAY AT" TO FIXTURE-CARD-LINE(23:7)
                 MOVE WS-FT-HOME(I) TO FIXTURE-CARD-LINE(31:20)
           END-EVALUATE
           WRITE FIXTURE-CARD-LINE
           .
       WRITE-ONE-CARD-LINE-EXIT.
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
           DISPLAY "DARTS-FIXTURES: PARMMST "
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

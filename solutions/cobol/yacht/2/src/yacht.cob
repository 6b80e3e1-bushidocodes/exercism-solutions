      *    master-journal.cpy.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Roll log for the weekly fairness audit -- see
      *    dice-roll.cpy.
           SELECT OPTIONAL DICE-LOG-FILE ASSIGN TO "DICELOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  MASTER-ACTIVITY-RECORD PIC X(48).
       FD  MASTER-JOURNAL-FILE.
       01  MASTER-JOURNAL-RECORD  PIC X(2098).
       FD  DICE-LOG-FILE.
       01  DICE-LOG-RECORD        PIC X(74).

       WORKING-STORAGE SECTION.
       01 WS-RESULT    PIC 99    VALUE 0.
      * categories once it has been scored for that player, same as
      * real Yacht rules (no scoring a category twice).
       01 WS-PLAYER-ID        PIC X(20).
      *    The caller names the table and game alongside the player,
      *    for the roll log.
       01 WS-TABLE-ID         PIC X(4).
       01 WS-GAME-ID          PIC X(8).
       01 WS-TURN-NO          PIC 99.
       01 WS-TURN-ERROR       PIC X(30).
       01 WS-CAT-IDX          PIC 99.
       01 WS-SCORECARD-COUNT  PIC 99   VALUE 0.
       01 WS-JRNL-AFTER       PIC X(56).
      *    Shared operator-alert record layout.
       COPY "operator-alert.cpy".
      *    Shared roll-log layout.
       COPY "dice-roll.cpy".

      *    Sort-key cache -- the nightly batch re-screens plenty of
      *    repeat rolls, so the sorted dice and counts are kept from
              IF SC-IS-LOCKED(PL-IDX, WS-CAT-IDX)
                 MOVE "CATEGORY ALREADY SCORED" TO WS-TURN-ERROR
              ELSE
                 PERFORM WRITE-ROLL-LOG
                 PERFORM SCORE-ROLL
                 MOVE WS-RESULT TO SC-SCORE(PL-IDX, WS-CAT-IDX)
                 MOVE "Y" TO SC-LOCKED(PL-IDX, WS-CAT-IDX)
       END-GAME-EXIT.
           EXIT.

      *    Logs the roll as it came in, before SCORE-ROLL sorts
      *    WS-DICE. Only a turn that is scored is logged: a rejected
      *    turn is resubmitted with the same dice, and logging both
      *    would count that roll twice in the fairness audit. The
      *    turn is the player's count of scored categories plus
      *    one.
       WRITE-ROLL-LOG.
           MOVE 1 TO WS-TURN-NO
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 12
                   IF SC-IS-LOCKED(PL-IDX, CAT-IDX)
                      ADD 1 TO WS-TURN-NO
                   END-IF
           END-PERFORM
           MOVE SPACES TO DR-ROLL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO DR-ROLL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO DR-ROLL-TIME
           MOVE WS-TABLE-ID TO DR-TABLE-ID
           MOVE WS-GAME-ID TO DR-GAME-ID
           MOVE WS-PLAYER-ID TO DR-PLAYER-ID
           MOVE WS-TURN-NO TO DR-TURN
           MOVE WS-DICE TO DR-DICE
           MOVE WS-CATEGORY TO DR-CATEGORY
           MOVE DR-ROLL-RECORD TO DICE-LOG-RECORD
           OPEN EXTEND DICE-LOG-FILE
           WRITE DICE-LOG-RECORD
           CLOSE DICE-LOG-FILE
           .
       WRITE-ROLL-LOG-EXIT.
           EXIT.

       WRITE-GAME-HISTORY.
           MOVE WS-PLAYER-ID TO GH-PLAYER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO GH-GAME-DATE

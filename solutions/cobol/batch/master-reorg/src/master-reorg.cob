              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  SCORECARD-MASTER-FILE.
       01  SCORECARD-MASTER-RECORD.
           02 SM-PLAYER-ID          PIC X(20).
           02 SHM-GAME-SCORE      PIC 9(5).
           02 SHM-GAME-DATE       PIC 9(8).
       FD  REORG-WORK-FILE.
       01  REORG-WORK-RECORD      PIC X(66).
       FD  ROSTER-LOCK-FILE.
       01  ROSTER-LOCK-RECORD     PIC X(37).
       FD  SCORE-LOCK-FILE.
       01 WS-REORGED-COUNT    PIC 9(2)  VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(2)  VALUE 0.
       01 WS-FAILED-COUNT     PIC 9(2)  VALUE 0.
       01 WS-BUFFER           PIC X(66).
       01 WS-DELETE-STATUS    PIC 9(4) COMP.

      *    Shared lock-record layout.

              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  SCORECARD-MASTER-FILE.
       01  SCORECARD-MASTER-RECORD.
           02 SM-PLAYER-ID          PIC X(20).

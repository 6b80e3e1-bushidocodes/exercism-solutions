              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  ROSTER-LOCK-FILE.
       01  ROSTER-LOCK-RECORD     PIC X(37).
       FD  OPERATOR-ALERT-FILE.
       COPY "master-journal.cpy".

      *    Image hold fields for the update journal.
       01 WS-JRNL-BEFORE      PIC X(66).
       01 WS-JRNL-AFTER       PIC X(66).
       01 WS-KEPT-SECTION     PIC X(2).
      *    Shared operator-alert record layout.
       COPY "operator-alert.cpy".

           MOVE WS-SCHOOL-ID TO RM-SCHOOL-ID
           MOVE WS-STUDENTNAME TO RM-NAME
           MOVE WS-STUDENTGRADE TO RM-GRADE
           MOVE SPACES TO RM-SECTION
      *    Hold the new content, read the old for the before image,
      *    then restore -- see master-journal.cpy. A student staying
      *    in the same grade keeps the homeroom section.
           MOVE ROSTER-MASTER-RECORD TO WS-JRNL-AFTER
           MOVE SPACES TO WS-JRNL-BEFORE
           MOVE SPACES TO WS-KEPT-SECTION
           MOVE "I" TO JR-ACTION
           READ ROSTER-MASTER-FILE
              INVALID KEY
              NOT INVALID KEY
                 MOVE ROSTER-MASTER-RECORD TO WS-JRNL-BEFORE
                 MOVE "U" TO JR-ACTION
                 IF RM-GRADE = WS-STUDENTGRADE
                    MOVE RM-SECTION TO WS-KEPT-SECTION
                 END-IF
           END-READ
           MOVE WS-JRNL-AFTER TO ROSTER-MASTER-RECORD
           MOVE WS-KEPT-SECTION TO RM-SECTION
           MOVE ROSTER-MASTER-RECORD TO WS-JRNL-AFTER
           REWRITE ROSTER-MASTER-RECORD
              INVALID KEY
                 WRITE ROSTER-MASTER-RECORD

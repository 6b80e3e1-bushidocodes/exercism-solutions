              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS  PIC XX.
                         MOVE WS-HOME-SCHOOL TO RM-SCHOOL-ID
                         MOVE OLD-RM-NAME TO RM-NAME
                         MOVE OLD-RM-GRADE TO RM-GRADE
                         MOVE SPACES TO RM-SECTION
                         WRITE NEW-ROSTER-RECORD
                            INVALID KEY
                               CONTINUE

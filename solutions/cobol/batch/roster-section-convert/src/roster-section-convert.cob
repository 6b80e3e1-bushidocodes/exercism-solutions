       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-SECTION-CONVERT.
      *    One-time conversion for homeroom sectioning, same pattern
      *    as ROSTER-MASTER-CONVERT: the ROSTERIDX record gains
      *    RM-SECTION after RM-GRADE, and without this step every
      *    existing record is unreadable under the new layout. Reads
      *    the old master sequentially and writes ROSTERNEW with the
      *    section blank, for HOMEROOM-SECTION to fill. Operations
      *    then swaps ROSTERNEW in as ROSTERIDX -- the old master is
      *    never touched, so the cut-over can be backed out by
      *    simply not swapping.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ROSTER-MASTER ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RM-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-ROSTER-MASTER ASSIGN TO "ROSTERNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ROSTER-MASTER.
       01  OLD-ROSTER-RECORD.
           02 OLD-RM-KEY.
              05 OLD-RM-SCHOOL-ID PIC X(3).
              05 OLD-RM-NAME      PIC X(60).
           02 OLD-RM-GRADE        PIC 9.
       FD  NEW-ROSTER-MASTER.
       01  NEW-ROSTER-RECORD.
           02 RM-KEY.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS  PIC XX.
       01 WS-NEW-FILE-STATUS  PIC XX.
       01 WS-ROSTER-EOF-FLAG  PIC 9     VALUE 0.
          88 ROSTER-EOF                 VALUE 1 FALSE 0.
       01 WS-IN-COUNT         PIC 9(4)  VALUE 0.
       01 WS-OUT-COUNT        PIC 9(4)  VALUE 0.

       PROCEDURE DIVISION.
       ROSTER-SECTION-CONVERT.
           OPEN INPUT OLD-ROSTER-MASTER
           IF WS-OLD-FILE-STATUS NOT = "00"
              DISPLAY "ROSTER-SECTION-CONVERT: cannot open ROSTERIDX,"
                 " status " WS-OLD-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT NEW-ROSTER-MASTER
           IF WS-NEW-FILE-STATUS NOT = "00"
              DISPLAY "ROSTER-SECTION-CONVERT: cannot create"
                 " ROSTERNEW, status " WS-NEW-FILE-STATUS
              CLOSE OLD-ROSTER-MASTER
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           SET ROSTER-EOF TO FALSE
           MOVE LOW-VALUES TO OLD-RM-KEY
           START OLD-ROSTER-MASTER KEY IS >= OLD-RM-KEY
              INVALID KEY
                 SET ROSTER-EOF TO TRUE
           END-START
           PERFORM UNTIL ROSTER-EOF
                   READ OLD-ROSTER-MASTER NEXT RECORD
                      AT END
                         SET ROSTER-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-IN-COUNT
                         MOVE OLD-RM-SCHOOL-ID TO RM-SCHOOL-ID
                         MOVE OLD-RM-NAME TO RM-NAME
                         MOVE OLD-RM-GRADE TO RM-GRADE
                         MOVE SPACES TO RM-SECTION
                         WRITE NEW-ROSTER-RECORD
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               ADD 1 TO WS-OUT-COUNT
                         END-WRITE
                   END-READ
           END-PERFORM

           CLOSE OLD-ROSTER-MASTER
           CLOSE NEW-ROSTER-MASTER
           DISPLAY "ROSTER-SECTION-CONVERT: " WS-IN-COUNT " IN, "
              WS-OUT-COUNT " CONVERTED TO ROSTERNEW"
           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOMEROOM-SECTION.
      *    Homeroom sectioning over the ROSTERIDX master. GRADE-SCHOOL
      *    files students by school and grade only, and each August
      *    the principals split the grades into homerooms on paper.
      *    This run takes the TCHRMST teacher master (see
      *    teacher-master.cpy -- one line per section with its
      *    teacher, room and seats) and seats every grade's students
      *    across that grade's sections, storing the section code on
      *    the roster as RM-SECTION.
      *
      *    A student already in a section that still exists for the
      *    grade keeps it while the section has a seat, so a rerun
      *    mid-year only seats the newcomers; YEAR-END-PROMOTION
      *    clears the section when a student moves up, so the August
      *    run seats everybody afresh. Everyone else goes, in roster
      *    order, to the section of the grade with the fewest
      *    students and a free seat, which keeps the headcounts level
      *    and never past capacity. SECTSEP lists students who must
      *    be kept apart (school, a group code, student name): two
      *    students of one school sharing a group code are never put
      *    in the same section while the grade has another section
      *    with a seat, and those students are seated first. When
      *    there is no way to keep them apart the student is seated
      *    anyway and reported.
      *
      *    CLASSLST is the class list for each teacher. SECTRPT shows
      *    every grade's students against its seats and names the
      *    students left without a seat where a grade has more
      *    students than seats, along with the separations that
      *    could not be kept and any TCHRMST or SECTSEP line refused.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *    Teacher master -- see teacher-master.cpy.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEPARATION-FILE ASSIGN TO "SECTSEP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLASS-LIST-FILE ASSIGN TO "CLASSLST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-REPORT-FILE ASSIGN TO "SECTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Lock file guarding ROSTERIDX updates -- see
      *    lock-control.cpy.
           SELECT OPTIONAL ROSTER-LOCK-FILE ASSIGN TO "ROSTRLCK"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central operator-alert file -- see operator-alert.cpy.
           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Before/after-image journal for forward recovery -- see
      *    master-journal.cpy.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-RECORD.
           02 RM-KEY.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  TEACHER-MASTER-FILE.
       01  TEACHER-MASTER-LINE    PIC X(54).
       FD  SEPARATION-FILE.
       01  SEPARATION-RECORD.
           02 SP-SCHOOL-ID        PIC X(3).
           02 FILLER              PIC X.
           02 SP-GROUP            PIC X(4).
           02 FILLER              PIC X.
           02 SP-NAME             PIC X(60).
       FD  CLASS-LIST-FILE.
       01  CLASS-LIST-LINE        PIC X(80).
       FD  SECTION-REPORT-FILE.
       01  SECTION-REPORT-LINE    PIC X(100).
       FD  ROSTER-LOCK-FILE.
       01  ROSTER-LOCK-RECORD     PIC X(37).
       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD  PIC X(105).
       FD  MASTER-JOURNAL-FILE.
       01  MASTER-JOURNAL-RECORD  PIC X(2098).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-FILE-EOF-FLAG       PIC 9     VALUE 0.
          88 FILE-EOF                      VALUE 1 FALSE 0.
       01 WS-CLASH-FLAG          PIC X     VALUE 'N'.
          88 SECTION-CLASHES               VALUE 'Y' FALSE 'N'.

      *    Sections off TCHRMST with the students seated in each.
       01 WS-SECTION-COUNT       PIC 9(3)  VALUE 0.
       01 WS-SECTION-TABLE.
          05 WS-SECTION-ENTRY OCCURS 200.
             10 WS-SC-SCHOOL-ID  PIC X(3).
             10 WS-SC-GRADE      PIC 9.
             10 WS-SC-SECTION    PIC X(2).
             10 WS-SC-TEACHER    PIC X(30).
             10 WS-SC-ROOM-ID    PIC X(10).
             10 WS-SC-CAPACITY   PIC 9(3).
             10 WS-SC-SEATED     PIC 9(3).

       01 WS-SEP-COUNT           PIC 9(3)  VALUE 0.
       01 WS-SEP-TABLE.
          05 WS-SEP-ENTRY OCCURS 500.
             10 WS-SP-SCHOOL-ID  PIC X(3).
             10 WS-SP-GROUP      PIC X(4).
             10 WS-SP-NAME       PIC X(60).

      *    The roster in key order. ST-SEAT is the section table
      *    position the student ends up in, 0 for no seat.
       01 WS-STUDENT-COUNT       PIC 9(4)  VALUE 0.
       01 WS-STUDENT-TABLE.
          05 WS-STUDENT-ENTRY OCCURS 3000.
             10 WS-ST-SCHOOL-ID  PIC X(3).
             10 WS-ST-NAME       PIC X(60).
             10 WS-ST-GRADE      PIC 9.
             10 WS-ST-OLD-SECTION PIC X(2).
             10 WS-ST-SEAT       PIC 9(3).
             10 WS-ST-GROUP      PIC X(4).
             10 WS-ST-SEP-FAILED PIC X.
       01 WS-ROSTER-DROPPED      PIC 9(4)  VALUE 0.

      *    Every school and grade with sections or students. Each
      *    of the 200 sections and 3000 students can start at most
      *    one group, so the table cannot fill.
       01 WS-GROUP-COUNT         PIC 9(4)  VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 3200.
             10 WS-GR-SCHOOL-ID  PIC X(3).
             10 WS-GR-GRADE      PIC 9.
             10 WS-GR-STUDENTS   PIC 9(4).
             10 WS-GR-SECTIONS   PIC 9(3).
             10 WS-GR-SEATS      PIC 9(4).
             10 WS-GR-UNSEATED   PIC 9(4).

       77 I                      PIC 9(4).
       77 J                      PIC 9(4).
       77 S                      PIC 9(3).
       77 G                      PIC 9(4).
       77 WS-BEST-SEAT           PIC 9(3).
       77 WS-CLASH-SEAT          PIC 9(3).
       77 WS-LOOK-SCHOOL-ID      PIC X(3).
       77 WS-LOOK-GRADE          PIC 9.

       01 WS-KEPT-COUNT          PIC 9(4)  VALUE 0.
       01 WS-SEATED-COUNT        PIC 9(4)  VALUE 0.
       01 WS-UNSEATED-COUNT      PIC 9(4)  VALUE 0.
       01 WS-CHANGED-COUNT       PIC 9(4)  VALUE 0.
       01 WS-SEP-FAILED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-REFUSED-COUNT       PIC 9(4)  VALUE 0.
       01 WS-OVER-GRADE-COUNT    PIC 9(3)  VALUE 0.
       01 WS-NEW-SECTION         PIC X(2).
       01 WS-JRNL-BEFORE         PIC X(66).
       01 WS-REFUSE-TEXT         PIC X(100).

      *    Shared teacher master layout.
       COPY "teacher-master.cpy".
      *    Shared lock-record layout.
       COPY "lock-control.cpy".
      *    Shared operator-alert record layout.
       COPY "operator-alert.cpy".
      *    Shared before/after-image journal layout.
       COPY "master-journal.cpy".

       PROCEDURE DIVISION.
       HOMEROOM-SECTION.
           OPEN OUTPUT SECTION-REPORT-FILE
           MOVE "HOMEROOM SECTIONING" TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE
           MOVE SPACES TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE
           PERFORM LOAD-TEACHER-MASTER
           IF WS-SECTION-COUNT = 0
              DISPLAY "HOMEROOM-SECTION: TCHRMST empty or missing,"
                 " nothing seated"
              CLOSE SECTION-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SEPARATIONS
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT LK-LOCK-HELD
              CLOSE SECTION-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O ROSTER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "HOMEROOM-SECTION: cannot open ROSTERIDX,"
                 " status " WS-MASTER-FILE-STATUS
              PERFORM RELEASE-MASTER-LOCK
              CLOSE SECTION-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ROSTER
           IF WS-ROSTER-DROPPED > 0
              DISPLAY "HOMEROOM-SECTION: roster over 3000 students, "
                 WS-ROSTER-DROPPED " not seated this run"
           END-IF
           PERFORM KEEP-CURRENT-SEATS
           PERFORM SEAT-SEPARATED-STUDENTS
           PERFORM SEAT-OTHER-STUDENTS
           PERFORM SAVE-SECTIONS
           CLOSE ROSTER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK
           PERFORM WRITE-CLASS-LISTS
           PERFORM WRITE-SECTION-REPORT
           CLOSE SECTION-REPORT-FILE
           DISPLAY "HOMEROOM-SECTION: " WS-SEATED-COUNT " SEATED ("
              WS-KEPT-COUNT " KEPT, " WS-CHANGED-COUNT " CHANGED), "
              WS-UNSEATED-COUNT " WITHOUT A SEAT, "
              WS-SEP-FAILED-COUNT " NOT SEPARATED, "
              WS-OVER-GRADE-COUNT " GRADES OVER CAPACITY"
           IF WS-UNSEATED-COUNT > 0 OR WS-SEP-FAILED-COUNT > 0
              OR WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-TEACHER-MASTER.
           SET FILE-EOF TO FALSE
           OPEN INPUT TEACHER-MASTER-FILE
           PERFORM UNTIL FILE-EOF
                   READ TEACHER-MASTER-FILE INTO TM-TEACHER-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF TEACHER-MASTER-LINE NOT = SPACES
                            PERFORM STORE-ONE-SECTION
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TEACHER-MASTER-FILE
           .
       LOAD-TEACHER-MASTER-EXIT.
           EXIT.

       STORE-ONE-SECTION.
           MOVE SPACES TO WS-REFUSE-TEXT
           EVALUATE TRUE
           WHEN TM-GRADE NOT NUMERIC
                MOVE "GRADE NOT 0-9" TO WS-REFUSE-TEXT
           WHEN TM-SECTION = SPACES
                MOVE "NO SECTION CODE" TO WS-REFUSE-TEXT
           WHEN TM-CAPACITY NOT NUMERIC
                MOVE "CAPACITY NOT NUMERIC" TO WS-REFUSE-TEXT
           WHEN TM-CAPACITY = "000"
                MOVE "CAPACITY ZERO" TO WS-REFUSE-TEXT
           WHEN WS-SECTION-COUNT = 200
                MOVE "MORE THAN 200 SECTIONS" TO WS-REFUSE-TEXT
           END-EVALUATE
           IF WS-REFUSE-TEXT = SPACES
              PERFORM VARYING S FROM 1 BY 1
                      UNTIL S > WS-SECTION-COUNT
                      IF WS-SC-SCHOOL-ID(S) = TM-SCHOOL-ID
                         AND WS-SC-GRADE(S) = TM-GRADE
                         AND WS-SC-SECTION(S) = TM-SECTION
                         MOVE "SECTION LISTED TWICE" TO WS-REFUSE-TEXT
                         EXIT PERFORM
                      END-IF
              END-PERFORM
           END-IF
           IF WS-REFUSE-TEXT NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              MOVE SPACES TO SECTION-REPORT-LINE
              STRING "TCHRMST REFUSED: " DELIMITED BY SIZE
                 TEACHER-MASTER-LINE DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 WS-REFUSE-TEXT DELIMITED BY "  "
                 INTO SECTION-REPORT-LINE
              END-STRING
              WRITE SECTION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-SECTION-COUNT TO S
           MOVE TM-SCHOOL-ID TO WS-SC-SCHOOL-ID(S)
           MOVE TM-GRADE TO WS-SC-GRADE(S)
           MOVE TM-SECTION TO WS-SC-SECTION(S)
           MOVE TM-TEACHER-NAME TO WS-SC-TEACHER(S)
           MOVE TM-ROOM-ID TO WS-SC-ROOM-ID(S)
           MOVE TM-CAPACITY TO WS-SC-CAPACITY(S)
           MOVE 0 TO WS-SC-SEATED(S)
           MOVE TM-SCHOOL-ID TO WS-LOOK-SCHOOL-ID
           MOVE TM-GRADE TO WS-LOOK-GRADE
           PERFORM FIND-GROUP
           ADD 1 TO WS-GR-SECTIONS(G)
           ADD WS-SC-CAPACITY(S) TO WS-GR-SEATS(G)
           .
       STORE-ONE-SECTION-EXIT.
           EXIT.

      *    Group table position for WS-LOOK-SCHOOL-ID and
      *    WS-LOOK-GRADE, added when new.
       FIND-GROUP.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
                   IF WS-GR-SCHOOL-ID(G) = WS-LOOK-SCHOOL-ID
                      AND WS-GR-GRADE(G) = WS-LOOK-GRADE
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-GROUP-COUNT TO G
           MOVE WS-LOOK-SCHOOL-ID TO WS-GR-SCHOOL-ID(G)
           MOVE WS-LOOK-GRADE TO WS-GR-GRADE(G)
           MOVE 0 TO WS-GR-STUDENTS(G) WS-GR-SECTIONS(G)
              WS-GR-SEATS(G) WS-GR-UNSEATED(G)
           .
       FIND-GROUP-EXIT.
           EXIT.

       LOAD-SEPARATIONS.
           SET FILE-EOF TO FALSE
           OPEN INPUT SEPARATION-FILE
           PERFORM UNTIL FILE-EOF
                   READ SEPARATION-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM STORE-ONE-SEPARATION
                   END-READ
           END-PERFORM
           CLOSE SEPARATION-FILE
           .
       LOAD-SEPARATIONS-EXIT.
           EXIT.

      *    A student belongs to one separation group; a second line
      *    for the same student is refused.
       STORE-ONE-SEPARATION.
           MOVE SPACES TO WS-REFUSE-TEXT
           IF SP-GROUP = SPACES OR SP-NAME = SPACES
              MOVE "NO GROUP OR NO NAME" TO WS-REFUSE-TEXT
           END-IF
           IF WS-SEP-COUNT = 500
              MOVE "MORE THAN 500 LINES" TO WS-REFUSE-TEXT
           END-IF
           IF WS-REFUSE-TEXT = SPACES
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SEP-COUNT
                      IF WS-SP-SCHOOL-ID(J) = SP-SCHOOL-ID
                         AND WS-SP-NAME(J) = SP-NAME
                         MOVE "STUDENT ALREADY IN A GROUP"
                            TO WS-REFUSE-TEXT
                         EXIT PERFORM
                      END-IF
              END-PERFORM
           END-IF
           IF WS-REFUSE-TEXT NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              MOVE SPACES TO SECTION-REPORT-LINE
              STRING "SECTSEP REFUSED: " DELIMITED BY SIZE
                 SP-SCHOOL-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 SP-GROUP DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(SP-NAME) DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 WS-REFUSE-TEXT DELIMITED BY "  "
                 INTO SECTION-REPORT-LINE
              END-STRING
              WRITE SECTION-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEP-COUNT
           MOVE SP-SCHOOL-ID TO WS-SP-SCHOOL-ID(WS-SEP-COUNT)
           MOVE SP-GROUP TO WS-SP-GROUP(WS-SEP-COUNT)
           MOVE SP-NAME TO WS-SP-NAME(WS-SEP-COUNT)
           .
       STORE-ONE-SEPARATION-EXIT.
           EXIT.

       LOAD-ROSTER.
           SET FILE-EOF TO FALSE
           MOVE LOW-VALUES TO RM-KEY
           START ROSTER-MASTER-FILE KEY IS >= RM-KEY
              INVALID KEY
                 SET FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL FILE-EOF
                   READ ROSTER-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM STORE-ONE-STUDENT
                   END-READ
           END-PERFORM
           .
       LOAD-ROSTER-EXIT.
           EXIT.

       STORE-ONE-STUDENT.
           IF WS-STUDENT-COUNT = 3000
              ADD 1 TO WS-ROSTER-DROPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STUDENT-COUNT
           MOVE WS-STUDENT-COUNT TO I
           MOVE RM-SCHOOL-ID TO WS-ST-SCHOOL-ID(I)
           MOVE RM-NAME TO WS-ST-NAME(I)
           MOVE RM-GRADE TO WS-ST-GRADE(I)
           MOVE RM-SECTION TO WS-ST-OLD-SECTION(I)
           MOVE 0 TO WS-ST-SEAT(I)
           MOVE "N" TO WS-ST-SEP-FAILED(I)
           MOVE SPACES TO WS-ST-GROUP(I)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SEP-COUNT
                   IF WS-SP-SCHOOL-ID(J) = RM-SCHOOL-ID
                      AND WS-SP-NAME(J) = RM-NAME
                      MOVE WS-SP-GROUP(J) TO WS-ST-GROUP(I)
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           MOVE RM-SCHOOL-ID TO WS-LOOK-SCHOOL-ID
           MOVE RM-GRADE TO WS-LOOK-GRADE
           PERFORM FIND-GROUP
           ADD 1 TO WS-GR-STUDENTS(G)
           .
       STORE-ONE-STUDENT-EXIT.
           EXIT.

      *    A student stays in the section already held while it is
      *    still one of the grade's sections, has a seat, and holds
      *    nobody the student must be kept apart from.
       KEEP-CURRENT-SEATS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-ST-OLD-SECTION(I) NOT = SPACES
                      PERFORM KEEP-ONE-SEAT
                   END-IF
           END-PERFORM
           .
       KEEP-CURRENT-SEATS-EXIT.
           EXIT.

       KEEP-ONE-SEAT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SECTION-COUNT
                   IF WS-SC-SCHOOL-ID(S) = WS-ST-SCHOOL-ID(I)
                      AND WS-SC-GRADE(S) = WS-ST-GRADE(I)
                      AND WS-SC-SECTION(S) = WS-ST-OLD-SECTION(I)
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           IF S > WS-SECTION-COUNT
              EXIT PARAGRAPH
           END-IF
           IF WS-SC-SEATED(S) >= WS-SC-CAPACITY(S)
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SEPARATION
           IF SECTION-CLASHES
              EXIT PARAGRAPH
           END-IF
           MOVE S TO WS-ST-SEAT(I)
           ADD 1 TO WS-SC-SEATED(S)
           ADD 1 TO WS-KEPT-COUNT
           .
       KEEP-ONE-SEAT-EXIT.
           EXIT.

      *    Does section S already hold a student of student I's
      *    school sharing its separation group?
       CHECK-SEPARATION.
           SET SECTION-CLASHES TO FALSE
           IF WS-ST-GROUP(I) = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STUDENT-COUNT
                   IF J NOT = I
                      AND WS-ST-SEAT(J) = S
                      AND WS-ST-GROUP(J) = WS-ST-GROUP(I)
                      AND WS-ST-SCHOOL-ID(J) = WS-ST-SCHOOL-ID(I)
                      SET SECTION-CLASHES TO TRUE
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           .
       CHECK-SEPARATION-EXIT.
           EXIT.

       SEAT-SEPARATED-STUDENTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-ST-SEAT(I) = 0
                      AND WS-ST-GROUP(I) NOT = SPACES
                      PERFORM SEAT-ONE-STUDENT
                   END-IF
           END-PERFORM
           .
       SEAT-SEPARATED-STUDENTS-EXIT.
           EXIT.

       SEAT-OTHER-STUDENTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-ST-SEAT(I) = 0
                      AND WS-ST-GROUP(I) = SPACES
                      PERFORM SEAT-ONE-STUDENT
                   END-IF
           END-PERFORM
           .
       SEAT-OTHER-STUDENTS-EXIT.
           EXIT.

      *    The grade's least-filled section with a seat; among the
      *    sections that keep the student apart from its group when
      *    there is one, otherwise the least-filled at all. Ties go
      *    to the section listed first on TCHRMST.
       SEAT-ONE-STUDENT.
           MOVE 0 TO WS-BEST-SEAT WS-CLASH-SEAT
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SECTION-COUNT
                   IF WS-SC-SCHOOL-ID(S) = WS-ST-SCHOOL-ID(I)
                      AND WS-SC-GRADE(S) = WS-ST-GRADE(I)
                      AND WS-SC-SEATED(S) < WS-SC-CAPACITY(S)
                      PERFORM CHECK-SEPARATION
                      IF SECTION-CLASHES
                         IF WS-CLASH-SEAT = 0
                            MOVE S TO WS-CLASH-SEAT
                         ELSE
                            IF WS-SC-SEATED(S)
                               < WS-SC-SEATED(WS-CLASH-SEAT)
                               MOVE S TO WS-CLASH-SEAT
                            END-IF
                         END-IF
                      ELSE
                         IF WS-BEST-SEAT = 0
                            MOVE S TO WS-BEST-SEAT
                         ELSE
                            IF WS-SC-SEATED(S)
                               < WS-SC-SEATED(WS-BEST-SEAT)
                               MOVE S TO WS-BEST-SEAT
                            END-IF
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-BEST-SEAT = 0 AND WS-CLASH-SEAT NOT = 0
              MOVE WS-CLASH-SEAT TO WS-BEST-SEAT
              MOVE "Y" TO WS-ST-SEP-FAILED(I)
              ADD 1 TO WS-SEP-FAILED-COUNT
           END-IF
           IF WS-BEST-SEAT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BEST-SEAT TO WS-ST-SEAT(I)
           ADD 1 TO WS-SC-SEATED(WS-BEST-SEAT)
           .
       SEAT-ONE-STUDENT-EXIT.
           EXIT.

      *    Rewrites RM-SECTION wherever the seat changed, journalled
      *    as an update -- see master-journal.cpy.
       SAVE-SECTIONS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-ST-SEAT(I) = 0
                      MOVE SPACES TO WS-NEW-SECTION
                      MOVE WS-ST-SCHOOL-ID(I) TO WS-LOOK-SCHOOL-ID
                      MOVE WS-ST-GRADE(I) TO WS-LOOK-GRADE
                      PERFORM FIND-GROUP
                      ADD 1 TO WS-GR-UNSEATED(G)
                      ADD 1 TO WS-UNSEATED-COUNT
                   ELSE
                      MOVE WS-SC-SECTION(WS-ST-SEAT(I))
                         TO WS-NEW-SECTION
                      ADD 1 TO WS-SEATED-COUNT
                   END-IF
                   IF WS-NEW-SECTION NOT = WS-ST-OLD-SECTION(I)
                      PERFORM REWRITE-ONE-SECTION
                   END-IF
           END-PERFORM
           .
       SAVE-SECTIONS-EXIT.
           EXIT.

       REWRITE-ONE-SECTION.
           MOVE WS-ST-SCHOOL-ID(I) TO RM-SCHOOL-ID
           MOVE WS-ST-NAME(I) TO RM-NAME
           READ ROSTER-MASTER-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           MOVE ROSTER-MASTER-RECORD TO WS-JRNL-BEFORE
           MOVE WS-NEW-SECTION TO RM-SECTION
           REWRITE ROSTER-MASTER-RECORD
              INVALID KEY
                 EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-CHANGED-COUNT
           MOVE "ROSTERIDX" TO JR-MASTER-NAME
           MOVE "U" TO JR-ACTION
           MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE
           MOVE ROSTER-MASTER-RECORD TO JR-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
           .
       REWRITE-ONE-SECTION-EXIT.
           EXIT.

      *    One list per section in TCHRMST order, students by name.
       WRITE-CLASS-LISTS.
           OPEN OUTPUT CLASS-LIST-FILE
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SECTION-COUNT
                   PERFORM WRITE-ONE-CLASS-LIST
           END-PERFORM
           CLOSE CLASS-LIST-FILE
           .
       WRITE-CLASS-LISTS-EXIT.
           EXIT.

       WRITE-ONE-CLASS-LIST.
           MOVE ALL "-" TO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE
           MOVE SPACES TO CLASS-LIST-LINE
           STRING "CLASS LIST  " DELIMITED BY SIZE
              FUNCTION TRIM(WS-SC-TEACHER(S)) DELIMITED BY SIZE
              "  SCHOOL " DELIMITED BY SIZE
              WS-SC-SCHOOL-ID(S) DELIMITED BY SIZE
              " GRADE " DELIMITED BY SIZE
              WS-SC-GRADE(S) DELIMITED BY SIZE
              " SECTION " DELIMITED BY SIZE
              WS-SC-SECTION(S) DELIMITED BY SIZE
              "  ROOM " DELIMITED BY SIZE
              FUNCTION TRIM(WS-SC-ROOM-ID(S)) DELIMITED BY SIZE
              INTO CLASS-LIST-LINE
           END-STRING
           WRITE CLASS-LIST-LINE
           MOVE SPACES TO CLASS-LIST-LINE
           STRING "STUDENTS " DELIMITED BY SIZE
              WS-SC-SEATED(S) DELIMITED BY SIZE
              " OF " DELIMITED BY SIZE
              WS-SC-CAPACITY(S) DELIMITED BY SIZE
              " SEATS" DELIMITED BY SIZE
              INTO CLASS-LIST-LINE
           END-STRING
           WRITE CLASS-LIST-LINE
           MOVE SPACES TO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-ST-SEAT(I) = S
                      MOVE SPACES TO CLASS-LIST-LINE
                      MOVE WS-ST-NAME(I) TO CLASS-LIST-LINE(3:60)
                      WRITE CLASS-LIST-LINE
                   END-IF
           END-PERFORM
           .
       WRITE-ONE-CLASS-LIST-EXIT.
           EXIT.

      *    Students against seats for every school and grade, the
      *    students a full grade left without a seat, and the
      *    separations that could not be kept.
       WRITE-SECTION-REPORT.
           MOVE SPACES TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE
           MOVE "SCHOOL GRADE STUDENTS SECTIONS SEATS"
              TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
                   MOVE SPACES TO SECTION-REPORT-LINE
                   MOVE WS-GR-SCHOOL-ID(G) TO SECTION-REPORT-LINE(1:3)
                   MOVE WS-GR-GRADE(G) TO SECTION-REPORT-LINE(12:1)
                   MOVE WS-GR-STUDENTS(G) TO SECTION-REPORT-LINE(15:4)
                   MOVE WS-GR-SECTIONS(G) TO SECTION-REPORT-LINE(25:3)
                   MOVE WS-GR-SEATS(G) TO SECTION-REPORT-LINE(32:4)
                   IF WS-GR-STUDENTS(G) > WS-GR-SEATS(G)
                      ADD 1 TO WS-OVER-GRADE-COUNT
                      MOVE "OVER CAPACITY" TO SECTION-REPORT-LINE(38:13)
                   END-IF
                   WRITE SECTION-REPORT-LINE
                   IF WS-GR-UNSEATED(G) > 0
                      PERFORM WRITE-UNSEATED-STUDENTS
                   END-IF
           END-PERFORM
           IF WS-SEP-FAILED-COUNT > 0
              MOVE SPACES TO SECTION-REPORT-LINE
              WRITE SECTION-REPORT-LINE
              MOVE
                 "SEATED WITH A STUDENT THEY ARE TO BE KEPT APART FROM:"
                 TO SECTION-REPORT-LINE
              WRITE SECTION-REPORT-LINE
              PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-STUDENT-COUNT
                      IF WS-ST-SEP-FAILED(I) = "Y"
                         MOVE SPACES TO SECTION-REPORT-LINE
                         STRING "  " DELIMITED BY SIZE
                            WS-ST-SCHOOL-ID(I) DELIMITED BY SIZE
                            " GRADE " DELIMITED BY SIZE
                            WS-ST-GRADE(I) DELIMITED BY SIZE
                            " SECTION " DELIMITED BY SIZE
                            WS-SC-SECTION(WS-ST-SEAT(I))
                               DELIMITED BY SIZE
                            " GROUP " DELIMITED BY SIZE
                            WS-ST-GROUP(I) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            FUNCTION TRIM(WS-ST-NAME(I))
                               DELIMITED BY SIZE
                            INTO SECTION-REPORT-LINE
                         END-STRING
                         WRITE SECTION-REPORT-LINE
                      END-IF
              END-PERFORM
           END-IF
           .
       WRITE-SECTION-REPORT-EXIT.
           EXIT.

       WRITE-UNSEATED-STUDENTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-ST-SEAT(I) = 0
                      AND WS-ST-SCHOOL-ID(I) = WS-GR-SCHOOL-ID(G)
                      AND WS-ST-GRADE(I) = WS-GR-GRADE(G)
                      MOVE SPACES TO SECTION-REPORT-LINE
                      STRING "    NO SEAT: " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-ST-NAME(I))
                            DELIMITED BY SIZE
                         INTO SECTION-REPORT-LINE
                      END-STRING
                      WRITE SECTION-REPORT-LINE
                   END-IF
           END-PERFORM
           .
       WRITE-UNSEATED-STUDENTS-EXIT.
           EXIT.

      *    Takes the ROSTERIDX lock for the whole sweep so online
      *    roster updates and this job cannot interleave -- see
      *    lock-control.cpy.
       ACQUIRE-MASTER-LOCK.
           SET LK-LOCK-HELD TO FALSE
           MOVE 0 TO LK-TRY-COUNT
           PERFORM UNTIL LK-LOCK-HELD
              OR LK-TRY-COUNT >= LK-MAX-TRIES
                   ADD 1 TO LK-TRY-COUNT
                   PERFORM TRY-MASTER-LOCK
                   IF NOT LK-LOCK-HELD
                      AND LK-TRY-COUNT < LK-MAX-TRIES
                      CALL "C$SLEEP" USING LK-WAIT-SECONDS
                   END-IF
           END-PERFORM
           IF NOT LK-LOCK-HELD
              DISPLAY "HOMEROOM-SECTION: ROSTERIDX LOCK STUCK, HELD BY "
                 LK-OWNER " SINCE " LK-LOCK-TIME
              MOVE "CRITICAL" TO OA-SEVERITY
              MOVE "ROSTERIDX LOCK STUCK PAST LK-MAX-TRIES"
                 TO OA-MESSAGE
              PERFORM WRITE-OPERATOR-ALERT
           END-IF
           .
       ACQUIRE-MASTER-LOCK-EXIT.
           EXIT.

       TRY-MASTER-LOCK.
           INITIALIZE LK-LOCK-RECORD
           OPEN INPUT ROSTER-LOCK-FILE
           READ ROSTER-LOCK-FILE INTO LK-LOCK-RECORD
              AT END
                 CONTINUE
           END-READ
           CLOSE ROSTER-LOCK-FILE
           IF LK-OWNER = SPACES
              MOVE "HOMEROOM-SECTION" TO LK-OWNER
              MOVE FUNCTION CURRENT-DATE TO LK-LOCK-TIME
              OPEN OUTPUT ROSTER-LOCK-FILE
              MOVE LK-LOCK-RECORD TO ROSTER-LOCK-RECORD
              WRITE ROSTER-LOCK-RECORD
              CLOSE ROSTER-LOCK-FILE
              SET LK-LOCK-HELD TO TRUE
           END-IF
           .
       TRY-MASTER-LOCK-EXIT.
           EXIT.

       RELEASE-MASTER-LOCK.
           IF LK-LOCK-HELD
              INITIALIZE LK-LOCK-RECORD
              OPEN OUTPUT ROSTER-LOCK-FILE
              MOVE LK-LOCK-RECORD TO ROSTER-LOCK-RECORD
              WRITE ROSTER-LOCK-RECORD
              CLOSE ROSTER-LOCK-FILE
              SET LK-LOCK-HELD TO FALSE
           END-IF
           .
       RELEASE-MASTER-LOCK-EXIT.
           EXIT.

      *    Appends one severity-coded line to the central ALERTS file
      *    for ALERT-ROUTER to escalate -- see operator-alert.cpy.
      *    The caller fills OA-SEVERITY and OA-MESSAGE.
       WRITE-OPERATOR-ALERT.
           MOVE "HOMEROOM-SECTION" TO OA-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO OA-TIMESTAMP
           MOVE OA-ALERT-RECORD TO OPERATOR-ALERT-RECORD
           OPEN EXTEND OPERATOR-ALERT-FILE
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT-FILE
           .
       WRITE-OPERATOR-ALERT-EXIT.
           EXIT.

      *    One journal line per master update, the raw material for
      *    MASTER-RECOVER's forward replay -- see master-journal.cpy.
      *    The caller fills JR-MASTER-NAME, JR-ACTION and both
      *    images.
       WRITE-JOURNAL-RECORD.
           MOVE "HOMEROOM-SECTION" TO JR-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           MOVE JR-JOURNAL-RECORD TO MASTER-JOURNAL-RECORD
           OPEN EXTEND MASTER-JOURNAL-FILE
           WRITE MASTER-JOURNAL-RECORD
           CLOSE MASTER-JOURNAL-FILE
           .
       WRITE-JOURNAL-RECORD-EXIT.
           EXIT.

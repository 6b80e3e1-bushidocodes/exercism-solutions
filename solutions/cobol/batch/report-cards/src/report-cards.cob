       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CARDS.
      *    Term-end report card run over the ROSTERIDX master. Marks
      *    come from the MARKSHST history MARKS-POSTING keeps, netted
      *    so MARKS-CORRECT's "-" reversing entries back a mark out
      *    and the last mark standing is the one printed -- see
      *    marks-history.cpy. Attendance comes from ATTENDHST, netted
      *    the same way ATTENDANCE-POSTING nets it.
      *
      *    The term is PARMMST REPORT-CARDS TERM; with no entry the
      *    latest term on MARKSHST is reported. TERMSTART and TERMEND
      *    (YYYYMMDD) limit the attendance counted to the term; with
      *    no entries all attendance on file counts.
      *
      *    RPTCARD carries one card per roster student in school and
      *    name order: grade and homeroom section, each subject and
      *    mark, the term average and the attendance summary, with
      *    present and late both counted as attended. HONORRL lists,
      *    by school and grade, students whose average is at least
      *    HONORAVG (default 90) with no subject under FAILMARK
      *    (default 50). ATRISK lists, by school and grade, students
      *    averaging under ATRISKAVG (default 60), with any subject
      *    under FAILMARK, or attending under ATTENDPCT percent
      *    (default 90, the truancy default), with the reasons. A
      *    student with no marks for the term gets a card saying so
      *    and is on neither list.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Shared marks history -- see marks-history.cpy.
           SELECT OPTIONAL MARKS-HISTORY-FILE ASSIGN TO "MARKSHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-HISTORY-FILE ASSIGN TO "ATTENDHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT REPORT-CARD-FILE ASSIGN TO "RPTCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HONOR-ROLL-FILE ASSIGN TO "HONORRL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AT-RISK-FILE ASSIGN TO "ATRISK"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKS-HISTORY-FILE.
       01  MARKS-HISTORY-RECORD   PIC X(91).
       FD  ATTENDANCE-HISTORY-FILE.
       01  ATTENDANCE-HISTORY-RECORD.
           02 AH-SCHOOL-ID        PIC X(3).
           02 AH-NAME             PIC X(60).
           02 AH-DATE             PIC 9(8).
           02 AH-CODE             PIC X.
           02 AH-ADJUST           PIC X.
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-RECORD.
           02 RM-KEY.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  REPORT-CARD-FILE.
       01  REPORT-CARD-LINE       PIC X(80).
       FD  HONOR-ROLL-FILE.
       01  HONOR-ROLL-LINE        PIC X(100).
       FD  AT-RISK-FILE.
       01  AT-RISK-LINE           PIC X(120).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.

      *    Run parameters -- see the header for the defaults.
       01 WS-TERM             PIC X(6)  VALUE SPACES.
       01 WS-TERM-START       PIC 9(8)  VALUE 0.
       01 WS-TERM-END         PIC 9(8)  VALUE 99999999.
       01 WS-HONOR-AVG        PIC 9(3)  VALUE 90.
       01 WS-AT-RISK-AVG      PIC 9(3)  VALUE 60.
       01 WS-FAIL-MARK        PIC 9(3)  VALUE 50.
       01 WS-ATTEND-PCT       PIC 9(3)  VALUE 90.

      *    The roster in key order, so a history line finds its
      *    student by binary search; each student carries the term's
      *    subjects (in the order first posted) and attendance.
       01 WS-STUDENT-COUNT    PIC 9(4)  VALUE 0.
       01 WS-ROSTER-DROPPED   PIC 9(4)  VALUE 0.
       01 WS-STUDENT-TABLE.
          05 WS-STUDENT-ENTRY OCCURS 3000.
             10 WS-ST-KEY.
                15 WS-ST-SCHOOL-ID  PIC X(3).
                15 WS-ST-NAME       PIC X(60).
             10 WS-ST-GRADE         PIC 9.
             10 WS-ST-SECTION       PIC X(2).
             10 WS-ST-SUBJECT-COUNT PIC 9(2).
             10 WS-ST-SUBJECT-ENTRY OCCURS 12.
                15 WS-SS-SUBJECT    PIC X(10).
                15 WS-SS-MARK       PIC 9(3).
                15 WS-SS-ACTIVE     PIC X.
             10 WS-ST-PRESENT       PIC 9(4).
             10 WS-ST-ABSENT        PIC 9(4).
             10 WS-ST-LATE          PIC 9(4).
             10 WS-ST-MARKED        PIC 9(2).
             10 WS-ST-LOW-COUNT     PIC 9(2).
             10 WS-ST-AVERAGE       PIC 9(3)V9.
             10 WS-ST-ATTENDED-PCT  PIC 9(3).
             10 WS-ST-DAYS          PIC 9(5).
             10 WS-ST-STANDING      PIC X.
                88 ST-HONOR-ROLL              VALUE "H".
                88 ST-AT-RISK                 VALUE "R".
                88 ST-NO-MARKS                VALUE "N".
                88 ST-IN-GOOD-STANDING        VALUE " ".
       01 WS-LOOK-KEY.
          05 WS-LOOK-SCHOOL-ID   PIC X(3).
          05 WS-LOOK-NAME        PIC X(60).

       01 WS-SUBJECT-DROPPED  PIC 9(5)  VALUE 0.
       01 WS-CARD-COUNT       PIC 9(4)  VALUE 0.
       01 WS-NO-MARKS-COUNT   PIC 9(4)  VALUE 0.
       01 WS-HONOR-COUNT      PIC 9(4)  VALUE 0.
       01 WS-AT-RISK-COUNT    PIC 9(4)  VALUE 0.
       01 WS-MARK-TOTAL       PIC 9(5).
       01 WS-LIST-SCHOOL      PIC X(3).
       01 WS-LIST-COUNT       PIC 9(4).
       01 WS-RISK-REASONS     PIC X(50).
       01 WS-REASON-PTR       PIC 9(3).
       01 WS-MARK-SHOW        PIC ZZ9.
       01 WS-AVERAGE-SHOW     PIC ZZ9.9.
       01 WS-COUNT-SHOW       PIC ZZZ9.
       01 WS-PCT-SHOW         PIC ZZ9.
       01 WS-CARD-RULE        PIC X(60) VALUE ALL "-".

       77 I                   PIC 9(4).
       77 J                   PIC 9(2).
       77 G                   PIC 9(2).
       77 S                   PIC 9(4).
       77 WS-LO               PIC 9(4).
       77 WS-HI               PIC 9(4).
       77 WS-MID              PIC 9(4).
       77 WS-FOUND-IDX        PIC 9(4).
       77 WS-SUBJECT-IDX      PIC 9(2).

      *    Shared marks history layout.
       COPY "marks-history.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       REPORT-CARDS.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-REPORT-PARMS
           IF WS-TERM = SPACES
              PERFORM FIND-LATEST-TERM
           END-IF
           IF WS-TERM = SPACES
              DISPLAY "REPORT-CARDS: no marks on MARKSHST,"
                 " no report cards written"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "REPORT-CARDS: cannot open ROSTERIDX,"
                 " status " WS-MASTER-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ROSTER
           CLOSE ROSTER-MASTER-FILE
           IF WS-ROSTER-DROPPED > 0
              DISPLAY "REPORT-CARDS: roster over 3000 students, "
                 WS-ROSTER-DROPPED " without a card this run"
           END-IF

           PERFORM APPLY-TERM-MARKS
           IF WS-SUBJECT-DROPPED > 0
              DISPLAY "REPORT-CARDS: " WS-SUBJECT-DROPPED
                 " marks past 12 subjects for one student left off"
           END-IF
           PERFORM APPLY-ATTENDANCE
           PERFORM RATE-STUDENTS
           PERFORM WRITE-REPORT-CARDS
           PERFORM WRITE-HONOR-ROLL
           PERFORM WRITE-AT-RISK-LIST

           DISPLAY "REPORT-CARDS: TERM " WS-TERM " "
              WS-CARD-COUNT " CARDS, " WS-NO-MARKS-COUNT
              " WITHOUT MARKS, " WS-HONOR-COUNT " HONOR ROLL, "
              WS-AT-RISK-COUNT " AT RISK"
           IF WS-ROSTER-DROPPED > 0 OR WS-SUBJECT-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    PARMMST entries in force on the business date; an absent
      *    or unusable entry leaves the default.
       LOAD-REPORT-PARMS.
           MOVE "REPORT-CARDS" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "TERM" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE NOT = SPACES
              MOVE UPPER-CASE(PP-FOUND-VALUE) TO WS-TERM
           END-IF
           MOVE "TERMSTART" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:8) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:8) TO WS-TERM-START
           END-IF
           MOVE "TERMEND" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:8) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:8) TO WS-TERM-END
           END-IF
           MOVE "HONORAVG" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 0
                 AND NUMVAL(PP-FOUND-VALUE) <= 100
                 COMPUTE WS-HONOR-AVG = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "ATRISKAVG" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 0
                 AND NUMVAL(PP-FOUND-VALUE) <= 100
                 COMPUTE WS-AT-RISK-AVG = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "FAILMARK" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 0
                 AND NUMVAL(PP-FOUND-VALUE) <= 100
                 COMPUTE WS-FAIL-MARK = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "ATTENDPCT" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 0
                 AND NUMVAL(PP-FOUND-VALUE) <= 100
                 COMPUTE WS-ATTEND-PCT = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-REPORT-PARMS-EXIT.
           EXIT.

      *    Term codes are year first (2026T1, 2026T2 ...), so the
      *    highest code on file is the latest term.
       FIND-LATEST-TERM.
           SET FILE-EOF TO FALSE
           OPEN INPUT MARKS-HISTORY-FILE
           PERFORM UNTIL FILE-EOF
                   READ MARKS-HISTORY-FILE INTO MH-MARKS-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF MH-TERM > WS-TERM
                            MOVE MH-TERM TO WS-TERM
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE MARKS-HISTORY-FILE
           .
       FIND-LATEST-TERM-EXIT.
           EXIT.

       LOAD-ROSTER.
           MOVE 0 TO WS-STUDENT-COUNT
           MOVE 0 TO WS-ROSTER-DROPPED
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
           INITIALIZE WS-STUDENT-ENTRY(I)
           MOVE RM-SCHOOL-ID TO WS-ST-SCHOOL-ID(I)
           MOVE RM-NAME TO WS-ST-NAME(I)
           MOVE RM-GRADE TO WS-ST-GRADE(I)
           MOVE RM-SECTION TO WS-ST-SECTION(I)
           .
       STORE-ONE-STUDENT-EXIT.
           EXIT.

      *    Binary search of the roster table for WS-LOOK-KEY; the
      *    subscript is left in WS-FOUND-IDX, zero when the student
      *    is not on the roster.
       FIND-STUDENT.
           MOVE 0 TO WS-FOUND-IDX
           MOVE 1 TO WS-LO
           MOVE WS-STUDENT-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI
                   COMPUTE WS-MID = (WS-LO + WS-HI) / 2
                   EVALUATE TRUE
                   WHEN WS-ST-KEY(WS-MID) = WS-LOOK-KEY
                        MOVE WS-MID TO WS-FOUND-IDX
                        EXIT PERFORM
                   WHEN WS-ST-KEY(WS-MID) < WS-LOOK-KEY
                        COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                        COMPUTE WS-HI = WS-MID - 1
                   END-EVALUATE
           END-PERFORM
           .
       FIND-STUDENT-EXIT.
           EXIT.

      *    The term's marks, netted: a posted entry sets the subject's
      *    mark, a "-" entry backs it out until the next one lands.
      *    Marks for students no longer on the roster are passed by.
       APPLY-TERM-MARKS.
           SET FILE-EOF TO FALSE
           OPEN INPUT MARKS-HISTORY-FILE
           PERFORM UNTIL FILE-EOF
                   READ MARKS-HISTORY-FILE INTO MH-MARKS-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF MH-TERM = WS-TERM
                            PERFORM APPLY-ONE-MARK
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE MARKS-HISTORY-FILE
           .
       APPLY-TERM-MARKS-EXIT.
           EXIT.

       APPLY-ONE-MARK.
           MOVE MH-SCHOOL-ID TO WS-LOOK-SCHOOL-ID
           MOVE MH-NAME TO WS-LOOK-NAME
           PERFORM FIND-STUDENT
           IF WS-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO I
           MOVE 0 TO WS-SUBJECT-IDX
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-ST-SUBJECT-COUNT(I)
                   IF WS-SS-SUBJECT(I, J) = MH-SUBJECT
                      MOVE J TO WS-SUBJECT-IDX
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           IF WS-SUBJECT-IDX = 0
              IF WS-ST-SUBJECT-COUNT(I) = 12
                 ADD 1 TO WS-SUBJECT-DROPPED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ST-SUBJECT-COUNT(I)
              MOVE WS-ST-SUBJECT-COUNT(I) TO WS-SUBJECT-IDX
              MOVE MH-SUBJECT TO WS-SS-SUBJECT(I, WS-SUBJECT-IDX)
           END-IF
           IF MH-ADJUST = "-"
              MOVE "N" TO WS-SS-ACTIVE(I, WS-SUBJECT-IDX)
           ELSE
              MOVE MH-MARK TO WS-SS-MARK(I, WS-SUBJECT-IDX)
              MOVE "Y" TO WS-SS-ACTIVE(I, WS-SUBJECT-IDX)
           END-IF
           .
       APPLY-ONE-MARK-EXIT.
           EXIT.

      *    Attendance inside the term window, with ATTENDANCE-CORRECT's
      *    "-" reversing entries backing one mark out of the tallies.
       APPLY-ATTENDANCE.
           SET FILE-EOF TO FALSE
           OPEN INPUT ATTENDANCE-HISTORY-FILE
           PERFORM UNTIL FILE-EOF
                   READ ATTENDANCE-HISTORY-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF AH-DATE >= WS-TERM-START
                            AND AH-DATE <= WS-TERM-END
                            PERFORM APPLY-ONE-ATTENDANCE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ATTENDANCE-HISTORY-FILE
           .
       APPLY-ATTENDANCE-EXIT.
           EXIT.

       APPLY-ONE-ATTENDANCE.
           MOVE AH-SCHOOL-ID TO WS-LOOK-SCHOOL-ID
           MOVE AH-NAME TO WS-LOOK-NAME
           PERFORM FIND-STUDENT
           IF WS-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO I
           EVALUATE AH-CODE
           WHEN "P"
                IF AH-ADJUST = "-"
                   IF WS-ST-PRESENT(I) > 0
                      SUBTRACT 1 FROM WS-ST-PRESENT(I)
                   END-IF
                ELSE
                   ADD 1 TO WS-ST-PRESENT(I)
                END-IF
           WHEN "A"
                IF AH-ADJUST = "-"
                   IF WS-ST-ABSENT(I) > 0
                      SUBTRACT 1 FROM WS-ST-ABSENT(I)
                   END-IF
                ELSE
                   ADD 1 TO WS-ST-ABSENT(I)
                END-IF
           WHEN "L"
                IF AH-ADJUST = "-"
                   IF WS-ST-LATE(I) > 0
                      SUBTRACT 1 FROM WS-ST-LATE(I)
                   END-IF
                ELSE
                   ADD 1 TO WS-ST-LATE(I)
                END-IF
           END-EVALUATE
           .
       APPLY-ONE-ATTENDANCE-EXIT.
           EXIT.

      *    Term average over the marks in effect, attendance
      *    percentage as ATTENDANCE-POSTING computes it, and the
      *    student's standing for the two lists.
       RATE-STUDENTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   MOVE 0 TO WS-MARK-TOTAL
                   PERFORM VARYING J FROM 1 BY 1
                      UNTIL J > WS-ST-SUBJECT-COUNT(I)
                           IF WS-SS-ACTIVE(I, J) = "Y"
                              ADD 1 TO WS-ST-MARKED(I)
                              ADD WS-SS-MARK(I, J) TO WS-MARK-TOTAL
                              IF WS-SS-MARK(I, J) < WS-FAIL-MARK
                                 ADD 1 TO WS-ST-LOW-COUNT(I)
                              END-IF
                           END-IF
                   END-PERFORM
                   COMPUTE WS-ST-DAYS(I) = WS-ST-PRESENT(I)
                      + WS-ST-ABSENT(I) + WS-ST-LATE(I)
                   MOVE 100 TO WS-ST-ATTENDED-PCT(I)
                   IF WS-ST-DAYS(I) > 0
                      COMPUTE WS-ST-ATTENDED-PCT(I) =
                         ((WS-ST-PRESENT(I) + WS-ST-LATE(I)) * 100)
                         / WS-ST-DAYS(I)
                   END-IF
                   EVALUATE TRUE
                   WHEN WS-ST-MARKED(I) = 0
                        SET ST-NO-MARKS(I) TO TRUE
                        ADD 1 TO WS-NO-MARKS-COUNT
                   WHEN OTHER
                        COMPUTE WS-ST-AVERAGE(I) ROUNDED =
                           WS-MARK-TOTAL / WS-ST-MARKED(I)
                        PERFORM RATE-ONE-STANDING
                   END-EVALUATE
           END-PERFORM
           .
       RATE-STUDENTS-EXIT.
           EXIT.

      *    At risk outranks honor roll: a student failing a subject
      *    or missing school is followed up whatever the average.
       RATE-ONE-STANDING.
           IF WS-ST-AVERAGE(I) < WS-AT-RISK-AVG
              OR WS-ST-LOW-COUNT(I) > 0
              OR (WS-ST-DAYS(I) > 0
                  AND WS-ST-ATTENDED-PCT(I) < WS-ATTEND-PCT)
              SET ST-AT-RISK(I) TO TRUE
              ADD 1 TO WS-AT-RISK-COUNT
              EXIT PARAGRAPH
           END-IF
           IF WS-ST-AVERAGE(I) >= WS-HONOR-AVG
              SET ST-HONOR-ROLL(I) TO TRUE
              ADD 1 TO WS-HONOR-COUNT
           END-IF
           .
       RATE-ONE-STANDING-EXIT.
           EXIT.

       WRITE-REPORT-CARDS.
           OPEN OUTPUT REPORT-CARD-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   PERFORM WRITE-ONE-CARD
           END-PERFORM
           CLOSE REPORT-CARD-FILE
           .
       WRITE-REPORT-CARDS-EXIT.
           EXIT.

       WRITE-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO REPORT-CARD-LINE
           STRING "REPORT CARD   TERM " DELIMITED BY SIZE
              WS-TERM DELIMITED BY SIZE
              "   SCHOOL " DELIMITED BY SIZE
              WS-ST-SCHOOL-ID(I) DELIMITED BY SIZE
              INTO REPORT-CARD-LINE
           END-STRING
           WRITE REPORT-CARD-LINE
           MOVE SPACES TO REPORT-CARD-LINE
           STRING "STUDENT: " DELIMITED BY SIZE
              WS-ST-NAME(I) DELIMITED BY SIZE
              INTO REPORT-CARD-LINE
           END-STRING
           WRITE REPORT-CARD-LINE
           MOVE SPACES TO REPORT-CARD-LINE
           STRING "GRADE: " DELIMITED BY SIZE
              WS-ST-GRADE(I) DELIMITED BY SIZE
              "   HOMEROOM: " DELIMITED BY SIZE
              WS-ST-SECTION(I) DELIMITED BY SIZE
              INTO REPORT-CARD-LINE
           END-STRING
           WRITE REPORT-CARD-LINE
           MOVE SPACES TO REPORT-CARD-LINE
           WRITE REPORT-CARD-LINE
           IF ST-NO-MARKS(I)
              MOVE "   NO MARKS POSTED FOR THIS TERM"
                 TO REPORT-CARD-LINE
              WRITE REPORT-CARD-LINE
           ELSE
              MOVE "   SUBJECT      MARK" TO REPORT-CARD-LINE
              WRITE REPORT-CARD-LINE
              PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > WS-ST-SUBJECT-COUNT(I)
                      IF WS-SS-ACTIVE(I, J) = "Y"
                         MOVE WS-SS-MARK(I, J) TO WS-MARK-SHOW
                         MOVE SPACES TO REPORT-CARD-LINE
                         STRING "   " DELIMITED BY SIZE
                            WS-SS-SUBJECT(I, J) DELIMITED BY SIZE
                            "    " DELIMITED BY SIZE
                            WS-MARK-SHOW DELIMITED BY SIZE
                            INTO REPORT-CARD-LINE
                         END-STRING
                         WRITE REPORT-CARD-LINE
                      END-IF
              END-PERFORM
              MOVE WS-ST-AVERAGE(I) TO WS-AVERAGE-SHOW
              MOVE SPACES TO REPORT-CARD-LINE
              STRING "   TERM AVERAGE  " DELIMITED BY SIZE
                 WS-AVERAGE-SHOW DELIMITED BY SIZE
                 INTO REPORT-CARD-LINE
              END-STRING
              WRITE REPORT-CARD-LINE
           END-IF
           MOVE SPACES TO REPORT-CARD-LINE
           WRITE REPORT-CARD-LINE
           MOVE WS-ST-ATTENDED-PCT(I) TO WS-PCT-SHOW
           MOVE SPACES TO REPORT-CARD-LINE
           IF WS-ST-DAYS(I) = 0
              MOVE "   ATTENDANCE: NONE RECORDED FOR THIS TERM"
                 TO REPORT-CARD-LINE
           ELSE
              STRING "   ATTENDANCE: PRESENT " DELIMITED BY SIZE
                 WS-ST-PRESENT(I) DELIMITED BY SIZE
                 "  ABSENT " DELIMITED BY SIZE
                 WS-ST-ABSENT(I) DELIMITED BY SIZE
                 "  LATE " DELIMITED BY SIZE
                 WS-ST-LATE(I) DELIMITED BY SIZE
                 "  ATTENDED " DELIMITED BY SIZE
                 WS-PCT-SHOW DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
                 INTO REPORT-CARD-LINE
              END-STRING
           END-IF
           WRITE REPORT-CARD-LINE
           MOVE WS-CARD-RULE TO REPORT-CARD-LINE
           WRITE REPORT-CARD-LINE
           .
       WRITE-ONE-CARD-EXIT.
           EXIT.

      *    Both lists walk the table one school at a time (the table
      *    is in school order) and, within the school, grade by
      *    grade; a grade with nobody on the list prints nothing.
       WRITE-HONOR-ROLL.
           OPEN OUTPUT HONOR-ROLL-FILE
           MOVE WS-HONOR-AVG TO WS-MARK-SHOW
           MOVE SPACES TO HONOR-ROLL-LINE
           STRING "HONOR ROLL   TERM " DELIMITED BY SIZE
              WS-TERM DELIMITED BY SIZE
              "   AVERAGE " DELIMITED BY SIZE
              TRIM(WS-MARK-SHOW) DELIMITED BY SIZE
              " OR BETTER" DELIMITED BY SIZE
              INTO HONOR-ROLL-LINE
           END-STRING
           WRITE HONOR-ROLL-LINE
           MOVE 1 TO S
           PERFORM UNTIL S > WS-STUDENT-COUNT
                   MOVE WS-ST-SCHOOL-ID(S) TO WS-LIST-SCHOOL
                   PERFORM VARYING G FROM 0 BY 1 UNTIL G > 9
                           PERFORM WRITE-HONOR-GRADE
                   END-PERFORM
                   PERFORM UNTIL S > WS-STUDENT-COUNT
                      OR WS-ST-SCHOOL-ID(S) NOT = WS-LIST-SCHOOL
                           ADD 1 TO S
                   END-PERFORM
           END-PERFORM
           CLOSE HONOR-ROLL-FILE
           .
       WRITE-HONOR-ROLL-EXIT.
           EXIT.

       WRITE-HONOR-GRADE.
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING I FROM S BY 1
              UNTIL I > WS-STUDENT-COUNT
                 OR WS-ST-SCHOOL-ID(I) NOT = WS-LIST-SCHOOL
                   IF WS-ST-GRADE(I) = G AND ST-HONOR-ROLL(I)
                      IF WS-LIST-COUNT = 0
                         MOVE SPACES TO HONOR-ROLL-LINE
                         WRITE HONOR-ROLL-LINE
                         STRING "SCHOOL " DELIMITED BY SIZE
                            WS-LIST-SCHOOL DELIMITED BY SIZE
                            "  GRADE " DELIMITED BY SIZE
                            G(2:1) DELIMITED BY SIZE
                            INTO HONOR-ROLL-LINE
                         END-STRING
                         WRITE HONOR-ROLL-LINE
                      END-IF
                      ADD 1 TO WS-LIST-COUNT
                      MOVE WS-ST-AVERAGE(I) TO WS-AVERAGE-SHOW
                      MOVE SPACES TO HONOR-ROLL-LINE
                      STRING "   " DELIMITED BY SIZE
                         WS-ST-NAME(I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-ST-SECTION(I) DELIMITED BY SIZE
                         "  AVERAGE " DELIMITED BY SIZE
                         WS-AVERAGE-SHOW DELIMITED BY SIZE
                         INTO HONOR-ROLL-LINE
                      END-STRING
                      WRITE HONOR-ROLL-LINE
                   END-IF
           END-PERFORM
           IF WS-LIST-COUNT > 0
              MOVE WS-LIST-COUNT TO WS-COUNT-SHOW
              MOVE SPACES TO HONOR-ROLL-LINE
              STRING "   STUDENTS ON HONOR ROLL: " DELIMITED BY SIZE
                 WS-COUNT-SHOW DELIMITED BY SIZE
                 INTO HONOR-ROLL-LINE
              END-STRING
              WRITE HONOR-ROLL-LINE
           END-IF
           .
       WRITE-HONOR-GRADE-EXIT.
           EXIT.

       WRITE-AT-RISK-LIST.
           OPEN OUTPUT AT-RISK-FILE
           MOVE WS-AT-RISK-AVG TO WS-MARK-SHOW
           MOVE WS-FAIL-MARK TO WS-COUNT-SHOW
           MOVE WS-ATTEND-PCT TO WS-PCT-SHOW
           MOVE SPACES TO AT-RISK-LINE
           STRING "AT-RISK LIST   TERM " DELIMITED BY SIZE
              WS-TERM DELIMITED BY SIZE
              "   AVERAGE UNDER " DELIMITED BY SIZE
              TRIM(WS-MARK-SHOW) DELIMITED BY SIZE
              ", A SUBJECT UNDER " DELIMITED BY SIZE
              TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              " OR ATTENDANCE UNDER " DELIMITED BY SIZE
              TRIM(WS-PCT-SHOW) DELIMITED BY SIZE
              "%" DELIMITED BY SIZE
              INTO AT-RISK-LINE
           END-STRING
           WRITE AT-RISK-LINE
           MOVE 1 TO S
           PERFORM UNTIL S > WS-STUDENT-COUNT
                   MOVE WS-ST-SCHOOL-ID(S) TO WS-LIST-SCHOOL
                   PERFORM VARYING G FROM 0 BY 1 UNTIL G > 9
                           PERFORM WRITE-AT-RISK-GRADE
                   END-PERFORM
                   PERFORM UNTIL S > WS-STUDENT-COUNT
                      OR WS-ST-SCHOOL-ID(S) NOT = WS-LIST-SCHOOL
                           ADD 1 TO S
                   END-PERFORM
           END-PERFORM
           CLOSE AT-RISK-FILE
           .
       WRITE-AT-RISK-LIST-EXIT.
           EXIT.

       WRITE-AT-RISK-GRADE.
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING I FROM S BY 1
              UNTIL I > WS-STUDENT-COUNT
                 OR WS-ST-SCHOOL-ID(I) NOT = WS-LIST-SCHOOL
                   IF WS-ST-GRADE(I) = G AND ST-AT-RISK(I)
                      IF WS-LIST-COUNT = 0
                         MOVE SPACES TO AT-RISK-LINE
                         WRITE AT-RISK-LINE
                         STRING "SCHOOL " DELIMITED BY SIZE
                            WS-LIST-SCHOOL DELIMITED BY SIZE
                            "  GRADE " DELIMITED BY SIZE
                            G(2:1) DELIMITED BY SIZE
                            INTO AT-RISK-LINE
                         END-STRING
                         WRITE AT-RISK-LINE
                      END-IF
                      ADD 1 TO WS-LIST-COUNT
                      PERFORM BUILD-RISK-REASONS
                      MOVE SPACES TO AT-RISK-LINE
                      STRING "   " DELIMITED BY SIZE
                         WS-ST-NAME(I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-ST-SECTION(I) DELIMITED BY SIZE
                         "  " DELIMITED BY SIZE
                         WS-RISK-REASONS DELIMITED BY SIZE
                         INTO AT-RISK-LINE
                      END-STRING
                      WRITE AT-RISK-LINE
                   END-IF
           END-PERFORM
           IF WS-LIST-COUNT > 0
              MOVE WS-LIST-COUNT TO WS-COUNT-SHOW
              MOVE SPACES TO AT-RISK-LINE
              STRING "   STUDENTS AT RISK: " DELIMITED BY SIZE
                 WS-COUNT-SHOW DELIMITED BY SIZE
                 INTO AT-RISK-LINE
              END-STRING
              WRITE AT-RISK-LINE
           END-IF
           .
       WRITE-AT-RISK-GRADE-EXIT.
           EXIT.

      *    Every reason the student is on the list, so the follow-up
      *    starts from the whole picture.
       BUILD-RISK-REASONS.
           MOVE SPACES TO WS-RISK-REASONS
           MOVE 1 TO WS-REASON-PTR
           MOVE WS-ST-AVERAGE(I) TO WS-AVERAGE-SHOW
           STRING "AVERAGE " DELIMITED BY SIZE
              WS-AVERAGE-SHOW DELIMITED BY SIZE
              INTO WS-RISK-REASONS
              WITH POINTER WS-REASON-PTR
           END-STRING
           IF WS-ST-LOW-COUNT(I) > 0
              MOVE WS-ST-LOW-COUNT(I) TO WS-MARK-SHOW
              STRING "; SUBJECTS UNDER PASS " DELIMITED BY SIZE
                 TRIM(WS-MARK-SHOW) DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-REASON-PTR
              END-STRING
           END-IF
           IF WS-ST-DAYS(I) > 0
              AND WS-ST-ATTENDED-PCT(I) < WS-ATTEND-PCT
              MOVE WS-ST-ATTENDED-PCT(I) TO WS-PCT-SHOW
              STRING "; ATTENDED " DELIMITED BY SIZE
                 TRIM(WS-PCT-SHOW) DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
                 INTO WS-RISK-REASONS
                 WITH POINTER WS-REASON-PTR
              END-STRING
           END-IF
           .
       BUILD-RISK-REASONS-EXIT.
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
           DISPLAY "REPORT-CARDS: PARMMST "
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

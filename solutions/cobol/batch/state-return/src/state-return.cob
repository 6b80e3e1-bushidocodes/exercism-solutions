       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-RETURN.
      *    State enrollment and attendance return. Each reporting
      *    period the district office re-keyed our enrollment and
      *    attendance numbers into the state portal. This run builds
      *    the state's fixed-format return instead -- see
      *    state-return.cpy -- from every student enrolled on
      *    ROSTERIDX and the marks posted to ATTENDHST in the period,
      *    ATTENDANCE-CORRECT's reversing entries backed out the way
      *    ATTENDANCE-POSTING backs them out.
      *
      *    The period runs from PARMMST STATE-RETURN PERIODSTART to
      *    PERIODEND, by default the first of the business month to
      *    the business date; DISTRICTID, the state's district code,
      *    has no default and the run stops without it. Every return
      *    is written as the next numbered generation, STATERTN.G0001
      *    onward, and cataloged in STRTNCAT.
      *
      *    STEDTRPT is the pre-submission edit: enrolled students
      *    with no attendance in the period, and attendance posted
      *    for a student at a school they are not enrolled at. A
      *    clean edit copies the generation to STATEOUT for sending.
      *    When the edit finds anything the generation is kept but
      *    not copied, RETURN-CODE is 4, and the office either fixes
      *    the data and reruns or sends the generation as it stands.
      *
      *    ENTRY "STATE-RETURN-RESEND" copies a cataloged generation
      *    to STATEOUT again, the one numbered on STRESEND, after
      *    checking its district trailer count against the records
      *    it holds. It is also how a held generation is sent.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROSTERIDX-STATUS.
           SELECT OPTIONAL ATTENDANCE-HISTORY-FILE ASSIGN TO "ATTENDHST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The return generation being written or sent, by name.
           SELECT OPTIONAL RETURN-GENERATION-FILE
               ASSIGN TO WS-GENERATION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.
      *    Return generation catalog -- see generation-catalog.cpy.
           SELECT OPTIONAL RETURN-CATALOG-FILE ASSIGN TO "STRTNCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATE-OUTBOUND-FILE ASSIGN TO "STATEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-REPORT-FILE ASSIGN TO "STEDTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESEND-REQUEST-FILE ASSIGN TO "STRESEND"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
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
       FD  ATTENDANCE-HISTORY-FILE.
       01  ATTENDANCE-HISTORY-RECORD.
           02 AH-SCHOOL-ID        PIC X(3).
           02 AH-NAME             PIC X(60).
           02 AH-DATE             PIC 9(8).
           02 AH-CODE             PIC X.
           02 AH-ADJUST           PIC X.
       FD  RETURN-GENERATION-FILE.
       01  RETURN-GENERATION-RECORD PIC X(100).
       FD  RETURN-CATALOG-FILE.
       01  RETURN-CATALOG-RECORD  PIC X(38).
       FD  STATE-OUTBOUND-FILE.
       01  STATE-OUTBOUND-RECORD  PIC X(100).
       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE       PIC X(132).
       FD  RESEND-REQUEST-FILE.
       01  RESEND-REQUEST-RECORD  PIC X(4).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ROSTERIDX-STATUS PIC XX.
       01 WS-GENERATION-STATUS PIC XX.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-SENT-FLAG        PIC 9     VALUE 0.
          88 GENERATION-SENT            VALUE 1 FALSE 0.

       01 WS-DISTRICT-ID      PIC X(6).
       01 WS-PERIOD-START     PIC 9(8).
       01 WS-PERIOD-END       PIC 9(8).

      *    Every student enrolled on ROSTERIDX, in roster key order,
      *    with the period's net marks.
       01 WS-EN-COUNT         PIC 9(4)  VALUE 0.
       01 WS-EN-MAX           PIC 9(4)  VALUE 1000.
       01 WS-EN-TABLE.
          05 WS-EN-ENTRY OCCURS 1000.
             10 WS-EN-KEY.
                15 WS-EN-SCHOOL  PIC X(3).
                15 WS-EN-NAME    PIC X(60).
             10 WS-EN-GRADE      PIC 9.
             10 WS-EN-PRESENT    PIC 9(3).
             10 WS-EN-ABSENT     PIC 9(3).
             10 WS-EN-LATE       PIC 9(3).
       01 WS-SEARCH-KEY       PIC X(63).
       01 WS-LO               PIC 9(4).
       01 WS-HI               PIC 9(4).
       01 WS-MID              PIC 9(4).
       01 WS-FOUND-IDX        PIC 9(4).

      *    Attendance posted at a school the student is not enrolled
      *    at, one entry per school and name.
       01 WS-OE-COUNT         PIC 9(3)  VALUE 0.
       01 WS-OE-TABLE.
          05 WS-OE-ENTRY OCCURS 500.
             10 WS-OE-SCHOOL     PIC X(3).
             10 WS-OE-NAME       PIC X(60).
             10 WS-OE-MARKS      PIC 9(4).
             10 WS-OE-FIRST      PIC 9(8).
             10 WS-OE-LAST       PIC 9(8).

       01 WS-PERIOD-MARKS     PIC 9(6)  VALUE 0.
       01 WS-OTHER-MARKS      PIC 9(6)  VALUE 0.
       01 WS-NO-ATTEND-COUNT  PIC 9(4)  VALUE 0.
       01 WS-OUTSIDE-COUNT    PIC 9(4)  VALUE 0.
       01 WS-OE-DROPPED       PIC 9(6)  VALUE 0.
       01 WS-EDIT-COUNT       PIC 9(4)  VALUE 0.

      *    The generation written this run, or named for resending.
       01 WS-GENERATION-NO    PIC 9(4)  VALUE 0.
       01 WS-GENERATION-NAME  PIC X(20).
       01 WS-CATALOG-NO       PIC 9(4).
       01 WS-CATALOGED-FLAG   PIC 9     VALUE 0.
          88 GENERATION-CATALOGED       VALUE 1 FALSE 0.

      *    School and district control totals.
       01 WS-CUR-SCHOOL       PIC X(3).
       01 WS-SCHOOL-STUDENTS  PIC 9(5).
       01 WS-SCHOOL-PRESENT   PIC 9(7).
       01 WS-SCHOOL-ABSENT    PIC 9(7).
       01 WS-SCHOOL-LATE      PIC 9(7).
       01 WS-SCHOOL-RECORDS   PIC 9(6).
       01 WS-DISTRICT-SCHOOLS PIC 9(4).
       01 WS-DISTRICT-PRESENT PIC 9(8).
       01 WS-DISTRICT-ABSENT  PIC 9(8).
       01 WS-DISTRICT-LATE    PIC 9(8).
       01 WS-FILE-RECORDS     PIC 9(7).

      *    Trailer check before a generation is sent.
       01 WS-VERIFY-COUNT     PIC 9(7).
       01 WS-VERIFY-TRAILER   PIC 9(7).
       01 WS-VERIFY-SEEN      PIC X.

       01 WS-COUNT-SHOW       PIC ZZZ9.
       01 WS-MARKS-SHOW       PIC ZZZ,ZZ9.

       77 I                   PIC 9(4).

       COPY "state-return.cpy".
       COPY "generation-catalog.cpy".
       COPY "central-parm.cpy".
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       STATE-RETURN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-RETURN-PARMS
           IF RETURN-CODE = 8
              GOBACK
           END-IF
           PERFORM LOAD-ENROLLMENT
           IF RETURN-CODE = 8
              GOBACK
           END-IF
           PERFORM TALLY-PERIOD-ATTENDANCE
           PERFORM FIND-NEXT-GENERATION
           PERFORM WRITE-RETURN-GENERATION
           IF RETURN-CODE = 8
              GOBACK
           END-IF
           PERFORM WRITE-CATALOG-ENTRY
           PERFORM WRITE-EDIT-REPORT
           SET GENERATION-SENT TO FALSE
           IF WS-EDIT-COUNT = 0
              PERFORM SEND-GENERATION
           END-IF
           DISPLAY "STATE-RETURN: " TRIM(WS-GENERATION-NAME)
              " WRITTEN, " WS-EN-COUNT " STUDENTS, "
              WS-EDIT-COUNT " EDIT EXCEPTIONS"
           EVALUATE TRUE
           WHEN RETURN-CODE = 8
                CONTINUE
           WHEN WS-EDIT-COUNT > 0
                DISPLAY "STATE-RETURN: GENERATION HELD, NOT SENT"
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    DISTRICTID is the state's code for us and has no safe
      *    default. The period dates must be real dates in order.
       LOAD-RETURN-PARMS.
           MOVE 0 TO RETURN-CODE
           MOVE "STATE-RETURN" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "DISTRICTID" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF NOT PP-PARM-FOUND OR PP-FOUND-VALUE(1:6) = SPACES
              DISPLAY "STATE-RETURN: no PARMMST DISTRICTID,"
                 " no return written"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE PP-FOUND-VALUE(1:6) TO WS-DISTRICT-ID
           MOVE BD-BUSINESS-DATE(1:6) TO WS-PERIOD-START(1:6)
           MOVE "01" TO WS-PERIOD-START(7:2)
           MOVE BD-BUSINESS-DATE TO WS-PERIOD-END
           MOVE "PERIODSTART" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND
              IF PP-FOUND-VALUE(1:8) IS NUMERIC
                 AND PP-FOUND-VALUE(9:1) = SPACE
                 AND TEST-DATE-YYYYMMDD(NUMVAL(PP-FOUND-VALUE(1:8)))
                    = 0
                 MOVE PP-FOUND-VALUE(1:8) TO WS-PERIOD-START
              ELSE
                 DISPLAY "STATE-RETURN: PARMMST PERIODSTART "
                    TRIM(PP-FOUND-VALUE) " IS NOT A DATE,"
                    " no return written"
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "PERIODEND" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND
              IF PP-FOUND-VALUE(1:8) IS NUMERIC
                 AND PP-FOUND-VALUE(9:1) = SPACE
                 AND TEST-DATE-YYYYMMDD(NUMVAL(PP-FOUND-VALUE(1:8)))
                    = 0
                 MOVE PP-FOUND-VALUE(1:8) TO WS-PERIOD-END
              ELSE
                 DISPLAY "STATE-RETURN: PARMMST PERIODEND "
                    TRIM(PP-FOUND-VALUE) " IS NOT A DATE,"
                    " no return written"
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-PERIOD-START > WS-PERIOD-END
              DISPLAY "STATE-RETURN: PERIOD " WS-PERIOD-START
                 " TO " WS-PERIOD-END " IS BACKWARDS,"
                 " no return written"
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       LOAD-RETURN-PARMS-EXIT.
           EXIT.

      *    The roster is read whole in key order, so the table comes
      *    out grouped by school and ready for the binary search. A
      *    roster bigger than the table would make a short return,
      *    which is worse than none.
       LOAD-ENROLLMENT.
           MOVE 0 TO WS-EN-COUNT
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-ROSTERIDX-STATUS NOT = "00"
              DISPLAY "STATE-RETURN: cannot open ROSTERIDX,"
                 " status " WS-ROSTERIDX-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ ROSTER-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF WS-EN-COUNT >= WS-EN-MAX
                            DISPLAY "STATE-RETURN: ROSTERIDX HOLDS"
                               " MORE THAN " WS-EN-MAX " STUDENTS,"
                               " no return written"
                            MOVE 8 TO RETURN-CODE
                            SET FILE-EOF TO TRUE
                         ELSE
                            ADD 1 TO WS-EN-COUNT
                            MOVE RM-KEY TO WS-EN-KEY(WS-EN-COUNT)
                            MOVE RM-GRADE TO WS-EN-GRADE(WS-EN-COUNT)
                            MOVE 0 TO WS-EN-PRESENT(WS-EN-COUNT)
                            MOVE 0 TO WS-EN-ABSENT(WS-EN-COUNT)
                            MOVE 0 TO WS-EN-LATE(WS-EN-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ROSTER-MASTER-FILE
           .
       LOAD-ENROLLMENT-EXIT.
           EXIT.

      *    Marks dated outside the period are passed over. A "-"
      *    adjustment backs one mark out, as in ATTENDANCE-POSTING.
       TALLY-PERIOD-ATTENDANCE.
           SET FILE-EOF TO FALSE
           OPEN INPUT ATTENDANCE-HISTORY-FILE
           PERFORM UNTIL FILE-EOF
                   READ ATTENDANCE-HISTORY-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF AH-DATE IS NUMERIC
                            AND AH-DATE >= WS-PERIOD-START
                            AND AH-DATE <= WS-PERIOD-END
                            ADD 1 TO WS-PERIOD-MARKS
                            PERFORM TALLY-ONE-MARK
                         ELSE
                            ADD 1 TO WS-OTHER-MARKS
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ATTENDANCE-HISTORY-FILE
           .
       TALLY-PERIOD-ATTENDANCE-EXIT.
           EXIT.

       TALLY-ONE-MARK.
           MOVE AH-SCHOOL-ID TO WS-SEARCH-KEY(1:3)
           MOVE AH-NAME TO WS-SEARCH-KEY(4:60)
           PERFORM FIND-ENROLLED-STUDENT
           IF WS-FOUND-IDX = 0
              PERFORM TALLY-OUTSIDE-MARK
              EXIT PARAGRAPH
           END-IF
           EVALUATE AH-CODE
           WHEN "P"
                IF AH-ADJUST = "-"
                   IF WS-EN-PRESENT(WS-FOUND-IDX) > 0
                      SUBTRACT 1 FROM WS-EN-PRESENT(WS-FOUND-IDX)
                   END-IF
                ELSE
                   ADD 1 TO WS-EN-PRESENT(WS-FOUND-IDX)
                END-IF
           WHEN "A"
                IF AH-ADJUST = "-"
                   IF WS-EN-ABSENT(WS-FOUND-IDX) > 0
                      SUBTRACT 1 FROM WS-EN-ABSENT(WS-FOUND-IDX)
                   END-IF
                ELSE
                   ADD 1 TO WS-EN-ABSENT(WS-FOUND-IDX)
                END-IF
           WHEN "L"
                IF AH-ADJUST = "-"
                   IF WS-EN-LATE(WS-FOUND-IDX) > 0
                      SUBTRACT 1 FROM WS-EN-LATE(WS-FOUND-IDX)
                   END-IF
                ELSE
                   ADD 1 TO WS-EN-LATE(WS-FOUND-IDX)
                END-IF
           END-EVALUATE
           .
       TALLY-ONE-MARK-EXIT.
           EXIT.

      *    Binary search of the enrollment table on school and name.
       FIND-ENROLLED-STUDENT.
           MOVE 0 TO WS-FOUND-IDX
           MOVE 1 TO WS-LO
           MOVE WS-EN-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI
                   MOVE INTEGER((WS-LO + WS-HI) / 2) TO WS-MID
                   EVALUATE TRUE
                   WHEN WS-EN-KEY(WS-MID) = WS-SEARCH-KEY
                        MOVE WS-MID TO WS-FOUND-IDX
                        EXIT PERFORM
                   WHEN WS-EN-KEY(WS-MID) < WS-SEARCH-KEY
                        COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                        COMPUTE WS-HI = WS-MID - 1
                   END-EVALUATE
           END-PERFORM
           .
       FIND-ENROLLED-STUDENT-EXIT.
           EXIT.

      *    A mark for a student not enrolled at that school cannot go
      *    on the return; it is kept for the edit report, net of its
      *    own reversals.
       TALLY-OUTSIDE-MARK.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-OE-COUNT OR WS-FOUND-IDX > 0
                   IF WS-OE-SCHOOL(I) = AH-SCHOOL-ID
                      AND WS-OE-NAME(I) = AH-NAME
                      MOVE I TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           IF AH-ADJUST = "-"
              IF WS-FOUND-IDX > 0 AND WS-OE-MARKS(WS-FOUND-IDX) > 0
                 SUBTRACT 1 FROM WS-OE-MARKS(WS-FOUND-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX = 0
              IF WS-OE-COUNT >= 500
                 ADD 1 TO WS-OE-DROPPED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-OE-COUNT
              MOVE WS-OE-COUNT TO WS-FOUND-IDX
              MOVE AH-SCHOOL-ID TO WS-OE-SCHOOL(WS-FOUND-IDX)
              MOVE AH-NAME TO WS-OE-NAME(WS-FOUND-IDX)
              MOVE 0 TO WS-OE-MARKS(WS-FOUND-IDX)
              MOVE AH-DATE TO WS-OE-FIRST(WS-FOUND-IDX)
              MOVE AH-DATE TO WS-OE-LAST(WS-FOUND-IDX)
           END-IF
           ADD 1 TO WS-OE-MARKS(WS-FOUND-IDX)
           IF AH-DATE < WS-OE-FIRST(WS-FOUND-IDX)
              MOVE AH-DATE TO WS-OE-FIRST(WS-FOUND-IDX)
           END-IF
           IF AH-DATE > WS-OE-LAST(WS-FOUND-IDX)
              MOVE AH-DATE TO WS-OE-LAST(WS-FOUND-IDX)
           END-IF
           .
       TALLY-OUTSIDE-MARK-EXIT.
           EXIT.

      *    The next generation number is one past the highest
      *    STATERTN generation on the catalog.
       FIND-NEXT-GENERATION.
           MOVE 0 TO WS-GENERATION-NO
           SET FILE-EOF TO FALSE
           OPEN INPUT RETURN-CATALOG-FILE
           PERFORM UNTIL FILE-EOF
                   READ RETURN-CATALOG-FILE INTO GC-CATALOG-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF GC-REPORT-NAME = "STATERTN"
                            AND GC-GENERATION-FILE(1:10)
                               = "STATERTN.G"
                            AND GC-GENERATION-FILE(11:4) IS NUMERIC
                            MOVE GC-GENERATION-FILE(11:4)
                               TO WS-CATALOG-NO
                            IF WS-CATALOG-NO > WS-GENERATION-NO
                               MOVE WS-CATALOG-NO TO WS-GENERATION-NO
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE RETURN-CATALOG-FILE
           ADD 1 TO WS-GENERATION-NO
           PERFORM NAME-GENERATION
           .
       FIND-NEXT-GENERATION-EXIT.
           EXIT.

       NAME-GENERATION.
           MOVE SPACES TO WS-GENERATION-NAME
           STRING "STATERTN.G" DELIMITED BY SIZE
              WS-GENERATION-NO DELIMITED BY SIZE
              INTO WS-GENERATION-NAME
           END-STRING
           .
       NAME-GENERATION-EXIT.
           EXIT.

      *    One header, the students and a trailer per school in
      *    roster order, then the district trailer.
       WRITE-RETURN-GENERATION.
           OPEN OUTPUT RETURN-GENERATION-FILE
           IF WS-GENERATION-STATUS NOT = "00"
              DISPLAY "STATE-RETURN: cannot create "
                 TRIM(WS-GENERATION-NAME) ", status "
                 WS-GENERATION-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-DISTRICT-SCHOOLS
           MOVE 0 TO WS-DISTRICT-PRESENT
           MOVE 0 TO WS-DISTRICT-ABSENT
           MOVE 0 TO WS-DISTRICT-LATE
           MOVE SPACES TO WS-CUR-SCHOOL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EN-COUNT
                   IF WS-EN-SCHOOL(I) NOT = WS-CUR-SCHOOL
                      IF WS-CUR-SCHOOL NOT = SPACES
                         PERFORM WRITE-SCHOOL-TRAILER
                      END-IF
                      MOVE WS-EN-SCHOOL(I) TO WS-CUR-SCHOOL
                      PERFORM WRITE-SCHOOL-HEADER
                   END-IF
                   PERFORM WRITE-STUDENT-DETAIL
           END-PERFORM
           IF WS-CUR-SCHOOL NOT = SPACES
              PERFORM WRITE-SCHOOL-TRAILER
           END-IF
           MOVE SPACES TO SR-DISTRICT-TRAILER
           MOVE "DT" TO SR-T-TYPE
           MOVE WS-DISTRICT-ID TO SR-T-DISTRICT
           MOVE WS-DISTRICT-SCHOOLS TO SR-T-SCHOOLS
           MOVE WS-EN-COUNT TO SR-T-STUDENTS
           MOVE WS-DISTRICT-PRESENT TO SR-T-PRESENT
           MOVE WS-DISTRICT-ABSENT TO SR-T-ABSENT
           MOVE WS-DISTRICT-LATE TO SR-T-LATE
           ADD 1 TO WS-FILE-RECORDS
           MOVE WS-FILE-RECORDS TO SR-T-RECORDS
           WRITE RETURN-GENERATION-RECORD FROM SR-DISTRICT-TRAILER
           CLOSE RETURN-GENERATION-FILE
           .
       WRITE-RETURN-GENERATION-EXIT.
           EXIT.

       WRITE-SCHOOL-HEADER.
           MOVE 0 TO WS-SCHOOL-STUDENTS
           MOVE 0 TO WS-SCHOOL-PRESENT
           MOVE 0 TO WS-SCHOOL-ABSENT
           MOVE 0 TO WS-SCHOOL-LATE
           MOVE 1 TO WS-SCHOOL-RECORDS
           ADD 1 TO WS-DISTRICT-SCHOOLS
           MOVE SPACES TO SR-SCHOOL-HEADER
           MOVE "SH" TO SR-H-TYPE
           MOVE WS-DISTRICT-ID TO SR-H-DISTRICT
           MOVE WS-CUR-SCHOOL TO SR-H-SCHOOL
           MOVE WS-PERIOD-START TO SR-H-PERIOD-START
           MOVE WS-PERIOD-END TO SR-H-PERIOD-END
           MOVE WS-GENERATION-NO TO SR-H-GENERATION
           WRITE RETURN-GENERATION-RECORD FROM SR-SCHOOL-HEADER
           ADD 1 TO WS-FILE-RECORDS
           .
       WRITE-SCHOOL-HEADER-EXIT.
           EXIT.

       WRITE-STUDENT-DETAIL.
           MOVE SPACES TO SR-STUDENT-DETAIL
           MOVE "SD" TO SR-D-TYPE
           MOVE WS-DISTRICT-ID TO SR-D-DISTRICT
           MOVE WS-EN-SCHOOL(I) TO SR-D-SCHOOL
           MOVE WS-EN-NAME(I) TO SR-D-NAME
           MOVE WS-EN-GRADE(I) TO SR-D-GRADE
           MOVE WS-EN-PRESENT(I) TO SR-D-PRESENT
           MOVE WS-EN-ABSENT(I) TO SR-D-ABSENT
           MOVE WS-EN-LATE(I) TO SR-D-LATE
           WRITE RETURN-GENERATION-RECORD FROM SR-STUDENT-DETAIL
           ADD 1 TO WS-FILE-RECORDS
           ADD 1 TO WS-SCHOOL-RECORDS
           ADD 1 TO WS-SCHOOL-STUDENTS
           ADD WS-EN-PRESENT(I) TO WS-SCHOOL-PRESENT
           ADD WS-EN-ABSENT(I) TO WS-SCHOOL-ABSENT
           ADD WS-EN-LATE(I) TO WS-SCHOOL-LATE
           .
       WRITE-STUDENT-DETAIL-EXIT.
           EXIT.

       WRITE-SCHOOL-TRAILER.
           ADD 1 TO WS-SCHOOL-RECORDS
           MOVE SPACES TO SR-SCHOOL-TRAILER
           MOVE "ST" TO SR-S-TYPE
           MOVE WS-DISTRICT-ID TO SR-S-DISTRICT
           MOVE WS-CUR-SCHOOL TO SR-S-SCHOOL
           MOVE WS-SCHOOL-STUDENTS TO SR-S-STUDENTS
           MOVE WS-SCHOOL-PRESENT TO SR-S-PRESENT
           MOVE WS-SCHOOL-ABSENT TO SR-S-ABSENT
           MOVE WS-SCHOOL-LATE TO SR-S-LATE
           MOVE WS-SCHOOL-RECORDS TO SR-S-RECORDS
           WRITE RETURN-GENERATION-RECORD FROM SR-SCHOOL-TRAILER
           ADD 1 TO WS-FILE-RECORDS
           ADD WS-SCHOOL-PRESENT TO WS-DISTRICT-PRESENT
           ADD WS-SCHOOL-ABSENT TO WS-DISTRICT-ABSENT
           ADD WS-SCHOOL-LATE TO WS-DISTRICT-LATE
           .
       WRITE-SCHOOL-TRAILER-EXIT.
           EXIT.

       WRITE-CATALOG-ENTRY.
           MOVE SPACES TO GC-CATALOG-RECORD
           MOVE "STATERTN" TO GC-REPORT-NAME
           MOVE WS-GENERATION-NAME TO GC-GENERATION-FILE
           MOVE BD-BUSINESS-DATE TO GC-RUN-DATE
           MOVE GC-CATALOG-RECORD TO RETURN-CATALOG-RECORD
           OPEN EXTEND RETURN-CATALOG-FILE
           WRITE RETURN-CATALOG-RECORD
           CLOSE RETURN-CATALOG-FILE
           .
       WRITE-CATALOG-ENTRY-EXIT.
           EXIT.

       WRITE-EDIT-REPORT.
           OPEN OUTPUT EDIT-REPORT-FILE
           MOVE "STATE RETURN PRE-SUBMISSION EDIT" TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "DISTRICT " DELIMITED BY SIZE
              WS-DISTRICT-ID DELIMITED BY SIZE
              "   PERIOD " DELIMITED BY SIZE
              WS-PERIOD-START DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-PERIOD-END DELIMITED BY SIZE
              "   GENERATION " DELIMITED BY SIZE
              WS-GENERATION-NAME DELIMITED BY SIZE
              INTO EDIT-REPORT-LINE
           END-STRING
           WRITE EDIT-REPORT-LINE

           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE "ENROLLED STUDENTS WITH NO ATTENDANCE IN THE PERIOD"
              TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE 0 TO WS-NO-ATTEND-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EN-COUNT
                   IF WS-EN-PRESENT(I) = 0 AND WS-EN-ABSENT(I) = 0
                      AND WS-EN-LATE(I) = 0
                      ADD 1 TO WS-NO-ATTEND-COUNT
                      MOVE SPACES TO EDIT-REPORT-LINE
                      STRING "   " DELIMITED BY SIZE
                         WS-EN-SCHOOL(I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-EN-NAME(I) DELIMITED BY SIZE
                         " GRADE " DELIMITED BY SIZE
                         WS-EN-GRADE(I) DELIMITED BY SIZE
                         INTO EDIT-REPORT-LINE
                      END-STRING
                      WRITE EDIT-REPORT-LINE
                   END-IF
           END-PERFORM
           IF WS-NO-ATTEND-COUNT = 0
              MOVE "   NONE" TO EDIT-REPORT-LINE
              WRITE EDIT-REPORT-LINE
           END-IF

           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE "ATTENDANCE FOR STUDENTS NOT ENROLLED AT THE SCHOOL"
              TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE 0 TO WS-OUTSIDE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OE-COUNT
                   IF WS-OE-MARKS(I) > 0
                      ADD 1 TO WS-OUTSIDE-COUNT
                      MOVE WS-OE-MARKS(I) TO WS-COUNT-SHOW
                      MOVE SPACES TO EDIT-REPORT-LINE
                      STRING "   " DELIMITED BY SIZE
                         WS-OE-SCHOOL(I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-OE-NAME(I) DELIMITED BY SIZE
                         " MARKS " DELIMITED BY SIZE
                         WS-COUNT-SHOW DELIMITED BY SIZE
                         "  " DELIMITED BY SIZE
                         WS-OE-FIRST(I) DELIMITED BY SIZE
                         " TO " DELIMITED BY SIZE
                         WS-OE-LAST(I) DELIMITED BY SIZE
                         INTO EDIT-REPORT-LINE
                      END-STRING
                      WRITE EDIT-REPORT-LINE
                   END-IF
           END-PERFORM
           IF WS-OE-DROPPED > 0
              ADD 1 TO WS-OUTSIDE-COUNT
              MOVE WS-OE-DROPPED TO WS-MARKS-SHOW
              MOVE SPACES TO EDIT-REPORT-LINE
              STRING "   " DELIMITED BY SIZE
                 WS-MARKS-SHOW DELIMITED BY SIZE
                 " MORE MARKS FOR STUDENTS PAST THE FIRST 500 NOT"
                 DELIMITED BY SIZE
                 " LISTED" DELIMITED BY SIZE
                 INTO EDIT-REPORT-LINE
              END-STRING
              WRITE EDIT-REPORT-LINE
           END-IF
           IF WS-OUTSIDE-COUNT = 0
              MOVE "   NONE" TO EDIT-REPORT-LINE
              WRITE EDIT-REPORT-LINE
           END-IF
           COMPUTE WS-EDIT-COUNT = WS-NO-ATTEND-COUNT
              + WS-OUTSIDE-COUNT

           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE WS-PERIOD-MARKS TO WS-MARKS-SHOW
           MOVE WS-EN-COUNT TO WS-COUNT-SHOW
           STRING "STUDENTS ON RETURN " DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              "   MARKS IN PERIOD " DELIMITED BY SIZE
              WS-MARKS-SHOW DELIMITED BY SIZE
              INTO EDIT-REPORT-LINE
           END-STRING
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           IF WS-EDIT-COUNT = 0
              MOVE "EDIT CLEAN -- GENERATION SENT TO STATEOUT"
                 TO EDIT-REPORT-LINE
           ELSE
              MOVE WS-EDIT-COUNT TO WS-COUNT-SHOW
              STRING "EDIT EXCEPTIONS " DELIMITED BY SIZE
                 WS-COUNT-SHOW DELIMITED BY SIZE
                 " -- GENERATION HELD, NOT SENT" DELIMITED BY SIZE
                 INTO EDIT-REPORT-LINE
              END-STRING
           END-IF
           WRITE EDIT-REPORT-LINE
           CLOSE EDIT-REPORT-FILE
           .
       WRITE-EDIT-REPORT-EXIT.
           EXIT.

      *    Sends a cataloged generation again -- the number on the
      *    first line of STRESEND. Reachable as its own entry point.
       ENTRY "STATE-RETURN-RESEND".
       STATE-RETURN-RESEND.
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-BUSINESS-DATE
           MOVE SPACES TO RESEND-REQUEST-RECORD
           OPEN INPUT RESEND-REQUEST-FILE
           READ RESEND-REQUEST-FILE
              AT END
                 MOVE SPACES TO RESEND-REQUEST-RECORD
           END-READ
           CLOSE RESEND-REQUEST-FILE
           IF RESEND-REQUEST-RECORD IS NOT NUMERIC
              DISPLAY "STATE-RETURN: STRESEND NAMES NO GENERATION"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE RESEND-REQUEST-RECORD TO WS-GENERATION-NO
           PERFORM NAME-GENERATION
           SET GENERATION-CATALOGED TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT RETURN-CATALOG-FILE
           PERFORM UNTIL FILE-EOF
                   READ RETURN-CATALOG-FILE INTO GC-CATALOG-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF GC-REPORT-NAME = "STATERTN"
                            AND GC-GENERATION-FILE
                               = WS-GENERATION-NAME
                            SET GENERATION-CATALOGED TO TRUE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE RETURN-CATALOG-FILE
           IF NOT GENERATION-CATALOGED
              DISPLAY "STATE-RETURN: " TRIM(WS-GENERATION-NAME)
                 " IS NOT ON STRTNCAT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           SET GENERATION-SENT TO FALSE
           PERFORM SEND-GENERATION
           IF GENERATION-SENT
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Only a generation whose district trailer still counts the
      *    records it holds is copied to STATEOUT; anything else is
      *    refused and said so.
       SEND-GENERATION.
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE 0 TO WS-VERIFY-TRAILER
           MOVE "N" TO WS-VERIFY-SEEN
           OPEN INPUT RETURN-GENERATION-FILE
           IF WS-GENERATION-STATUS NOT = "00"
              DISPLAY "STATE-RETURN: cannot open "
                 TRIM(WS-GENERATION-NAME) ", status "
                 WS-GENERATION-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ RETURN-GENERATION-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-VERIFY-COUNT
                         IF RETURN-GENERATION-RECORD(1:2) = "DT"
                            MOVE RETURN-GENERATION-RECORD
                               TO SR-DISTRICT-TRAILER
                            MOVE SR-T-RECORDS TO WS-VERIFY-TRAILER
                            MOVE "Y" TO WS-VERIFY-SEEN
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE RETURN-GENERATION-FILE
           IF WS-VERIFY-SEEN NOT = "Y"
              OR WS-VERIFY-TRAILER NOT = WS-VERIFY-COUNT
              DISPLAY "STATE-RETURN: " TRIM(WS-GENERATION-NAME)
                 " HOLDS " WS-VERIFY-COUNT " RECORDS, TRAILER SAYS "
                 WS-VERIFY-TRAILER " -- NOT SENT"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           OPEN INPUT RETURN-GENERATION-FILE
           OPEN OUTPUT STATE-OUTBOUND-FILE
           PERFORM UNTIL FILE-EOF
                   READ RETURN-GENERATION-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         WRITE STATE-OUTBOUND-RECORD
                            FROM RETURN-GENERATION-RECORD
                   END-READ
           END-PERFORM
           CLOSE RETURN-GENERATION-FILE
           CLOSE STATE-OUTBOUND-FILE
           SET GENERATION-SENT TO TRUE
           DISPLAY "STATE-RETURN: " TRIM(WS-GENERATION-NAME)
              " SENT TO STATEOUT, " WS-VERIFY-COUNT " RECORDS"
           .
       SEND-GENERATION-EXIT.
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
           DISPLAY "STATE-RETURN: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

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

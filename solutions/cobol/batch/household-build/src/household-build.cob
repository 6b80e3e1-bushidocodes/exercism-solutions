       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-BUILD.
      *    Builds the HOUSEHLD household master (see household.cpy)
      *    from GUARDMST. ROSTERIDX is keyed by school and student
      *    name, so the office could not see that three students
      *    share one family and GUARDIAN-LETTERS sent that family
      *    three letters. Students whose guardian name and first
      *    address line agree are made one household, wherever they
      *    are at school; the office's standing HHLINKS corrections
      *    are then applied in order for the families the matching
      *    misses. A correction naming a student not on GUARDMST is
      *    listed on HHEXCP and RETURN-CODE is 4.
      *
      *    HHLIST shows, school by school, every household with more
      *    than one child and marks the families whose children are
      *    split across schools.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-MASTER-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GUARDMST-STATUS.
      *    Household master and manual links -- see household.cpy.
           SELECT OPTIONAL HOUSEHOLD-LINK-FILE ASSIGN TO "HHLINKS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOUSEHOLD-LIST-FILE ASSIGN TO "HHLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOUSEHOLD-EXCEPTION-FILE ASSIGN TO "HHEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GUARDIAN-MASTER-FILE.
       01  GUARDIAN-MASTER-RECORD.
           02 GM-KEY.
              05 GM-SCHOOL-ID     PIC X(3).
              05 GM-NAME          PIC X(60).
           02 GM-GUARDIAN-NAME    PIC X(40).
           02 GM-ADDRESS-1        PIC X(30).
           02 GM-ADDRESS-2        PIC X(30).
           02 GM-ADDRESS-3        PIC X(30).
       FD  HOUSEHOLD-LINK-FILE.
       01  HOUSEHOLD-LINK-LINE    PIC X(131).
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-LINE         PIC X(73).
       FD  HOUSEHOLD-LIST-FILE.
       01  HOUSEHOLD-LIST-LINE    PIC X(100).
       FD  HOUSEHOLD-EXCEPTION-FILE.
       01  HOUSEHOLD-EXCEPTION-LINE PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-GUARDMST-STATUS  PIC XX.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.

      *    Every GUARDMST student and the household it falls in.
       01 WS-STUDENT-COUNT    PIC 9(4)  VALUE 0.
       01 WS-STUDENT-TABLE.
          05 WS-STUDENT-ENTRY OCCURS 3000.
             10 WS-SD-SCHOOL     PIC X(3).
             10 WS-SD-NAME       PIC X(60).
             10 WS-SD-GUARDIAN   PIC X(40).
             10 WS-SD-ADDRESS    PIC X(30).
             10 WS-SD-HOUSEHOLD  PIC 9(4).
             10 WS-SD-LINK-TYPE  PIC X.

      *    Households as built; an unlink opens a new one, so there
      *    can be more than students. WS-HH-NO is the number written
      *    to HOUSEHLD, given only to households still with members.
       01 WS-HOUSEHOLD-COUNT  PIC 9(4)  VALUE 0.
       01 WS-HOUSEHOLD-TABLE.
          05 WS-HOUSEHOLD-ENTRY OCCURS 6000.
             10 WS-HH-NO         PIC 9(6).
             10 WS-HH-MEMBERS    PIC 9(4).
             10 WS-HH-FIRST      PIC 9(4).
             10 WS-HH-SPLIT-FLAG PIC X.
                88 WS-HH-SPLIT           VALUE "Y".

      *    Sized to the student table, so every school a student
      *    is at has a place in the listing.
       01 WS-SCHOOL-COUNT     PIC 9(4)  VALUE 0.
       01 WS-SCHOOL-TABLE.
          05 WS-SCHOOL-ID OCCURS 3000 PIC X(3).
       01 WS-SCHOOL-HOLD      PIC X(3).

       01 WS-LINK-FROM        PIC 9(4).
       01 WS-LINK-TO          PIC 9(4).
       01 WS-LINK-ERROR       PIC X(40).
       01 WS-NEXT-NO          PIC 9(6)  VALUE 0.
       01 WS-LINK-COUNT       PIC 9(4)  VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(4)  VALUE 0.
       01 WS-SPLIT-COUNT      PIC 9(4)  VALUE 0.
       01 WS-SCHOOL-FAMILIES  PIC 9(4).
       01 WS-SCHOOL-SPLITS    PIC 9(4).
       01 WS-COUNT-SHOW       PIC ZZZ9.
       01 WS-SPLIT-SHOW       PIC ZZZ9.
       01 WS-SPLIT-MARK       PIC X(25).

       77 I                   PIC 9(4).
       77 J                   PIC 9(4).
       77 H                   PIC 9(4).
       77 K                   PIC 9(4).

      *    Shared household layouts.
       COPY "household.cpy".
      *    Business date.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       HOUSEHOLD-BUILD.
           PERFORM LOAD-BUSINESS-DATE
           OPEN INPUT GUARDIAN-MASTER-FILE
           IF WS-GUARDMST-STATUS NOT = "00"
              DISPLAY "HOUSEHOLD-BUILD: cannot open GUARDMST,"
                 " status " WS-GUARDMST-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM MATCH-GUARDIAN-HOUSEHOLDS
           CLOSE GUARDIAN-MASTER-FILE

           OPEN OUTPUT HOUSEHOLD-EXCEPTION-FILE
           MOVE SPACES TO HOUSEHOLD-EXCEPTION-LINE
           STRING "HOUSEHOLD LINK EXCEPTIONS " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO HOUSEHOLD-EXCEPTION-LINE
           END-STRING
           WRITE HOUSEHOLD-EXCEPTION-LINE
           PERFORM APPLY-MANUAL-LINKS
           CLOSE HOUSEHOLD-EXCEPTION-FILE

           PERFORM WRITE-HOUSEHOLD-MASTER
           PERFORM WRITE-SCHOOL-LISTING

           DISPLAY "HOUSEHOLD-BUILD: " WS-STUDENT-COUNT
              " STUDENTS, " WS-NEXT-NO " HOUSEHOLDS, "
              WS-SPLIT-COUNT " SPLIT ACROSS SCHOOLS, "
              WS-LINK-COUNT " LINKS APPLIED, "
              WS-EXCEPTION-COUNT " LINK EXCEPTIONS"
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    One pass of GUARDMST: a student joins the household of the
      *    first earlier student with the same guardian and first
      *    address line, else starts one. A student with no guardian
      *    name is a household alone.
       MATCH-GUARDIAN-HOUSEHOLDS.
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ GUARDIAN-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM MATCH-ONE-STUDENT
                   END-READ
           END-PERFORM
           .
       MATCH-GUARDIAN-HOUSEHOLDS-EXIT.
           EXIT.

       MATCH-ONE-STUDENT.
           IF WS-STUDENT-COUNT NOT < 3000
              DISPLAY "HOUSEHOLD-BUILD: more than 3000 students on"
                 " GUARDMST, run stopped"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-STUDENT-COUNT
           MOVE WS-STUDENT-COUNT TO I
           MOVE GM-SCHOOL-ID TO WS-SD-SCHOOL(I)
           MOVE GM-NAME TO WS-SD-NAME(I)
           MOVE GM-GUARDIAN-NAME TO WS-SD-GUARDIAN(I)
           MOVE GM-ADDRESS-1 TO WS-SD-ADDRESS(I)
           MOVE "A" TO WS-SD-LINK-TYPE(I)
           MOVE 0 TO WS-SD-HOUSEHOLD(I)
           IF GM-GUARDIAN-NAME NOT = SPACES
              PERFORM VARYING J FROM 1 BY 1
                 UNTIL J NOT < I OR WS-SD-HOUSEHOLD(I) > 0
                      IF WS-SD-GUARDIAN(J) = GM-GUARDIAN-NAME
                         AND WS-SD-ADDRESS(J) = GM-ADDRESS-1
                         MOVE WS-SD-HOUSEHOLD(J)
                            TO WS-SD-HOUSEHOLD(I)
                      END-IF
              END-PERFORM
           END-IF
           IF WS-SD-HOUSEHOLD(I) = 0
              ADD 1 TO WS-HOUSEHOLD-COUNT
              MOVE WS-HOUSEHOLD-COUNT TO WS-SD-HOUSEHOLD(I)
           END-IF
           .
       MATCH-ONE-STUDENT-EXIT.
           EXIT.

       APPLY-MANUAL-LINKS.
           SET FILE-EOF TO FALSE
           OPEN INPUT HOUSEHOLD-LINK-FILE
           PERFORM UNTIL FILE-EOF
                   READ HOUSEHOLD-LINK-FILE INTO HL-LINK-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF HL-LINK-RECORD NOT = SPACES
                            PERFORM APPLY-ONE-LINK
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-LINK-FILE
           .
       APPLY-MANUAL-LINKS-EXIT.
           EXIT.

       APPLY-ONE-LINK.
           MOVE SPACES TO WS-LINK-ERROR
           MOVE 0 TO WS-LINK-FROM WS-LINK-TO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-SD-SCHOOL(I) = HL-SCHOOL-ID
                      AND WS-SD-NAME(I) = HL-NAME
                      MOVE I TO WS-LINK-FROM
                   END-IF
                   IF WS-SD-SCHOOL(I) = HL-TO-SCHOOL-ID
                      AND WS-SD-NAME(I) = HL-TO-NAME
                      MOVE I TO WS-LINK-TO
                   END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN NOT HL-LINK AND NOT HL-UNLINK
                MOVE "ACTION NOT L OR U" TO WS-LINK-ERROR
           WHEN WS-LINK-FROM = 0
                MOVE "STUDENT NOT ON GUARDMST" TO WS-LINK-ERROR
           WHEN HL-LINK AND WS-LINK-TO = 0
                MOVE "LINKED STUDENT NOT ON GUARDMST"
                   TO WS-LINK-ERROR
           WHEN HL-LINK AND WS-LINK-TO = WS-LINK-FROM
                MOVE "STUDENT LINKED TO THEMSELF" TO WS-LINK-ERROR
           WHEN HL-UNLINK AND WS-HOUSEHOLD-COUNT NOT < 6000
                MOVE "HOUSEHOLD TABLE FULL" TO WS-LINK-ERROR
           END-EVALUATE
           IF WS-LINK-ERROR NOT = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO HOUSEHOLD-EXCEPTION-LINE
              STRING HL-ACTION DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 HL-SCHOOL-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 TRIM(HL-NAME) DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 WS-LINK-ERROR DELIMITED BY SIZE
                 INTO HOUSEHOLD-EXCEPTION-LINE
              END-STRING
              WRITE HOUSEHOLD-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF
           IF HL-LINK
              MOVE WS-SD-HOUSEHOLD(WS-LINK-TO)
                 TO WS-SD-HOUSEHOLD(WS-LINK-FROM)
           ELSE
              ADD 1 TO WS-HOUSEHOLD-COUNT
              MOVE WS-HOUSEHOLD-COUNT
                 TO WS-SD-HOUSEHOLD(WS-LINK-FROM)
           END-IF
           MOVE "M" TO WS-SD-LINK-TYPE(WS-LINK-FROM)
           ADD 1 TO WS-LINK-COUNT
           .
       APPLY-ONE-LINK-EXIT.
           EXIT.

      *    Numbers the households still with members and writes
      *    them out member by member; counts the members and notes a
      *    household with children at more than one school.
       WRITE-HOUSEHOLD-MASTER.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HOUSEHOLD-COUNT
                   MOVE 0 TO WS-HH-NO(H) WS-HH-MEMBERS(H)
                      WS-HH-FIRST(H)
                   MOVE "N" TO WS-HH-SPLIT-FLAG(H)
           END-PERFORM
           OPEN OUTPUT HOUSEHOLD-FILE
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HOUSEHOLD-COUNT
                   PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-STUDENT-COUNT
                           IF WS-SD-HOUSEHOLD(I) = H
                              PERFORM WRITE-ONE-MEMBER
                           END-IF
                   END-PERFORM
                   IF WS-HH-SPLIT(H)
                      ADD 1 TO WS-SPLIT-COUNT
                   END-IF
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           .
       WRITE-HOUSEHOLD-MASTER-EXIT.
           EXIT.

       WRITE-ONE-MEMBER.
           IF WS-HH-MEMBERS(H) = 0
              ADD 1 TO WS-NEXT-NO
              MOVE WS-NEXT-NO TO WS-HH-NO(H)
              MOVE I TO WS-HH-FIRST(H)
           ELSE
              IF WS-SD-SCHOOL(I) NOT = WS-SD-SCHOOL(WS-HH-FIRST(H))
                 SET WS-HH-SPLIT(H) TO TRUE
              END-IF
           END-IF
           ADD 1 TO WS-HH-MEMBERS(H)
           MOVE SPACES TO HH-MEMBER-RECORD
           MOVE WS-HH-NO(H) TO HH-HOUSEHOLD-NO
           MOVE WS-SD-SCHOOL(I) TO HH-SCHOOL-ID
           MOVE WS-SD-NAME(I) TO HH-NAME
           MOVE WS-SD-LINK-TYPE(I) TO HH-LINK-TYPE
           MOVE HH-MEMBER-RECORD TO HOUSEHOLD-LINE
           WRITE HOUSEHOLD-LINE
           .
       WRITE-ONE-MEMBER-EXIT.
           EXIT.

      *    Schools in order, and under each the households with more
      *    than one child of which one is at the school.
       WRITE-SCHOOL-LISTING.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-SCHOOL-COUNT
                         OR WS-SCHOOL-ID(K) = WS-SD-SCHOOL(I)
                           CONTINUE
                   END-PERFORM
                   IF K > WS-SCHOOL-COUNT
                      ADD 1 TO WS-SCHOOL-COUNT
                      MOVE WS-SD-SCHOOL(I)
                         TO WS-SCHOOL-ID(WS-SCHOOL-COUNT)
                   END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I NOT < WS-SCHOOL-COUNT
                   PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-SCHOOL-COUNT - I
                           IF WS-SCHOOL-ID(K) > WS-SCHOOL-ID(K + 1)
                              MOVE WS-SCHOOL-ID(K) TO WS-SCHOOL-HOLD
                              MOVE WS-SCHOOL-ID(K + 1)
                                 TO WS-SCHOOL-ID(K)
                              MOVE WS-SCHOOL-HOLD
                                 TO WS-SCHOOL-ID(K + 1)
                           END-IF
                   END-PERFORM
           END-PERFORM
           OPEN OUTPUT HOUSEHOLD-LIST-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SCHOOL-COUNT
                   PERFORM WRITE-ONE-SCHOOL
           END-PERFORM
           CLOSE HOUSEHOLD-LIST-FILE
           .
       WRITE-SCHOOL-LISTING-EXIT.
           EXIT.

       WRITE-ONE-SCHOOL.
           MOVE 0 TO WS-SCHOOL-FAMILIES WS-SCHOOL-SPLITS
           MOVE SPACES TO HOUSEHOLD-LIST-LINE
           IF K > 1
              WRITE HOUSEHOLD-LIST-LINE
           END-IF
           STRING "SCHOOL " DELIMITED BY SIZE
              WS-SCHOOL-ID(K) DELIMITED BY SIZE
              "  HOUSEHOLDS WITH MORE THAN ONE CHILD  "
                 DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO HOUSEHOLD-LIST-LINE
           END-STRING
           WRITE HOUSEHOLD-LIST-LINE
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HOUSEHOLD-COUNT
                   IF WS-HH-MEMBERS(H) > 1
                      PERFORM VARYING I FROM 1 BY 1
                         UNTIL I > WS-STUDENT-COUNT
                            OR (WS-SD-HOUSEHOLD(I) = H
                            AND WS-SD-SCHOOL(I) = WS-SCHOOL-ID(K))
                              CONTINUE
                      END-PERFORM
                      IF I NOT > WS-STUDENT-COUNT
                         PERFORM WRITE-ONE-FAMILY
                      END-IF
                   END-IF
           END-PERFORM
           MOVE SPACES TO HOUSEHOLD-LIST-LINE
           MOVE WS-SCHOOL-FAMILIES TO WS-COUNT-SHOW
           MOVE WS-SCHOOL-SPLITS TO WS-SPLIT-SHOW
           STRING "  " DELIMITED BY SIZE
              TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              " HOUSEHOLD(S), " DELIMITED BY SIZE
              TRIM(WS-SPLIT-SHOW) DELIMITED BY SIZE
              " SPLIT ACROSS SCHOOLS" DELIMITED BY SIZE
              INTO HOUSEHOLD-LIST-LINE
           END-STRING
           WRITE HOUSEHOLD-LIST-LINE
           .
       WRITE-ONE-SCHOOL-EXIT.
           EXIT.

       WRITE-ONE-FAMILY.
           ADD 1 TO WS-SCHOOL-FAMILIES
           MOVE WS-HH-FIRST(H) TO J
           MOVE SPACES TO WS-SPLIT-MARK
           IF WS-HH-SPLIT(H)
              ADD 1 TO WS-SCHOOL-SPLITS
              MOVE "  ** SPLIT ACROSS SCHOOLS" TO WS-SPLIT-MARK
           END-IF
           MOVE SPACES TO HOUSEHOLD-LIST-LINE
           STRING "  HOUSEHOLD " DELIMITED BY SIZE
              WS-HH-NO(H) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              TRIM(WS-SD-GUARDIAN(J)) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              TRIM(WS-SD-ADDRESS(J)) DELIMITED BY SIZE
              WS-SPLIT-MARK DELIMITED BY SIZE
              INTO HOUSEHOLD-LIST-LINE
           END-STRING
           WRITE HOUSEHOLD-LIST-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-SD-HOUSEHOLD(I) = H
                      MOVE SPACES TO HOUSEHOLD-LIST-LINE
                      STRING "      " DELIMITED BY SIZE
                         WS-SD-SCHOOL(I) DELIMITED BY SIZE
                         "  " DELIMITED BY SIZE
                         WS-SD-NAME(I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-SD-LINK-TYPE(I) DELIMITED BY SIZE
                         INTO HOUSEHOLD-LIST-LINE
                      END-STRING
                      WRITE HOUSEHOLD-LIST-LINE
                   END-IF
           END-PERFORM
           .
       WRITE-ONE-FAMILY-EXIT.
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

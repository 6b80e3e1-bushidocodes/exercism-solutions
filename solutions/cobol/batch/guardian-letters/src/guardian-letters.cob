      *    per student on LETTERS with the attendance figures filled
      *    in, plus an exception list (LTREXC) of students with no
      *    guardian on file so the office chases the contact, not
      *    the letter. Brothers and sisters in one HOUSEHLD household
      *    (see household.cpy) share a single letter listing every
      *    child on TRUANTS, addressed from the first of them with a
      *    guardian on file; without HOUSEHLD each student is a
      *    letter alone as before. A child on a household letter
      *    with no guardian of their own on GUARDMST still goes on
      *    LTREXC, marked as covered by the household letter.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-EXCEPTION-FILE ASSIGN TO "LTREXC"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Household master -- see household.cpy.
           SELECT OPTIONAL HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  LETTER-LINE            PIC X(80).
       FD  LETTER-EXCEPTION-FILE.
       01  EXCEPTION-LINE         PIC X(80).
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-LINE         PIC X(73).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       01 WS-LETTER-COUNT     PIC 9(4)  VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(4)  VALUE 0.
       01 WS-PCT-SHOW         PIC ZZ9.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-GUARDIAN-FLAG    PIC 9     VALUE 0.
          88 GUARDIAN-FOUND             VALUE 1 FALSE 0.
       01 WS-ADDRESSEE        PIC 9(2).

      *    HOUSEHLD members, to find each student's household.
       01 WS-MEMBER-COUNT     PIC 9(4)  VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ENTRY OCCURS 5000.
             10 WS-MB-SCHOOL     PIC X(3).
             10 WS-MB-NAME       PIC X(60).
             10 WS-MB-HOUSEHOLD  PIC 9(6).

      *    The TRUANTS students with their household, 0 for none.
       01 WS-STUDENT-COUNT    PIC 9(4)  VALUE 0.
       01 WS-TRUANT-TABLE.
          05 WS-TRUANT-ENTRY OCCURS 3000.
             10 WS-TT-SCHOOL     PIC X(3).
             10 WS-TT-NAME       PIC X(60).
             10 WS-TT-PCT        PIC 9(3).
             10 WS-TT-PRESENT    PIC 9(4).
             10 WS-TT-ABSENT     PIC 9(4).
             10 WS-TT-LATE       PIC 9(4).
             10 WS-TT-HOUSEHOLD  PIC 9(6).
             10 WS-TT-DONE       PIC X.

      *    The students on the letter being written.
       01 WS-GROUP-COUNT      PIC 9(2).
       01 WS-GROUP-TABLE.
          05 WS-GROUP-MEMBER OCCURS 20 PIC 9(4).

       77 I                   PIC 9(4).
       77 J                   PIC 9(4).
       77 G                   PIC 9(2).

      *    Shared household layouts.
       COPY "household.cpy".

      *    Shared processing-date fields.
       COPY "business-date.cpy".
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-HOUSEHOLDS
           PERFORM LOAD-TRUANTS
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT LETTER-EXCEPTION-FILE
           MOVE "STUDENTS WITH NO GUARDIAN ON FILE"
              TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-TT-DONE(I) NOT = "Y"
                      PERFORM MERGE-ONE-STUDENT
                   END-IF
           END-PERFORM
           CLOSE LETTER-EXCEPTION-FILE
           CLOSE LETTER-FILE
           CLOSE GUARDIAN-MASTER-FILE
           DISPLAY "GUARDIAN-LETTERS: " WS-LETTER-COUNT
              " LETTERS FOR " WS-STUDENT-COUNT " STUDENTS, "
              WS-EXCEPTION-COUNT
              " WITHOUT A GUARDIAN ON FILE"
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Every student on TRUANTS with their household, in the
      *    order ATTENDANCE-POSTING listed them.
       LOAD-TRUANTS.
           SET TRUANT-EOF TO FALSE
           OPEN INPUT TRUANT-HANDOFF-FILE
           PERFORM UNTIL TRUANT-EOF
                   READ TRUANT-HANDOFF-FILE
                      AT END
                         SET TRUANT-EOF TO TRUE
                      NOT AT END
                         IF TH-NAME NOT = SPACES
                            PERFORM LOAD-ONE-TRUANT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TRUANT-HANDOFF-FILE
           .
       LOAD-TRUANTS-EXIT.
           EXIT.

       LOAD-ONE-TRUANT.
           IF WS-STUDENT-COUNT NOT < 3000
              DISPLAY "GUARDIAN-LETTERS: more than 3000 students on"
                 " TRUANTS, run stopped"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-STUDENT-COUNT
           MOVE WS-STUDENT-COUNT TO I
           MOVE TH-SCHOOL-ID TO WS-TT-SCHOOL(I)
           MOVE TH-NAME TO WS-TT-NAME(I)
           MOVE TH-PCT TO WS-TT-PCT(I)
           MOVE TH-PRESENT TO WS-TT-PRESENT(I)
           MOVE TH-ABSENT TO WS-TT-ABSENT(I)
           MOVE TH-LATE TO WS-TT-LATE(I)
           MOVE 0 TO WS-TT-HOUSEHOLD(I)
           MOVE "N" TO WS-TT-DONE(I)
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-MEMBER-COUNT OR WS-TT-HOUSEHOLD(I) > 0
                   IF WS-MB-SCHOOL(J) = TH-SCHOOL-ID
                      AND WS-MB-NAME(J) = TH-NAME
                      MOVE WS-MB-HOUSEHOLD(J) TO WS-TT-HOUSEHOLD(I)
                   END-IF
           END-PERFORM
           .
       LOAD-ONE-TRUANT-EXIT.
           EXIT.

       LOAD-HOUSEHOLDS.
           SET FILE-EOF TO FALSE
           OPEN INPUT HOUSEHOLD-FILE
           PERFORM UNTIL FILE-EOF
                   READ HOUSEHOLD-FILE INTO HH-MEMBER-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF HH-HOUSEHOLD-NO IS NUMERIC
                            IF WS-MEMBER-COUNT NOT < 5000
                               DISPLAY "GUARDIAN-LETTERS: more than"
                                  " 5000 members on HOUSEHLD, run"
                                  " stopped"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-MEMBER-COUNT
                            MOVE HH-SCHOOL-ID
                               TO WS-MB-SCHOOL(WS-MEMBER-COUNT)
                            MOVE HH-NAME
                               TO WS-MB-NAME(WS-MEMBER-COUNT)
                            MOVE HH-HOUSEHOLD-NO
                               TO WS-MB-HOUSEHOLD(WS-MEMBER-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           .
       LOAD-HOUSEHOLDS-EXIT.
           EXIT.

      *    Gathers student I and the rest of their household on
      *    TRUANTS onto one letter, to the first of them with a
      *    guardian on file. With no guardian for any of them each
      *    goes on the exception list; with one, each of the others
      *    who has none of their own goes on it too, marked as on
      *    the household letter.
       MERGE-ONE-STUDENT.
           MOVE 1 TO WS-GROUP-COUNT
           MOVE I TO WS-GROUP-MEMBER(1)
           MOVE "Y" TO WS-TT-DONE(I)
           IF WS-TT-HOUSEHOLD(I) > 0
              PERFORM VARYING J FROM I BY 1
                 UNTIL J > WS-STUDENT-COUNT OR WS-GROUP-COUNT = 20
                      IF WS-TT-DONE(J) NOT = "Y"
                         AND WS-TT-HOUSEHOLD(J) = WS-TT-HOUSEHOLD(I)
                         ADD 1 TO WS-GROUP-COUNT
                         MOVE J TO WS-GROUP-MEMBER(WS-GROUP-COUNT)
                         MOVE "Y" TO WS-TT-DONE(J)
                      END-IF
              END-PERFORM
           END-IF
           SET GUARDIAN-FOUND TO FALSE
           PERFORM VARYING G FROM 1 BY 1
              UNTIL G > WS-GROUP-COUNT OR GUARDIAN-FOUND
                   MOVE WS-GROUP-MEMBER(G) TO J
                   MOVE WS-TT-SCHOOL(J) TO GM-SCHOOL-ID
                   MOVE WS-TT-NAME(J) TO GM-NAME
                   READ GUARDIAN-MASTER-FILE
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         SET GUARDIAN-FOUND TO TRUE
                   END-READ
           END-PERFORM
           IF GUARDIAN-FOUND
              COMPUTE WS-ADDRESSEE = G - 1
              PERFORM WRITE-ONE-LETTER
              PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
                      IF G < WS-ADDRESSEE
                         PERFORM WRITE-EXCEPTION-LINE
                      END-IF
                      IF G > WS-ADDRESSEE
                         PERFORM CHECK-SIBLING-GUARDIAN
                      END-IF
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
           END-PERFORM
           .
       MERGE-ONE-STUDENT-EXIT.
           EXIT.

       CHECK-SIBLING-GUARDIAN.
           MOVE WS-GROUP-MEMBER(G) TO J
           MOVE WS-TT-SCHOOL(J) TO GM-SCHOOL-ID
           MOVE WS-TT-NAME(J) TO GM-NAME
           READ GUARDIAN-MASTER-FILE
              INVALID KEY
                 PERFORM WRITE-EXCEPTION-LINE
           END-READ
           .
       CHECK-SIBLING-GUARDIAN-EXIT.
           EXIT.

      *    Group member G to LTREXC; one covered by a household
      *    letter is marked so the office knows a letter went.
       WRITE-EXCEPTION-LINE.
           MOVE WS-GROUP-MEMBER(G) TO J
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           IF GUARDIAN-FOUND
              STRING WS-TT-SCHOOL(J) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TT-NAME(J)) DELIMITED BY SIZE
                 " (ON HOUSEHOLD LETTER)" DELIMITED BY SIZE
                 INTO EXCEPTION-LINE
              END-STRING
           ELSE
              STRING WS-TT-SCHOOL(J) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TT-NAME(J)) DELIMITED BY SIZE
                 INTO EXCEPTION-LINE
              END-STRING
           END-IF
           WRITE EXCEPTION-LINE
           END-WRITE
           .
       WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

      *    One page per family, the wording the office has always
      *    sent, with the figures merged in -- a line of figures per
      *    child where there is more than one.
       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE ALL "-" TO LETTER-LINE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DEAR " DELIMITED BY SIZE
              FUNCTION TRIM(GM-GUARDIAN-NAME) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           IF WS-GROUP-COUNT = 1
              MOVE WS-GROUP-MEMBER(1) TO J
              MOVE WS-TT-PCT(J) TO WS-PCT-SHOW
              MOVE SPACES TO LETTER-LINE
              STRING "WE ARE WRITING ABOUT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TT-NAME(J)) DELIMITED BY SIZE
                 ", WHOSE ATTENDANCE" DELIMITED BY SIZE
                 INTO LETTER-LINE
              END-STRING
              WRITE LETTER-LINE
              MOVE SPACES TO LETTER-LINE
              STRING "THIS TERM STANDS AT " DELIMITED BY SIZE
                 WS-PCT-SHOW DELIMITED BY SIZE
                 "% -- " DELIMITED BY SIZE
                 WS-TT-PRESENT(J) DELIMITED BY SIZE
                 " PRESENT, " DELIMITED BY SIZE
                 WS-TT-ABSENT(J) DELIMITED BY SIZE
                 " ABSENT, " DELIMITED BY SIZE
                 WS-TT-LATE(J) DELIMITED BY SIZE
                 " LATE." DELIMITED BY SIZE
                 INTO LETTER-LINE
              END-STRING
              WRITE LETTER-LINE
           ELSE
              MOVE "WE ARE WRITING ABOUT YOUR CHILDREN, WHOSE"
                 TO LETTER-LINE
              WRITE LETTER-LINE
              MOVE "ATTENDANCE THIS TERM STANDS AT:" TO LETTER-LINE
              WRITE LETTER-LINE
              PERFORM VARYING G FROM 1 BY 1
                 UNTIL G > WS-GROUP-COUNT
                      PERFORM WRITE-LETTER-CHILD
              END-PERFORM
           END-IF
           MOVE "PLEASE CONTACT THE SCHOOL OFFICE TO DISCUSS."
              TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "YOURS SINCERELY, THE ATTENDANCE OFFICE"
              TO LETTER-LINE
           WRITE LETTER-LINE
           .
       WRITE-ONE-LETTER-EXIT.
           EXIT.

       WRITE-LETTER-CHILD.
           MOVE WS-GROUP-MEMBER(G) TO J
           MOVE SPACES TO LETTER-LINE
           STRING "  " DELIMITED BY SIZE
              FUNCTION TRIM(WS-TT-NAME(J)) DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE WS-TT-PCT(J) TO WS-PCT-SHOW
           MOVE SPACES TO LETTER-LINE
           STRING "    " DELIMITED BY SIZE
              WS-PCT-SHOW DELIMITED BY SIZE
              "% -- " DELIMITED BY SIZE
              WS-TT-PRESENT(J) DELIMITED BY SIZE
              " PRESENT, " DELIMITED BY SIZE
              WS-TT-ABSENT(J) DELIMITED BY SIZE
              " ABSENT, " DELIMITED BY SIZE
              WS-TT-LATE(J) DELIMITED BY SIZE
              " LATE." DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           .
       WRITE-LETTER-CHILD-EXIT.
           EXIT.

      *    Loads the business date once per run -- see

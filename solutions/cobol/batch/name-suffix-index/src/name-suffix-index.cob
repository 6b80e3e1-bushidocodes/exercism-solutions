       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-SUFFIX-INDEX.
      *    Nightly rebuild of the REVNAMIX reverse-name index. The
      *    help desk often has only the end of a surname ("...ski",
      *    "...son") when someone calls about a player or student,
      *    and SUBJIDX can only be searched from the front of
      *    SID-NAME. Every SID-NAME is run through REVERSE-STRING
      *    (its REVERSE-STRING-BATCH file mode) and filed under the
      *    reversed name plus SID-SUBJECT-ID, so NAME-SUFFIX-INQUIRY
      *    can START on a reversed ending and read forward.
      *
      *    Names are put in given-name-first order and upper case
      *    before reversing: SCOREHST spells a subject "SMITH, JOHN",
      *    and reversed as it stands the ending would be the given
      *    name, not the surname. A subject whose spelling is the
      *    same under several file scopes gets one index record
      *    listing all of those scopes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Shared subject-identity master -- see subject-identity.cpy.
           SELECT OPTIONAL SUBJECT-IDENTITY-FILE ASSIGN TO "SUBJIDX"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to and from REVERSE-STRING-BATCH.
           SELECT REVERSE-IN-FILE ASSIGN TO "STRINGIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REVERSE-OUT-FILE ASSIGN TO "STRINGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSE-NAME-INDEX ASSIGN TO "REVNAMIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-INDEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-IDENTITY-FILE.
       01  SUBJECT-IDENTITY-RECORD PIC X(78).
       FD  REVERSE-IN-FILE.
       01  REVERSE-IN-RECORD       PIC X(64).
       FD  REVERSE-OUT-FILE.
       01  REVERSE-OUT-RECORD      PIC X(64).
       FD  REVERSE-NAME-INDEX.
       01  REVERSE-NAME-RECORD.
           02 RN-KEY.
              05 RN-REVERSED-NAME  PIC X(60).
              05 RN-SUBJECT-ID     PIC X(8).
           02 RN-FILE-SCOPES       PIC X(44).
           02 RN-NAME              PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-INDEX-FILE-STATUS PIC XX.
       01 WS-REVERSE-EOF-FLAG  PIC 9     VALUE 0.
          88 REVERSE-EOF                 VALUE 1 FALSE 0.

      *    Each SID-TABLE entry's name in index order (given name
      *    first, upper case) and, once REVERSE-STRING-BATCH has run,
      *    reversed.
       01 WS-INDEX-NAME-TABLE.
          05 WS-INDEX-NAME     PIC X(60) OCCURS 400.
       01 WS-REVERSED-TABLE.
          05 WS-REVERSED-NAME  PIC X(60) OCCURS 400.
       01 WS-REVERSED-COUNT    PIC 9(3)  VALUE 0.
       01 WS-SURNAME           PIC X(60).
       01 WS-GIVEN-NAME        PIC X(60).
       01 WS-SCOPE-LIST        PIC X(44).
       01 WS-SCOPE-PTR         PIC 9(2).
       01 WS-MERGED-FLAG       PIC X     VALUE 'N'.
          88 ALREADY-MERGED              VALUE 'Y' FALSE 'N'.
       01 WS-WRITTEN-COUNT     PIC 9(3)  VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(3)  VALUE 0.
       77 I                    PIC 9(3).
       77 J                    PIC 9(3).

      *    Shared subject-identity layout.
       COPY "subject-identity.cpy".

       PROCEDURE DIVISION.
       NAME-SUFFIX-INDEX.
           PERFORM LOAD-IDENTITY-MASTER
           PERFORM STAGE-INDEX-NAMES
           CALL "REVERSE-STRING-BATCH"
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-REVERSED-NAMES
           IF WS-REVERSED-COUNT NOT = SID-COUNT
              DISPLAY "NAME-SUFFIX-INDEX: " SID-COUNT
                 " NAMES STAGED BUT " WS-REVERSED-COUNT
                 " CAME BACK -- REVNAMIX NOT REBUILT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REVERSE-NAME-INDEX
           IF WS-INDEX-FILE-STATUS NOT = "00"
              DISPLAY "NAME-SUFFIX-INDEX: cannot create REVNAMIX,"
                 " status " WS-INDEX-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SID-COUNT
                   PERFORM WRITE-INDEX-ENTRY
           END-PERFORM
           CLOSE REVERSE-NAME-INDEX
           DISPLAY "NAME-SUFFIX-INDEX: " SID-COUNT " NAMES, "
              WS-WRITTEN-COUNT " INDEX RECORDS, "
              WS-REJECTED-COUNT " REJECTED"
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Writes every identity name, given name first, to the
      *    REVERSE-STRING-BATCH input.
       STAGE-INDEX-NAMES.
           OPEN OUTPUT REVERSE-IN-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SID-COUNT
                   PERFORM NORMALIZE-INDEX-NAME
                   MOVE WS-INDEX-NAME(I) TO REVERSE-IN-RECORD
                   WRITE REVERSE-IN-RECORD
           END-PERFORM
           CLOSE REVERSE-IN-FILE
           .
       STAGE-INDEX-NAMES-EXIT.
           EXIT.

      *    "SMITH, JOHN" becomes "JOHN SMITH"; a name without a comma
      *    is already in that order and is only upper-cased.
       NORMALIZE-INDEX-NAME.
           MOVE SPACES TO WS-SURNAME
           MOVE SPACES TO WS-GIVEN-NAME
           UNSTRING SID-TB-NAME(I) DELIMITED BY ","
              INTO WS-SURNAME WS-GIVEN-NAME
           END-UNSTRING
           MOVE SPACES TO WS-INDEX-NAME(I)
           IF WS-GIVEN-NAME = SPACES
              MOVE TRIM(SID-TB-NAME(I)) TO WS-INDEX-NAME(I)
           ELSE
              STRING TRIM(WS-GIVEN-NAME) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 TRIM(WS-SURNAME) DELIMITED BY SIZE
                 INTO WS-INDEX-NAME(I)
              END-STRING
           END-IF
           MOVE UPPER-CASE(WS-INDEX-NAME(I)) TO WS-INDEX-NAME(I)
           .
       NORMALIZE-INDEX-NAME-EXIT.
           EXIT.

       LOAD-REVERSED-NAMES.
           MOVE 0 TO WS-REVERSED-COUNT
           SET REVERSE-EOF TO FALSE
           OPEN INPUT REVERSE-OUT-FILE
           PERFORM UNTIL REVERSE-EOF
                   READ REVERSE-OUT-FILE
                      AT END
                         SET REVERSE-EOF TO TRUE
                      NOT AT END
                         IF WS-REVERSED-COUNT < 400
                            ADD 1 TO WS-REVERSED-COUNT
                            MOVE REVERSE-OUT-RECORD(1:60)
                               TO WS-REVERSED-NAME(WS-REVERSED-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE REVERSE-OUT-FILE
           .
       LOAD-REVERSED-NAMES-EXIT.
           EXIT.

      *    One record per reversed name and subject: the first entry
      *    carrying the pair writes it with every scope the pair
      *    appears under, later entries were merged into it already.
       WRITE-INDEX-ENTRY.
           IF WS-INDEX-NAME(I) = SPACES
              EXIT PARAGRAPH
           END-IF
           SET ALREADY-MERGED TO FALSE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J >= I
                   IF WS-REVERSED-NAME(J) = WS-REVERSED-NAME(I)
                      AND SID-TB-ID(J) = SID-TB-ID(I)
                      SET ALREADY-MERGED TO TRUE
                   END-IF
           END-PERFORM
           IF ALREADY-MERGED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCOPE-LIST
           MOVE 1 TO WS-SCOPE-PTR
           PERFORM VARYING J FROM I BY 1 UNTIL J > SID-COUNT
                   IF WS-REVERSED-NAME(J) = WS-REVERSED-NAME(I)
                      AND SID-TB-ID(J) = SID-TB-ID(I)
                      AND WS-SCOPE-PTR < 40
                      STRING TRIM(SID-TB-SCOPE(J)) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         INTO WS-SCOPE-LIST
                         WITH POINTER WS-SCOPE-PTR
                      END-STRING
                   END-IF
           END-PERFORM
           MOVE SPACES TO REVERSE-NAME-RECORD
           MOVE WS-REVERSED-NAME(I) TO RN-REVERSED-NAME
           MOVE SID-TB-ID(I) TO RN-SUBJECT-ID
           MOVE WS-SCOPE-LIST TO RN-FILE-SCOPES
           MOVE SID-TB-NAME(I) TO RN-NAME
           WRITE REVERSE-NAME-RECORD
              INVALID KEY
                 ADD 1 TO WS-REJECTED-COUNT
                 DISPLAY "NAME-SUFFIX-INDEX: REJECTED "
                    SID-TB-ID(I) " " TRIM(SID-TB-NAME(I))
              NOT INVALID KEY
                 ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE
           .
       WRITE-INDEX-ENTRY-EXIT.
           EXIT.

      *    Loads the SUBJIDX identity master whole -- see
      *    subject-identity.cpy.
       LOAD-IDENTITY-MASTER.
           MOVE 0 TO SID-COUNT
           MOVE 0 TO SID-EOF-FLAG
           OPEN INPUT SUBJECT-IDENTITY-FILE
           PERFORM UNTIL SID-EOF
                   READ SUBJECT-IDENTITY-FILE
                      INTO SID-IDENTITY-RECORD
                      AT END
                         SET SID-EOF TO TRUE
                      NOT AT END
                         IF SID-SUBJECT-ID NOT = SPACES
                            PERFORM ADD-IDENTITY-ENTRY
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SUBJECT-IDENTITY-FILE
           PERFORM CHECK-IDENTITY-ORDER
           PERFORM BUILD-IDENTITY-NAME-INDEX
           .
       LOAD-IDENTITY-MASTER-EXIT.
           EXIT.

       ADD-IDENTITY-ENTRY.
           IF SID-COUNT >= SID-TABLE-MAX
              MOVE "MORE ENTRIES THAN TABLE HOLDS" TO SID-LOAD-ERROR
              MOVE SID-COUNT TO SID-IDX
              PERFORM IDENTITY-MASTER-LOAD-FAILED
           END-IF
           ADD 1 TO SID-COUNT
           MOVE SID-SUBJECT-ID TO SID-TB-ID(SID-COUNT)
           MOVE SID-FILE-SCOPE TO SID-TB-SCOPE(SID-COUNT)
           MOVE SID-NAME TO SID-TB-NAME(SID-COUNT)
           .
       ADD-IDENTITY-ENTRY-EXIT.
           EXIT.

      *    Subject ID and scope may repeat -- a subject's variants
      *    follow its canonical spelling -- but never go down.
       CHECK-IDENTITY-ORDER.
           PERFORM VARYING SID-IDX FROM 2 BY 1
              UNTIL SID-IDX > SID-COUNT
                   IF SID-TB-KEY(SID-IDX) < SID-TB-KEY(SID-IDX - 1)
                      MOVE "OUT OF ORDER" TO SID-LOAD-ERROR
                      PERFORM IDENTITY-MASTER-LOAD-FAILED
                   END-IF
           END-PERFORM
           .
       CHECK-IDENTITY-ORDER-EXIT.
           EXIT.

      *    Each entry is inserted into SID-NAME-INDEX in name, scope
      *    and subject ID order, and the finished index must rise
      *    strictly: an equal neighbour is the same spelling listed
      *    twice for one subject and scope.
       BUILD-IDENTITY-NAME-INDEX.
           PERFORM VARYING SID-IDX FROM 1 BY 1
              UNTIL SID-IDX > SID-COUNT
                   PERFORM INSERT-IDENTITY-NAME
           END-PERFORM
           PERFORM VARYING SID-IDX FROM 2 BY 1
              UNTIL SID-IDX > SID-COUNT
                   IF SID-NX-KEY(SID-IDX) = SID-NX-KEY(SID-IDX - 1)
                      MOVE "DUPLICATE NAME ENTRY" TO SID-LOAD-ERROR
                      MOVE SID-NX-ROW(SID-IDX) TO SID-IDX
                      PERFORM IDENTITY-MASTER-LOAD-FAILED
                   END-IF
           END-PERFORM
           .
       BUILD-IDENTITY-NAME-INDEX-EXIT.
           EXIT.

       INSERT-IDENTITY-NAME.
           MOVE SID-TB-NAME(SID-IDX) TO SID-NAME-KEY(1:60)
           MOVE SID-TB-SCOPE(SID-IDX) TO SID-NAME-KEY(61:8)
           MOVE SID-TB-ID(SID-IDX) TO SID-NAME-KEY(69:8)
           MOVE SID-IDX TO SID-MID
           PERFORM UNTIL SID-MID = 1
                   IF SID-NX-KEY(SID-MID - 1) <= SID-NAME-KEY
                      EXIT PERFORM
                   END-IF
                   MOVE SID-NX-ENTRY(SID-MID - 1)
                      TO SID-NX-ENTRY(SID-MID)
                   SUBTRACT 1 FROM SID-MID
           END-PERFORM
           MOVE SID-NAME-KEY TO SID-NX-KEY(SID-MID)
           MOVE SID-IDX TO SID-NX-ROW(SID-MID)
           .
       INSERT-IDENTITY-NAME-EXIT.
           EXIT.

       IDENTITY-MASTER-LOAD-FAILED.
           DISPLAY "NAME-SUFFIX-INDEX: SUBJIDX "
              FUNCTION TRIM(SID-LOAD-ERROR) " AT ENTRY " SID-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       IDENTITY-MASTER-LOAD-FAILED-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKS-CORRECT.
      *    Interactive marks correction for the school office, the
      *    marks counterpart of ATTENDANCE-CORRECT. MARKS-POSTING
      *    refuses to post a second mark over one already on file, so
      *    a wrongly keyed or regraded mark is changed here: the
      *    operator looks up the student's posted mark by school,
      *    name, term and subject, keys the corrected mark under a
      *    MANDATORY reason code, and the change is applied as a pair
      *    of appended MARKSHST records -- a "-" reversing entry
      *    backing the old mark out and a fresh entry with the new
      *    one -- never an overwrite, so the history still shows what
      *    was first posted. Every correction goes to the shared
      *    AUDITLOG sealed, with the operator ID from OPERID, the old
      *    and new marks, and the reason. Only an in-date OPERMST
      *    operator holding the MARKCORR role gets as far as the
      *    first prompt; anyone else is refused and the refusal
      *    audited -- see operator-security.cpy.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Shared marks history -- see marks-history.cpy.
           SELECT OPTIONAL MARKS-HISTORY-FILE ASSIGN TO "MARKSHST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Operator identity for this session, keyed in at sign-on.
           SELECT OPTIONAL OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Operator security master -- see operator-security.cpy.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS OS-MASTER-STATUS.
      *    Shared across programs -- see audit-log.cpy.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Per-program audit sequence sidecar -- see audit-log.cpy.
           SELECT OPTIONAL AUDIT-SEQ-FILE ASSIGN TO "AUDITSEQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKS-HISTORY-FILE.
       01  MARKS-HISTORY-RECORD   PIC X(91).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD     PIC X(8).
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           02 OM-OPERATOR-ID      PIC X(8).
           02 FILLER              PIC X(94).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD       PIC X(22).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-HIST-EOF-FLAG    PIC 9     VALUE 0.
          88 HIST-EOF                   VALUE 1 FALSE 0.
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-SCHOOL-ID        PIC X(3).
       01 WS-STUDENT-NAME     PIC X(60).
       01 WS-TERM             PIC X(6).
       01 WS-SUBJECT          PIC X(10).
       01 WS-OLD-MARK         PIC 9(3).
       01 WS-NEW-MARK         PIC 9(3).
       01 WS-MARK-INPUT       PIC X(3).
       01 WS-REASON-CODE      PIC X(4).
       01 WS-ANSWER           PIC X.
       01 WS-POSTED-FLAG      PIC 9     VALUE 0.
          88 MARK-IN-EFFECT             VALUE 1 FALSE 0.
       01 WS-POSTED-MARK      PIC 9(3).
       01 WS-MATCH-COUNT      PIC 9(3).

      *    Shared marks history layout.
       COPY "marks-history.cpy".
      *    Shared audit-log record layout.
       COPY "audit-log.cpy".
      *    Shared operator security master layout.
       COPY "operator-security.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       MARKS-CORRECT.
           PERFORM LOAD-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
              DISPLAY "MARKS-CORRECT: no operator ID in"
                 " OPERID -- sign on first"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "MARKCORR" TO OS-CHECK-ROLE
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT OS-AUTHORIZED
              PERFORM WRITE-REFUSAL-AUDIT
              DISPLAY "MARKS-CORRECT: operator " WS-OPERATOR-ID
                 " refused -- " FUNCTION TRIM(OS-REFUSAL-TEXT)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-BUSINESS-DATE
           MOVE "Y" TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER NOT = "Y"
                   PERFORM CORRECT-ONE-MARK
                   DISPLAY "ANOTHER CORRECTION? (Y/N)"
                   ACCEPT WS-ANSWER
                   MOVE FUNCTION UPPER-CASE(WS-ANSWER)
                      TO WS-ANSWER
           END-PERFORM
           GOBACK.

       CORRECT-ONE-MARK.
           DISPLAY "SCHOOL ID:"
           ACCEPT WS-SCHOOL-ID
           DISPLAY "STUDENT NAME:"
           ACCEPT WS-STUDENT-NAME
           DISPLAY "TERM:"
           ACCEPT WS-TERM
           DISPLAY "SUBJECT:"
           ACCEPT WS-SUBJECT
           MOVE FUNCTION UPPER-CASE(WS-TERM) TO WS-TERM
           MOVE FUNCTION UPPER-CASE(WS-SUBJECT) TO WS-SUBJECT
           PERFORM SHOW-POSTED-MARKS
           IF NOT MARK-IN-EFFECT
              DISPLAY "NO POSTED MARK FOUND -- NOTHING CHANGED"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-POSTED-MARK TO WS-OLD-MARK
           DISPLAY "NEW MARK (0-100):"
           ACCEPT WS-MARK-INPUT
           IF FUNCTION TRIM(WS-MARK-INPUT) IS NOT NUMERIC
              DISPLAY "MARK MUST BE 0-100 -- NOTHING CHANGED"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-MARK-INPUT) TO WS-NEW-MARK
           IF WS-NEW-MARK > 100
              DISPLAY "MARK MUST BE 0-100 -- NOTHING CHANGED"
              EXIT PARAGRAPH
           END-IF
           IF WS-NEW-MARK = WS-OLD-MARK
              DISPLAY "MARK UNCHANGED -- NOTHING TO CORRECT"
              EXIT PARAGRAPH
           END-IF
      *    The reason code is mandatory, as for attendance: a mark
      *    changed without one is exactly what parents challenge.
           DISPLAY "REASON CODE (REQUIRED):"
           ACCEPT WS-REASON-CODE
           IF WS-REASON-CODE = SPACES
              DISPLAY "A REASON CODE IS REQUIRED -- NOTHING"
                 " CHANGED"
              EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-REVERSING-PAIR
           PERFORM WRITE-CORRECTION-AUDIT
           DISPLAY "CORRECTED " WS-OLD-MARK " -> " WS-NEW-MARK
              " FOR " FUNCTION TRIM(WS-STUDENT-NAME)
              " " FUNCTION TRIM(WS-SUBJECT) " " WS-TERM
           .
       CORRECT-ONE-MARK-EXIT.
           EXIT.

      *    Shows what the history holds for the student, term and
      *    subject, and nets the adjustments so the operator corrects
      *    the effective mark, not a stale one.
       SHOW-POSTED-MARKS.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-POSTED-MARK
           SET MARK-IN-EFFECT TO FALSE
           SET HIST-EOF TO FALSE
           OPEN INPUT MARKS-HISTORY-FILE
           PERFORM UNTIL HIST-EOF
                   READ MARKS-HISTORY-FILE INTO MH-MARKS-RECORD
                      AT END
                         SET HIST-EOF TO TRUE
                      NOT AT END
                         IF MH-SCHOOL-ID = WS-SCHOOL-ID
                            AND MH-NAME = WS-STUDENT-NAME
                            AND MH-TERM = WS-TERM
                            AND MH-SUBJECT = WS-SUBJECT
                            ADD 1 TO WS-MATCH-COUNT
                            DISPLAY "   POSTED: " MH-MARK
                               " ADJUST: " MH-ADJUST
                               " ON " MH-POSTED-DATE
                            IF MH-ADJUST = "-"
                               SET MARK-IN-EFFECT TO FALSE
                            ELSE
                               SET MARK-IN-EFFECT TO TRUE
                               MOVE MH-MARK TO WS-POSTED-MARK
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE MARKS-HISTORY-FILE
           .
       SHOW-POSTED-MARKS-EXIT.
           EXIT.

      *    The correction itself: back the old mark out with a "-"
      *    entry, then post the new one -- two appended records,
      *    zero overwrites.
       APPLY-REVERSING-PAIR.
           OPEN EXTEND MARKS-HISTORY-FILE
           MOVE WS-SCHOOL-ID TO MH-SCHOOL-ID
           MOVE WS-STUDENT-NAME TO MH-NAME
           MOVE WS-TERM TO MH-TERM
           MOVE WS-SUBJECT TO MH-SUBJECT
           MOVE WS-OLD-MARK TO MH-MARK
           MOVE "-" TO MH-ADJUST
           MOVE BD-BUSINESS-DATE TO MH-POSTED-DATE
           WRITE MARKS-HISTORY-RECORD FROM MH-MARKS-RECORD
           MOVE WS-NEW-MARK TO MH-MARK
           MOVE SPACE TO MH-ADJUST
           WRITE MARKS-HISTORY-RECORD FROM MH-MARKS-RECORD
           CLOSE MARKS-HISTORY-FILE
           .
       APPLY-REVERSING-PAIR-EXIT.
           EXIT.

       WRITE-CORRECTION-AUDIT.
           MOVE "MARKS-CORRECT" TO AL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING WS-SCHOOL-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-STUDENT-NAME(1:9) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TERM DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-SUBJECT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-OLD-MARK DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              WS-NEW-MARK DELIMITED BY SIZE
              " RSN " DELIMITED BY SIZE
              WS-REASON-CODE DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              WS-OPERATOR-ID DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       WRITE-CORRECTION-AUDIT-EXIT.
           EXIT.

       LOAD-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT OPERATOR-ID-FILE
           READ OPERATOR-ID-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE OPERATOR-ID-RECORD TO WS-OPERATOR-ID
           END-READ
           CLOSE OPERATOR-ID-FILE
           .
       LOAD-OPERATOR-ID-EXIT.
           EXIT.

      *    Verdict on WS-OPERATOR-ID for the role in OS-CHECK-ROLE,
      *    off the OPERMST operator master; an accepted operator's
      *    last-used date is stamped -- see operator-security.cpy.
       CHECK-OPERATOR-AUTHORITY.
           SET OS-UNKNOWN-OPERATOR TO TRUE
           MOVE "UNKNOWN OPERATOR" TO OS-REFUSAL-TEXT
           MOVE FUNCTION CURRENT-DATE(1:8) TO OS-TODAY
           OPEN I-O OPERATOR-MASTER-FILE
           IF OS-MASTER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
           READ OPERATOR-MASTER-FILE INTO OS-OPERATOR-RECORD
              INVALID KEY
                 CLOSE OPERATOR-MASTER-FILE
                 EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
              WHEN OS-ACTIVE-DATE IS NOT NUMERIC
                 OR OS-ACTIVE-DATE > OS-TODAY
                 SET OS-NOT-YET-ACTIVE TO TRUE
                 MOVE "NOT YET ACTIVE" TO OS-REFUSAL-TEXT
              WHEN OS-EXPIRY-DATE IS NOT NUMERIC
                 SET OS-EXPIRED TO TRUE
                 MOVE "ID EXPIRED" TO OS-REFUSAL-TEXT
              WHEN OS-EXPIRY-DATE NOT = 0
                 AND OS-EXPIRY-DATE < OS-TODAY
                 SET OS-EXPIRED TO TRUE
                 MOVE "ID EXPIRED" TO OS-REFUSAL-TEXT
              WHEN OTHER
                 SET OS-LACKS-ROLE TO TRUE
                 MOVE "LACKS ROLE" TO OS-REFUSAL-TEXT
                 PERFORM VARYING OS-ROLE-IDX FROM 1 BY 1
                    UNTIL OS-ROLE-IDX > 5 OR OS-AUTHORIZED
                         IF OS-ROLE-CODE(OS-ROLE-IDX) = OS-CHECK-ROLE
                            SET OS-AUTHORIZED TO TRUE
                         END-IF
                 END-PERFORM
           END-EVALUATE
           IF OS-AUTHORIZED
              MOVE SPACES TO OS-REFUSAL-TEXT
              MOVE OS-TODAY TO OS-LAST-USED-DATE
              REWRITE OPERATOR-MASTER-RECORD FROM OS-OPERATOR-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF
           CLOSE OPERATOR-MASTER-FILE
           .
       CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

      *    A refused operator leaves a sealed line on the shared
      *    AUDITLOG naming the ID, the reason and the role asked for.
       WRITE-REFUSAL-AUDIT.
           MOVE "MARKS-CORRECT" TO AL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING "OPERATOR " DELIMITED BY SIZE
              WS-OPERATOR-ID DELIMITED BY SIZE
              " REFUSED " DELIMITED BY SIZE
              FUNCTION TRIM(OS-REFUSAL-TEXT) DELIMITED BY SIZE
              " FOR " DELIMITED BY SIZE
              OS-CHECK-ROLE DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       WRITE-REFUSAL-AUDIT-EXIT.
           EXIT.

      *    Seals the audit record before it is written -- see
      *    audit-log.cpy.
       STAMP-AUDIT-RECORD.
           IF NOT AL-SEQ-LOADED
              PERFORM LOAD-AUDIT-SEQUENCE
           END-IF
           ADD 1 TO AL-NEXT-SEQUENCE
           MOVE AL-NEXT-SEQUENCE TO AL-SEQUENCE
           PERFORM SAVE-AUDIT-SEQUENCE
           MOVE 0 TO AL-CHECKSUM
           PERFORM VARYING AL-CHAR-IDX FROM 1 BY 1
              UNTIL AL-CHAR-IDX > 103
                   COMPUTE AL-CHECKSUM = FUNCTION MOD(AL-CHECKSUM
                      + FUNCTION ORD(AL-AUDIT-RECORD
                         (AL-CHAR-IDX:1))
                      * AL-CHAR-IDX, 1000000)
           END-PERFORM
           .
       STAMP-AUDIT-RECORD-EXIT.
           EXIT.

       LOAD-AUDIT-SEQUENCE.
           MOVE 0 TO AL-SEQ-COUNT
           MOVE 0 TO AL-SEQ-EOF-FLAG
           OPEN INPUT AUDIT-SEQ-FILE
           PERFORM UNTIL AL-SEQ-EOF
                   READ AUDIT-SEQ-FILE
                      AT END
                         SET AL-SEQ-EOF TO TRUE
                      NOT AT END
                         IF AL-SEQ-COUNT < 30
                            ADD 1 TO AL-SEQ-COUNT
                            MOVE AUDIT-SEQ-RECORD(1:16)
                               TO AL-SQ-PROGRAM(AL-SEQ-COUNT)
                            IF AUDIT-SEQ-RECORD(17:6) IS NUMERIC
                               MOVE AUDIT-SEQ-RECORD(17:6)
                                  TO AL-SQ-LAST(AL-SEQ-COUNT)
                            ELSE
                               MOVE 0 TO AL-SQ-LAST(AL-SEQ-COUNT)
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE AUDIT-SEQ-FILE
           MOVE 0 TO AL-SEQ-FOUND
           PERFORM VARYING AL-SEQ-IDX FROM 1 BY 1
              UNTIL AL-SEQ-IDX > AL-SEQ-COUNT OR AL-SEQ-FOUND > 0
                   IF AL-SQ-PROGRAM(AL-SEQ-IDX) = AL-PROGRAM-ID
                      MOVE AL-SEQ-IDX TO AL-SEQ-FOUND
                      MOVE AL-SQ-LAST(AL-SEQ-IDX)
                         TO AL-NEXT-SEQUENCE
                   END-IF
           END-PERFORM
           IF AL-SEQ-FOUND = 0 AND AL-SEQ-COUNT < 30
              ADD 1 TO AL-SEQ-COUNT
              MOVE AL-SEQ-COUNT TO AL-SEQ-FOUND
              MOVE AL-PROGRAM-ID TO AL-SQ-PROGRAM(AL-SEQ-FOUND)
              MOVE 0 TO AL-SQ-LAST(AL-SEQ-FOUND)
              MOVE 0 TO AL-NEXT-SEQUENCE
           END-IF
           SET AL-SEQ-LOADED TO TRUE
           .
       LOAD-AUDIT-SEQUENCE-EXIT.
           EXIT.

       SAVE-AUDIT-SEQUENCE.
           IF AL-SEQ-FOUND > 0
              MOVE AL-NEXT-SEQUENCE TO AL-SQ-LAST(AL-SEQ-FOUND)
           END-IF
           OPEN OUTPUT AUDIT-SEQ-FILE
           PERFORM VARYING AL-SEQ-IDX FROM 1 BY 1
              UNTIL AL-SEQ-IDX > AL-SEQ-COUNT
                   MOVE SPACES TO AUDIT-SEQ-RECORD
                   MOVE AL-SQ-PROGRAM(AL-SEQ-IDX)
                      TO AUDIT-SEQ-RECORD(1:16)
                   MOVE AL-SQ-LAST(AL-SEQ-IDX)
                      TO AUDIT-SEQ-RECORD(17:6)
                   WRITE AUDIT-SEQ-RECORD
           END-PERFORM
           CLOSE AUDIT-SEQ-FILE
           .
       SAVE-AUDIT-SEQUENCE-EXIT.
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

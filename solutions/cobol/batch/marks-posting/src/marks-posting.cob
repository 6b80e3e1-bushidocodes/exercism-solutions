       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKS-POSTING.
      *    Term marks run on top of the ROSTERIDX master, the marks
      *    counterpart of ATTENDANCE-POSTING: validates the subject
      *    marks keyed from the teachers' markbooks (school, student,
      *    term, subject, mark out of 100) against the roster and
      *    appends the good ones to the MARKSHST history -- see
      *    marks-history.cpy. Unknown students, a missing term or
      *    subject and marks that are not 0-100 are rejected to the
      *    shared AUDITLOG. A mark already posted for the student,
      *    term and subject is rejected too: a second posting would
      *    silently replace the first, and changing a posted mark is
      *    a correction, made through MARKS-CORRECT under a reason
      *    code. Term and subject are posted in upper case, as
      *    MARKS-CORRECT keys them, and only the history for the
      *    terms on MARKSIN is read to find marks already posted.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKS-TXN-FILE ASSIGN TO "MARKSIN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Shared marks history -- see marks-history.cpy.
           SELECT OPTIONAL MARKS-HISTORY-FILE ASSIGN TO "MARKSHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
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
       FD  MARKS-TXN-FILE.
       01  MARKS-TXN-RECORD.
           02 MT-SCHOOL-ID        PIC X(3).
           02 MT-NAME             PIC X(60).
           02 MT-TERM             PIC X(6).
           02 MT-SUBJECT          PIC X(10).
           02 MT-MARK             PIC X(3).
       FD  MARKS-HISTORY-FILE.
       01  MARKS-HISTORY-RECORD   PIC X(91).
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-RECORD.
           02 RM-KEY.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD       PIC X(22).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-TXN-EOF-FLAG     PIC 9     VALUE 0.
          88 TXN-EOF                    VALUE 1 FALSE 0.
       01 WS-HIST-EOF-FLAG    PIC 9     VALUE 0.
          88 HIST-EOF                   VALUE 1 FALSE 0.
       01 WS-POSTED-COUNT     PIC 9(6)  VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(6)  VALUE 0.
       01 WS-REJECT-REASON    PIC X(20).
       01 WS-MARK-VALUE       PIC 9(3).

      *    The terms on this run's MARKSIN. Past 50 of them every
      *    term's history is read.
       01 WS-RUN-TERM-COUNT   PIC 9(2)  VALUE 0.
       01 WS-RUN-TERM-TABLE.
          05 WS-RUN-TERM      PIC X(6) OCCURS 50.
       01 WS-ALL-TERMS-FLAG   PIC 9     VALUE 0.
          88 ALL-TERMS                  VALUE 1 FALSE 0.
       01 WS-TERM-WANTED-FLAG PIC 9     VALUE 0.
          88 TERM-WANTED                VALUE 1 FALSE 0.
       01 WS-UPPER-TERM       PIC X(6).
       77 T                   PIC 9(2).

      *    Every student, term and subject already holding an
      *    effective mark, netted from MARKSHST at the start of the
      *    run and extended as this run posts, so a mark keyed twice
      *    is caught whether the first copy is on file or earlier in
      *    the same input.
       01 WS-POSTED-MAX       PIC 9(5)  VALUE 20000.
       01 WS-POSTED-KEYS      PIC 9(5)  VALUE 0.
       01 WS-POSTED-TABLE.
          05 WS-POSTED-ENTRY OCCURS 20000.
             10 WS-PK-KEY        PIC X(79).
             10 WS-PK-ACTIVE     PIC X.
       01 WS-SEARCH-KEY.
          05 WS-SK-SCHOOL        PIC X(3).
          05 WS-SK-NAME          PIC X(60).
          05 WS-SK-TERM          PIC X(6).
          05 WS-SK-SUBJECT       PIC X(10).

       77 I                   PIC 9(5).
       77 WS-FOUND-IDX        PIC 9(5).

      *    Shared marks history layout.
       COPY "marks-history.cpy".
      *    Shared audit-log record layout.
       COPY "audit-log.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       MARKS-POSTING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-RUN-TERMS
           PERFORM LOAD-POSTED-MARKS
           IF WS-POSTED-KEYS > WS-POSTED-MAX
              DISPLAY "MARKS-POSTING: MARKSHST holds more than "
                 WS-POSTED-MAX " marks -- nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "MARKS-POSTING: cannot open ROSTERIDX,"
                 " status " WS-MASTER-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM POST-TRANSACTIONS

           CLOSE ROSTER-MASTER-FILE
           DISPLAY "MARKS-POSTING: " WS-POSTED-COUNT " POSTED, "
              WS-REJECT-COUNT " REJECTED"
           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    One pass of MARKSIN for the terms it carries.
       LOAD-RUN-TERMS.
           MOVE 0 TO WS-RUN-TERM-COUNT
           SET ALL-TERMS TO FALSE
           SET TXN-EOF TO FALSE
           OPEN INPUT MARKS-TXN-FILE
           PERFORM UNTIL TXN-EOF
                   READ MARKS-TXN-FILE
                      AT END
                         SET TXN-EOF TO TRUE
                      NOT AT END
                         MOVE UPPER-CASE(MT-TERM) TO WS-UPPER-TERM
                         PERFORM NOTE-RUN-TERM
                   END-READ
           END-PERFORM
           CLOSE MARKS-TXN-FILE
           .
       LOAD-RUN-TERMS-EXIT.
           EXIT.

       NOTE-RUN-TERM.
           IF WS-UPPER-TERM = SPACES OR ALL-TERMS
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RUN-TERM
           IF TERM-WANTED
              EXIT PARAGRAPH
           END-IF
           IF WS-RUN-TERM-COUNT NOT < 50
              SET ALL-TERMS TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-TERM-COUNT
           MOVE WS-UPPER-TERM TO WS-RUN-TERM(WS-RUN-TERM-COUNT)
           .
       NOTE-RUN-TERM-EXIT.
           EXIT.

      *    Sets TERM-WANTED when WS-UPPER-TERM is one of the run's.
       FIND-RUN-TERM.
           SET TERM-WANTED TO FALSE
           PERFORM VARYING T FROM 1 BY 1
              UNTIL T > WS-RUN-TERM-COUNT OR TERM-WANTED
                   IF WS-RUN-TERM(T) = WS-UPPER-TERM
                      SET TERM-WANTED TO TRUE
                   END-IF
           END-PERFORM
           .
       FIND-RUN-TERM-EXIT.
           EXIT.

      *    Nets the history for the run's terms into the table of
      *    marks in effect: a posted entry makes its key active, a
      *    "-" entry backs it out again. Keys are held in upper case
      *    so an older mixed-case posting still counts. One key past
      *    the table's size is counted so the caller can stop the
      *    run instead of posting against a partial picture.
       LOAD-POSTED-MARKS.
           MOVE 0 TO WS-POSTED-KEYS
           SET HIST-EOF TO FALSE
           OPEN INPUT MARKS-HISTORY-FILE
           PERFORM UNTIL HIST-EOF
                   READ MARKS-HISTORY-FILE INTO MH-MARKS-RECORD
                      AT END
                         SET HIST-EOF TO TRUE
                      NOT AT END
                         MOVE UPPER-CASE(MH-TERM) TO WS-UPPER-TERM
                         IF ALL-TERMS
                            SET TERM-WANTED TO TRUE
                         ELSE
                            PERFORM FIND-RUN-TERM
                         END-IF
                         IF TERM-WANTED
                            PERFORM NET-POSTED-MARK
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE MARKS-HISTORY-FILE
           .
       LOAD-POSTED-MARKS-EXIT.
           EXIT.

       NET-POSTED-MARK.
           MOVE MH-SCHOOL-ID TO WS-SK-SCHOOL
           MOVE MH-NAME TO WS-SK-NAME
           MOVE WS-UPPER-TERM TO WS-SK-TERM
           MOVE UPPER-CASE(MH-SUBJECT) TO WS-SK-SUBJECT
           PERFORM FIND-POSTED-KEY
           IF WS-FOUND-IDX = 0
              IF WS-POSTED-KEYS NOT < WS-POSTED-MAX
                 ADD 1 TO WS-POSTED-KEYS
                 SET HIST-EOF TO TRUE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-POSTED-KEYS
              MOVE WS-POSTED-KEYS TO WS-FOUND-IDX
              MOVE WS-SEARCH-KEY TO WS-PK-KEY(WS-FOUND-IDX)
           END-IF
           IF MH-ADJUST = "-"
              MOVE "N" TO WS-PK-ACTIVE(WS-FOUND-IDX)
           ELSE
              MOVE "Y" TO WS-PK-ACTIVE(WS-FOUND-IDX)
           END-IF
           .
       NET-POSTED-MARK-EXIT.
           EXIT.

       FIND-POSTED-KEY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-POSTED-KEYS OR WS-FOUND-IDX > 0
                   IF WS-PK-KEY(I) = WS-SEARCH-KEY
                      MOVE I TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           .
       FIND-POSTED-KEY-EXIT.
           EXIT.

      *    Validates and posts the run's marks. Rejects go to the
      *    shared audit log instead of the history file.
       POST-TRANSACTIONS.
           SET TXN-EOF TO FALSE
           OPEN INPUT MARKS-TXN-FILE
           OPEN EXTEND MARKS-HISTORY-FILE
           PERFORM UNTIL TXN-EOF
                   READ MARKS-TXN-FILE
                      AT END
                         SET TXN-EOF TO TRUE
                      NOT AT END
                         PERFORM POST-ONE-TRANSACTION
                   END-READ
           END-PERFORM
           CLOSE MARKS-TXN-FILE
           CLOSE MARKS-HISTORY-FILE
           .
       POST-TRANSACTIONS-EXIT.
           EXIT.

       POST-ONE-TRANSACTION.
           INITIALIZE WS-REJECT-REASON
           MOVE UPPER-CASE(MT-TERM) TO MT-TERM
           MOVE UPPER-CASE(MT-SUBJECT) TO MT-SUBJECT
           EVALUATE TRUE
              WHEN MT-TERM = SPACES
                 MOVE "NO TERM" TO WS-REJECT-REASON
              WHEN MT-SUBJECT = SPACES
                 MOVE "NO SUBJECT" TO WS-REJECT-REASON
      *    Markbooks key the mark either side of the field; any
      *    whole number 0-100 will do.
              WHEN MT-MARK = SPACES
                 MOVE "BAD MARK" TO WS-REJECT-REASON
              WHEN TEST-NUMVAL(MT-MARK) NOT = 0
                 MOVE "BAD MARK" TO WS-REJECT-REASON
              WHEN NUMVAL(MT-MARK) < 0 OR NUMVAL(MT-MARK) > 100
                 MOVE "BAD MARK" TO WS-REJECT-REASON
              WHEN NUMVAL(MT-MARK) NOT = INTEGER(NUMVAL(MT-MARK))
                 MOVE "BAD MARK" TO WS-REJECT-REASON
              WHEN OTHER
                 COMPUTE WS-MARK-VALUE = NUMVAL(MT-MARK)
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              MOVE MT-SCHOOL-ID TO RM-SCHOOL-ID
              MOVE MT-NAME TO RM-NAME
              READ ROSTER-MASTER-FILE
                 INVALID KEY
                    MOVE "NOT ON ROSTER" TO WS-REJECT-REASON
              END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE MT-SCHOOL-ID TO WS-SK-SCHOOL
              MOVE MT-NAME TO WS-SK-NAME
              MOVE MT-TERM TO WS-SK-TERM
              MOVE MT-SUBJECT TO WS-SK-SUBJECT
              PERFORM FIND-POSTED-KEY
              IF WS-FOUND-IDX > 0
                 IF WS-PK-ACTIVE(WS-FOUND-IDX) = "Y"
                    MOVE "ALREADY POSTED" TO WS-REJECT-REASON
                 END-IF
              ELSE
                 IF WS-POSTED-KEYS NOT < WS-POSTED-MAX
                    MOVE "HISTORY TABLE FULL" TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              PERFORM WRITE-AUDIT-ENTRY
              EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX = 0
              ADD 1 TO WS-POSTED-KEYS
              MOVE WS-POSTED-KEYS TO WS-FOUND-IDX
              MOVE WS-SEARCH-KEY TO WS-PK-KEY(WS-FOUND-IDX)
           END-IF
           MOVE "Y" TO WS-PK-ACTIVE(WS-FOUND-IDX)
           MOVE MT-SCHOOL-ID TO MH-SCHOOL-ID
           MOVE MT-NAME TO MH-NAME
           MOVE MT-TERM TO MH-TERM
           MOVE MT-SUBJECT TO MH-SUBJECT
           MOVE WS-MARK-VALUE TO MH-MARK
           MOVE SPACE TO MH-ADJUST
           MOVE BD-BUSINESS-DATE TO MH-POSTED-DATE
           WRITE MARKS-HISTORY-RECORD FROM MH-MARKS-RECORD
           ADD 1 TO WS-POSTED-COUNT
           .
       POST-ONE-TRANSACTION-EXIT.
           EXIT.

      *    Appends a rejected mark to AUDIT-LOG-FILE for the
      *    cross-program audit trail.
       WRITE-AUDIT-ENTRY.
           MOVE "MARKS-POSTING" TO AL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING MT-NAME(1:20) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              MT-TERM DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              MT-SUBJECT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-REJECT-REASON DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       WRITE-AUDIT-ENTRY-EXIT.
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

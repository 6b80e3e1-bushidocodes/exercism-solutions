               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCORE-LOCK-FILE ASSIGN TO "SCORELCK"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Shared batch-metrics file -- see metrics.cpy.
           SELECT OPTIONAL METRICS-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  CONVERSATION-LOG.
       01  CONVERSATION-LOG-RECORD.
           02 CL-TIMESTAMP         PIC X(21).
       01  ROSTER-LOCK-RECORD     PIC X(37).
       FD  SCORE-LOCK-FILE.
       01  SCORE-LOCK-RECORD      PIC X(37).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).
       FD  METRICS-FILE.
       01  METRICS-RECORD         PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-SCOREMST-STATUS  PIC XX.
       01 WS-ROSTER-NAME      PIC X(60).
       01 WS-CONVLOG-NAME     PIC X(60).
       01 WS-SUBJECT-ID       PIC X(8).

      *    SCOREHST is rewritten in place through this table; CONVLOG
      *    likewise, with matching exchange text redacted. A file
       COPY "purge-approval.cpy".
      *    Shared subject-identity layout.
       COPY "subject-identity.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".
      *    Shared batch-metrics record layout.
       COPY "metrics.cpy".

       PROCEDURE DIVISION.
       SUBJECT-PURGE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO MX-START-STAMP
           PERFORM LOAD-IDENTITY-MASTER
           PERFORM LOAD-PENDING-QUEUE
      *    Only APPROVED requests carrying two different operator
           PERFORM REWRITE-PENDING-QUEUE
           DISPLAY "SUBJECT-PURGE: " WS-REQUEST-COUNT
              " REQUESTS PROCESSED"
           PERFORM WRITE-METRICS-RECORD
           GOBACK.

       LOAD-PENDING-QUEUE.
           MOVE WS-SUBJECT-NAME TO WS-ROSTER-NAME
           MOVE WS-SUBJECT-NAME TO WS-CONVLOG-NAME
           MOVE SPACES TO WS-SUBJECT-ID
           MOVE WS-SUBJECT-NAME TO SID-SEARCH-NAME
           MOVE SPACES TO SID-SEARCH-SCOPE
           PERFORM FIND-IDENTITY-NAME
           IF SID-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SID-FOUND-ID TO WS-SUBJECT-ID
      *    The first entry per scope is that file's canonical
      *    spelling; a scope with no entry keeps the request's.
           MOVE WS-SUBJECT-ID TO SID-SK-ID
           MOVE "SCORE" TO SID-SK-SCOPE
           PERFORM FIND-IDENTITY-SPELLING
           IF SID-FOUND-IDX > 0
              MOVE SID-RESOLVED-NAME TO WS-SCORE-NAME
           END-IF
           MOVE "ROSTER" TO SID-SK-SCOPE
           PERFORM FIND-IDENTITY-SPELLING
           IF SID-FOUND-IDX > 0
              MOVE SID-RESOLVED-NAME TO WS-ROSTER-NAME
           END-IF
           MOVE "CONVLOG" TO SID-SK-SCOPE
           PERFORM FIND-IDENTITY-SPELLING
           IF SID-FOUND-IDX > 0
              MOVE SID-RESOLVED-NAME TO WS-CONVLOG-NAME
           END-IF
           .
       RESOLVE-SUBJECT-VARIANTS-EXIT.
           EXIT.
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
           DISPLAY "SUBJECT-PURGE: SUBJIDX "
              FUNCTION TRIM(SID-LOAD-ERROR) " AT ENTRY " SID-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       IDENTITY-MASTER-LOAD-FAILED-EXIT.
           EXIT.

      *    Binary search of SID-NAME-INDEX for SID-SEARCH-NAME under
      *    SID-SEARCH-SCOPE, or under any scope when that is blank.
      *    SID-FOUND-IDX is the matching SID-TABLE entry listed first
      *    in the file, zero when there is none, and SID-FOUND-ID its
      *    subject.
       FIND-IDENTITY-NAME.
           MOVE 0 TO SID-FOUND-IDX
           MOVE SPACES TO SID-FOUND-ID
           IF SID-SEARCH-SCOPE = SPACES
              MOVE 60 TO SID-SEARCH-LEN
           ELSE
              MOVE 68 TO SID-SEARCH-LEN
           END-IF
           MOVE 1 TO SID-LO
           MOVE SID-COUNT TO SID-HI
           MOVE 0 TO SID-IDX
           PERFORM UNTIL SID-LO > SID-HI
                   MOVE FUNCTION INTEGER((SID-LO + SID-HI) / 2)
                      TO SID-MID
                   EVALUATE TRUE
                   WHEN SID-NX-KEY(SID-MID)(1:SID-SEARCH-LEN)
                      = SID-SEARCH-NAME-KEY(1:SID-SEARCH-LEN)
                        MOVE SID-MID TO SID-IDX
                        EXIT PERFORM
                   WHEN SID-NX-KEY(SID-MID)(1:SID-SEARCH-LEN)
                      < SID-SEARCH-NAME-KEY(1:SID-SEARCH-LEN)
                        COMPUTE SID-LO = SID-MID + 1
                   WHEN OTHER
                        COMPUTE SID-HI = SID-MID - 1
                   END-EVALUATE
           END-PERFORM
           IF SID-IDX = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SID-IDX = 1
                   IF SID-NX-KEY(SID-IDX - 1)(1:SID-SEARCH-LEN)
                      NOT = SID-SEARCH-NAME-KEY(1:SID-SEARCH-LEN)
                      EXIT PERFORM
                   END-IF
                   SUBTRACT 1 FROM SID-IDX
           END-PERFORM
           MOVE SID-NX-ROW(SID-IDX) TO SID-FOUND-IDX
           PERFORM UNTIL SID-IDX > SID-COUNT
                   IF SID-NX-KEY(SID-IDX)(1:SID-SEARCH-LEN)
                      NOT = SID-SEARCH-NAME-KEY(1:SID-SEARCH-LEN)
                      EXIT PERFORM
                   END-IF
                   IF SID-NX-ROW(SID-IDX) < SID-FOUND-IDX
                      MOVE SID-NX-ROW(SID-IDX) TO SID-FOUND-IDX
                   END-IF
                   ADD 1 TO SID-IDX
           END-PERFORM
           MOVE SID-TB-ID(SID-FOUND-IDX) TO SID-FOUND-ID
           .
       FIND-IDENTITY-NAME-EXIT.
           EXIT.

      *    Binary search of SID-TABLE for the subject and scope in
      *    SID-SEARCH-KEY, backed up to the first entry of the pair:
      *    that file's canonical spelling, left in SID-RESOLVED-NAME.
      *    SID-FOUND-IDX is zero when the pair has no entry.
       FIND-IDENTITY-SPELLING.
           MOVE 0 TO SID-FOUND-IDX
           MOVE 1 TO SID-LO
           MOVE SID-COUNT TO SID-HI
           PERFORM UNTIL SID-LO > SID-HI
                   MOVE FUNCTION INTEGER((SID-LO + SID-HI) / 2)
                      TO SID-MID
                   EVALUATE TRUE
                   WHEN SID-TB-KEY(SID-MID) = SID-SEARCH-KEY
                        MOVE SID-MID TO SID-FOUND-IDX
                        EXIT PERFORM
                   WHEN SID-TB-KEY(SID-MID) < SID-SEARCH-KEY
                        COMPUTE SID-LO = SID-MID + 1
                   WHEN OTHER
                        COMPUTE SID-HI = SID-MID - 1
                   END-EVALUATE
           END-PERFORM
           IF SID-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SID-FOUND-IDX = 1
                   IF SID-TB-KEY(SID-FOUND-IDX - 1) NOT = SID-SEARCH-KEY
                      EXIT PERFORM
                   END-IF
                   SUBTRACT 1 FROM SID-FOUND-IDX
           END-PERFORM
           MOVE SID-TB-NAME(SID-FOUND-IDX) TO SID-RESOLVED-NAME
           .
       FIND-IDENTITY-SPELLING-EXIT.
           EXIT.

      *    Appends one severity-coded line to the central ALERTS file
      *    for ALERT-ROUTER to escalate -- see operator-alert.cpy.
      *    The caller fills OA-SEVERITY and OA-MESSAGE.
           .
       WRITE-OPERATOR-ALERT-EXIT.
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
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           SET BD-DATE-LOADED TO TRUE
           .
       LOAD-BUSINESS-DATE-EXIT.
           EXIT.

      *    Appends this run's metrics record for the weekly
      *    throughput trend -- see metrics.cpy.
       WRITE-METRICS-RECORD.
           MOVE "SUBJECT-PURGE" TO MX-PROGRAM-ID
           IF NOT BD-DATE-LOADED
              PERFORM LOAD-BUSINESS-DATE
           END-IF
           MOVE BD-BUSINESS-DATE TO MX-BUSINESS-DATE
           MOVE WS-PEND-COUNT TO MX-RECORDS-READ
           MOVE WS-REQUEST-COUNT TO MX-RECORDS-WRITTEN
           MOVE 0 TO MX-RECORDS-REJECTED
           MOVE MX-START-STAMP TO MX-START-TIME
           MOVE FUNCTION CURRENT-DATE(9:8) TO MX-END-TIME
           MOVE MX-METRICS-RECORD TO METRICS-RECORD
           OPEN EXTEND METRICS-FILE
           WRITE METRICS-RECORD
           CLOSE METRICS-FILE
           .
       WRITE-METRICS-RECORD-EXIT.
           EXIT.

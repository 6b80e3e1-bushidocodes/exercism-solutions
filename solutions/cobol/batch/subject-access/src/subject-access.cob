       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS.
      *    Subject access requests answered from every file we hold.
      *    When a parent or player asked what we hold about them,
      *    someone grepped the files by hand. Each SARREQ request
      *    names a SUBJIDX subject (see subject-access.cpy); every
      *    spelling SUBJIDX links to that subject, in any scope, is
      *    searched for in
      *
      *       ROSTERIDX  school roster        the student's name
      *       ATTENDHST  attendance history   the student's name
      *       GUARDMST   guardian records     the student's or the
      *                                       guardian's name
      *       PATMAST    health records       the patient IDs
      *                                       PATROSTR gives the name
      *       SCOREMST   score history        the player's name
      *       SCOREIDX   yacht scorecards     the player's name
      *       GAMEHIST   game history         the player's name
      *       CONVLOG    conversation log     the name anywhere in
      *                                       the exchange
      *
      *    and every matching record goes on SARRPT, one disclosure
      *    per request grouped by file. Free text -- exchange text,
      *    addresses, allergen notes -- is shown with any card number
      *    in it masked to the last four digits.
      *
      *    Every request is logged on SARLOG with the requester, the
      *    received and due dates, whether the deadline was met and
      *    the files searched. A subject SUBJIDX does not know, a
      *    file that could not be read (a missing one included, so
      *    it is never taken for "no records held"), or more names
      *    or patient IDs than the tables hold, is logged as such and
      *    makes RETURN-CODE 4, and the request stays on SARREQ to be
      *    answered again once put right; every other request is
      *    taken off. Patient IDs past the table make it RETURN-CODE
      *    8, as the table has to be raised before that subject can
      *    be answered; so does a SARREQ longer than the 500 requests
      *    held, which stops the run before any is answered.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Requests and their log -- see subject-access.cpy.
           SELECT OPTIONAL ACCESS-REQUEST-FILE ASSIGN TO "SARREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO "SARLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCLOSURE-REPORT-FILE ASSIGN TO "SARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Subject identity master -- see subject-identity.cpy.
           SELECT OPTIONAL SUBJECT-IDENTITY-FILE ASSIGN TO "SUBJIDX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROSTERIDX-STATUS.
           SELECT ATTENDANCE-HISTORY-FILE
               ASSIGN TO "ATTENDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENDHST-STATUS.
           SELECT GUARDIAN-MASTER-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GUARDMST-STATUS.
           SELECT PATIENT-ROSTER-XREF ASSIGN TO "PATROSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATROSTR-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATMAST-STATUS.
           SELECT SCORE-MASTER-FILE ASSIGN TO "SCOREMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHM-KEY
               FILE STATUS IS WS-SCOREMST-STATUS.
           SELECT SCORECARD-MASTER-FILE ASSIGN TO "SCOREIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-PLAYER-ID
               FILE STATUS IS WS-SCOREIDX-STATUS.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAMEHIST-STATUS.
           SELECT CONVERSATION-LOG ASSIGN TO "CONVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVLOG-STATUS.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-REQUEST-FILE.
       01  ACCESS-REQUEST-RECORD  PIC X(59).
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD      PIC X(169).
       FD  DISCLOSURE-REPORT-FILE.
       01  DISCLOSURE-REPORT-LINE PIC X(132).
       FD  SUBJECT-IDENTITY-FILE.
       01  SUBJECT-IDENTITY-RECORD PIC X(78).
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
       FD  GUARDIAN-MASTER-FILE.
       01  GUARDIAN-MASTER-RECORD.
           02 GM-KEY.
              05 GM-SCHOOL-ID     PIC X(3).
              05 GM-NAME          PIC X(60).
           02 GM-GUARDIAN-NAME    PIC X(40).
           02 GM-ADDRESS-1        PIC X(30).
           02 GM-ADDRESS-2        PIC X(30).
           02 GM-ADDRESS-3        PIC X(30).
       FD  PATIENT-ROSTER-XREF.
       01  PATIENT-ROSTER-RECORD.
           02 PX-PATIENT-ID       PIC X(10).
           02 FILLER              PIC X.
           02 PX-SCHOOL-ID        PIC X(3).
           02 FILLER              PIC X.
           02 PX-NAME             PIC X(60).
       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           02 PM-PATIENT-ID       PIC X(10).
           02 PM-LAST-TEST-DATE   PIC 9(8).
           02 PM-LAST-SCORE       PIC 9(4).
           02 PM-ALLERGEN-LIST    PIC X(108).
       FD  SCORE-MASTER-FILE.
       01  SCORE-MASTER-RECORD.
           02 SHM-KEY.
              05 SHM-PLAYER-NAME  PIC X(20).
              05 SHM-GAME-SEQ     PIC 9(4).
           02 SHM-GAME-SCORE      PIC 9(5).
           02 SHM-GAME-DATE       PIC 9(8).
       FD  SCORECARD-MASTER-FILE.
       01  SCORECARD-MASTER-RECORD.
           02 SM-PLAYER-ID        PIC X(20).
           02 SM-CATEGORY OCCURS 12 TIMES.
              03 SM-LOCKED        PIC X.
              03 SM-SCORE         PIC 99.
       FD  GAME-HISTORY-FILE.
       01  GAME-HISTORY-RECORD.
           02 GH-PLAYER-ID        PIC X(20).
           02 GH-GAME-DATE        PIC X(8).
           02 GH-FINAL-SCORE      PIC 9(4).
       FD  CONVERSATION-LOG.
       01  CONVERSATION-LOG-RECORD.
           02 CL-TIMESTAMP        PIC X(21).
           02 CL-HEYBOB           PIC X(60).
           02 CL-RESULT           PIC X(40).
           02 CL-RESPONSE-CLASS   PIC X(8).
           02 CL-SESSION-ID       PIC X(8).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ROSTERIDX-STATUS PIC XX.
       01 WS-GUARDMST-STATUS  PIC XX.
       01 WS-PATMAST-STATUS   PIC XX.
       01 WS-SCOREMST-STATUS  PIC XX.
       01 WS-SCOREIDX-STATUS  PIC XX.
       01 WS-ATTENDHST-STATUS PIC XX.
       01 WS-PATROSTR-STATUS  PIC XX.
       01 WS-GAMEHIST-STATUS  PIC XX.
       01 WS-CONVLOG-STATUS   PIC XX.
       01 WS-REQ-EOF-FLAG     PIC 9     VALUE 0.
          88 REQ-EOF                    VALUE 1 FALSE 0.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-MATCHED-FLAG     PIC 9     VALUE 0.
          88 NAME-MATCHED               VALUE 1 FALSE 0.
       01 WS-REQ-OVERFLOW-FLAG PIC 9    VALUE 0.
          88 REQ-OVERFLOW               VALUE 1 FALSE 0.
       01 WS-PATIENT-OVERFLOW-FLAG PIC 9 VALUE 0.
          88 PATIENT-OVERFLOW           VALUE 1 FALSE 0.

      *    SARREQ held so the requests not fully answered can be
      *    written back.
       01 WS-SARREQ-COUNT     PIC 9(3)  VALUE 0.
       01 WS-SARREQ-TABLE.
          05 WS-SARREQ-ENTRY OCCURS 500.
             10 WS-RQ-RECORD  PIC X(59).
             10 WS-RQ-KEEP    PIC X.
       77 R                   PIC 9(3).

      *    Response deadline, PARMMST SUBJECT-ACCESS DEADLINEDAYS.
       01 WS-DEADLINE-DAYS    PIC 9(3)  VALUE 30.

      *    The files searched, in report order, with the request's
      *    count for each. WS-FL-STATE is "S" searched, "U" could
      *    not be read.
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY OCCURS 8.
             10 WS-FL-NAME    PIC X(10).
             10 WS-FL-DESC    PIC X(24).
             10 WS-FL-HITS    PIC 9(6).
             10 WS-FL-STATE   PIC X.
                88 FL-SEARCHED            VALUE "S".
                88 FL-UNREAD              VALUE "U".
       77 F                   PIC 9.

      *    Every spelling SUBJIDX links to the request's subject;
      *    WS-LINKS-DROPPED counts those past the table, which are
      *    not searched for.
       01 WS-LINK-COUNT       PIC 9(3)  VALUE 0.
       01 WS-LINKS-DROPPED    PIC 9(3)  VALUE 0.
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 100.
             10 WS-LK-SCOPE   PIC X(8).
             10 WS-LK-NAME    PIC X(60).
             10 WS-LK-LEN     PIC 9(2).

      *    PATMAST patients PATROSTR places under a linked name,
      *    and the count of those past the table, which are not read.
       01 WS-PATIENT-COUNT    PIC 9(3)  VALUE 0.
       01 WS-PATIENTS-DROPPED PIC 9(3)  VALUE 0.
       01 WS-PATIENT-TABLE.
          05 WS-PATIENT-ID    PIC X(10) OCCURS 100.

       01 WS-CANDIDATE        PIC X(60).
       01 WS-SCAN-TEXT        PIC X(100).
       01 WS-RECEIVED-DATE    PIC X(8).
       01 WS-DUE-DATE         PIC 9(8).
       01 WS-DATE-NOTE        PIC X(40).
       01 WS-REQUEST-RECORDS  PIC 9(6).
       01 WS-REQUEST-UNREAD   PIC 9.
       01 WS-REQUEST-COUNT    PIC 9(4)  VALUE 0.
       01 WS-LATE-COUNT       PIC 9(4)  VALUE 0.
       01 WS-PROBLEM-COUNT    PIC 9(4)  VALUE 0.

      *    One disclosure line, and free text to be shown with card
      *    numbers masked.
       01 WS-DISCLOSURE       PIC X(132).
       01 WS-MASK-TEXT        PIC X(108).
       01 WS-RUN-DIGITS       PIC 9(3).
       01 WS-RUN-START        PIC 9(3).
       01 WS-RUN-END          PIC 9(3).
       01 WS-MASK-SEEN        PIC 9(3).
       01 WS-CATEGORY-TEXT    PIC X(60).

       01 WS-COUNT-SHOW       PIC ZZZ,ZZ9.
       01 WS-SEQ-SHOW         PIC ZZZ9.
       01 WS-SCORE-SHOW       PIC ZZZZ9.
       01 WS-MARK-SHOW        PIC Z9.

       77 I                   PIC 9(3).
       77 P                   PIC 9(3).
       77 Q                   PIC 9(3).

       COPY "subject-access.cpy".
       COPY "subject-identity.cpy".
       COPY "central-parm.cpy".
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       SUBJECT-ACCESS.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-IDENTITY-MASTER
           PERFORM LOAD-ACCESS-PARMS
           PERFORM SET-UP-FILE-TABLE
           PERFORM LOAD-ACCESS-REQUESTS
           IF REQ-OVERFLOW
              DISPLAY "SUBJECT-ACCESS: more than 500 requests on"
                 " SARREQ, none answered"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT DISCLOSURE-REPORT-FILE
           OPEN EXTEND ACCESS-LOG-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-SARREQ-COUNT
                   MOVE WS-RQ-RECORD(R) TO SA-REQUEST-RECORD
                   PERFORM ANSWER-ONE-REQUEST
           END-PERFORM
           IF WS-REQUEST-COUNT > 0
              PERFORM REWRITE-ACCESS-REQUESTS
           END-IF
           IF WS-REQUEST-COUNT = 0
              MOVE "NO SUBJECT ACCESS REQUESTS ON SARREQ"
                 TO DISCLOSURE-REPORT-LINE
              WRITE DISCLOSURE-REPORT-LINE
           END-IF
           CLOSE ACCESS-LOG-FILE
           CLOSE DISCLOSURE-REPORT-FILE
           DISPLAY "SUBJECT-ACCESS: " WS-REQUEST-COUNT
              " requests answered, " WS-LATE-COUNT
              " past the deadline, " WS-PROBLEM-COUNT
              " with a problem"
           EVALUATE TRUE
              WHEN PATIENT-OVERFLOW
                 MOVE 8 TO RETURN-CODE
              WHEN WS-PROBLEM-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-ACCESS-REQUESTS.
           MOVE 0 TO WS-SARREQ-COUNT
           SET REQ-OVERFLOW TO FALSE
           SET REQ-EOF TO FALSE
           OPEN INPUT ACCESS-REQUEST-FILE
           PERFORM UNTIL REQ-EOF
                   READ ACCESS-REQUEST-FILE
                      AT END
                         SET REQ-EOF TO TRUE
                      NOT AT END
                         IF ACCESS-REQUEST-RECORD NOT = SPACES
                            AND WS-SARREQ-COUNT NOT < 500
                            SET REQ-OVERFLOW TO TRUE
                         END-IF
                         IF ACCESS-REQUEST-RECORD NOT = SPACES
                            AND WS-SARREQ-COUNT < 500
                            ADD 1 TO WS-SARREQ-COUNT
                            MOVE ACCESS-REQUEST-RECORD
                               TO WS-RQ-RECORD(WS-SARREQ-COUNT)
                            MOVE "N" TO WS-RQ-KEEP(WS-SARREQ-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ACCESS-REQUEST-FILE
           .
       LOAD-ACCESS-REQUESTS-EXIT.
           EXIT.

      *    Only the requests with a problem go back on SARREQ.
       REWRITE-ACCESS-REQUESTS.
           OPEN OUTPUT ACCESS-REQUEST-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-SARREQ-COUNT
                   IF WS-RQ-KEEP(R) = "Y"
                      MOVE WS-RQ-RECORD(R) TO ACCESS-REQUEST-RECORD
                      WRITE ACCESS-REQUEST-RECORD
                   END-IF
           END-PERFORM
           CLOSE ACCESS-REQUEST-FILE
           .
       REWRITE-ACCESS-REQUESTS-EXIT.
           EXIT.

       LOAD-ACCESS-PARMS.
           MOVE "SUBJECT-ACCESS" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "DEADLINEDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 365
                 COMPUTE WS-DEADLINE-DAYS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-ACCESS-PARMS-EXIT.
           EXIT.

       SET-UP-FILE-TABLE.
           INITIALIZE WS-FILE-TABLE
           MOVE "ROSTERIDX" TO WS-FL-NAME(1)
           MOVE "SCHOOL ROSTER" TO WS-FL-DESC(1)
           MOVE "ATTENDHST" TO WS-FL-NAME(2)
           MOVE "ATTENDANCE HISTORY" TO WS-FL-DESC(2)
           MOVE "GUARDMST" TO WS-FL-NAME(3)
           MOVE "GUARDIAN RECORDS" TO WS-FL-DESC(3)
           MOVE "PATMAST" TO WS-FL-NAME(4)
           MOVE "HEALTH RECORDS" TO WS-FL-DESC(4)
           MOVE "SCOREMST" TO WS-FL-NAME(5)
           MOVE "SCORE HISTORY" TO WS-FL-DESC(5)
           MOVE "SCOREIDX" TO WS-FL-NAME(6)
           MOVE "YACHT SCORECARDS" TO WS-FL-DESC(6)
           MOVE "GAMEHIST" TO WS-FL-NAME(7)
           MOVE "GAME HISTORY" TO WS-FL-DESC(7)
           MOVE "CONVLOG" TO WS-FL-NAME(8)
           MOVE "CONVERSATION LOG" TO WS-FL-DESC(8)
           .
       SET-UP-FILE-TABLE-EXIT.
           EXIT.

      *    One request: the subject's spellings, the deadline, each
      *    file in turn, and the SARLOG line.
       ANSWER-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE 0 TO WS-REQUEST-RECORDS WS-REQUEST-UNREAD
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 8
                   MOVE 0 TO WS-FL-HITS(F)
                   MOVE SPACE TO WS-FL-STATE(F)
           END-PERFORM
           PERFORM COLLECT-LINKED-NAMES
           PERFORM SET-DUE-DATE
           PERFORM WRITE-REQUEST-HEADING
           IF WS-LINK-COUNT = 0
              ADD 1 TO WS-PROBLEM-COUNT
              MOVE "Y" TO WS-RQ-KEEP(R)
              MOVE "SUBJECT NOT ON SUBJIDX -- NO FILE SEARCHED"
                 TO DISCLOSURE-REPORT-LINE
              WRITE DISCLOSURE-REPORT-LINE
              MOVE SPACES TO DISCLOSURE-REPORT-LINE
              WRITE DISCLOSURE-REPORT-LINE
              PERFORM WRITE-ACCESS-LOG
              EXIT PARAGRAPH
           END-IF
           PERFORM SEARCH-ROSTER
           PERFORM SEARCH-ATTENDANCE
           PERFORM SEARCH-GUARDIANS
           PERFORM SEARCH-PATIENTS
           PERFORM SEARCH-SCORES
           PERFORM SEARCH-SCORECARDS
           PERFORM SEARCH-GAME-HISTORY
           PERFORM SEARCH-CONVERSATIONS
           IF WS-REQUEST-UNREAD > 0 OR WS-LINKS-DROPPED > 0
              ADD 1 TO WS-PROBLEM-COUNT
              MOVE "Y" TO WS-RQ-KEEP(R)
           END-IF
           MOVE WS-REQUEST-RECORDS TO WS-COUNT-SHOW
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           STRING "END OF DISCLOSURE " DELIMITED BY SIZE
              SA-REQUEST-REF DELIMITED BY SIZE
              " -- " DELIMITED BY SIZE
              TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              " RECORDS DISCLOSED" DELIMITED BY SIZE
              INTO DISCLOSURE-REPORT-LINE
           END-STRING
           WRITE DISCLOSURE-REPORT-LINE
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE
           PERFORM WRITE-ACCESS-LOG
           .
       ANSWER-ONE-REQUEST-EXIT.
           EXIT.

      *    Every SUBJIDX entry of the subject, whatever its scope; the
      *    same spelling in two scopes is searched for once.
       COLLECT-LINKED-NAMES.
           MOVE 0 TO WS-LINK-COUNT
           MOVE 0 TO WS-LINKS-DROPPED
           IF SA-SUBJECT-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SID-IDX FROM 1 BY 1
              UNTIL SID-IDX > SID-COUNT
                   IF SID-TB-ID(SID-IDX) = SA-SUBJECT-ID
                      PERFORM ADD-LINKED-NAME
                   END-IF
           END-PERFORM
           .
       COLLECT-LINKED-NAMES-EXIT.
           EXIT.

       ADD-LINKED-NAME.
           IF SID-TB-NAME(SID-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LINK-COUNT
                   IF WS-LK-NAME(I) = SID-TB-NAME(SID-IDX)
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-LINK-COUNT NOT < 100
              ADD 1 TO WS-LINKS-DROPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINK-COUNT
           MOVE SID-TB-SCOPE(SID-IDX) TO WS-LK-SCOPE(WS-LINK-COUNT)
           MOVE SID-TB-NAME(SID-IDX) TO WS-LK-NAME(WS-LINK-COUNT)
           COMPUTE WS-LK-LEN(WS-LINK-COUNT) =
              LENGTH(TRIM(SID-TB-NAME(SID-IDX) TRAILING))
           .
       ADD-LINKED-NAME-EXIT.
           EXIT.

      *    Due date: received date plus the deadline days. A received
      *    date that is not a date is taken as the run date and said
      *    so on the disclosure.
       SET-DUE-DATE.
           MOVE SPACES TO WS-DATE-NOTE
           MOVE SA-RECEIVED-DATE TO WS-RECEIVED-DATE
           IF SA-RECEIVED-DATE IS NOT NUMERIC
              MOVE BD-BUSINESS-DATE TO WS-RECEIVED-DATE
              MOVE "RECEIVED DATE NOT VALID, RUN DATE USED"
                 TO WS-DATE-NOTE
           ELSE
              IF TEST-DATE-YYYYMMDD(NUMVAL(SA-RECEIVED-DATE)) NOT = 0
                 MOVE BD-BUSINESS-DATE TO WS-RECEIVED-DATE
                 MOVE "RECEIVED DATE NOT VALID, RUN DATE USED"
                    TO WS-DATE-NOTE
              END-IF
           END-IF
           COMPUTE WS-DUE-DATE = DATE-OF-INTEGER(
              INTEGER-OF-DATE(NUMVAL(WS-RECEIVED-DATE))
              + WS-DEADLINE-DAYS)
           .
       SET-DUE-DATE-EXIT.
           EXIT.

       WRITE-REQUEST-HEADING.
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           STRING "SUBJECT ACCESS DISCLOSURE " DELIMITED BY SIZE
              SA-REQUEST-REF DELIMITED BY SIZE
              "   SUBJECT " DELIMITED BY SIZE
              SA-SUBJECT-ID DELIMITED BY SIZE
              "   PREPARED " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO DISCLOSURE-REPORT-LINE
           END-STRING
           WRITE DISCLOSURE-REPORT-LINE
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           STRING "REQUESTED BY " DELIMITED BY SIZE
              SA-REQUESTER DELIMITED BY SIZE
              "   RECEIVED " DELIMITED BY SIZE
              WS-RECEIVED-DATE DELIMITED BY SIZE
              "   DUE " DELIMITED BY SIZE
              WS-DUE-DATE DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-DATE-NOTE DELIMITED BY SIZE
              INTO DISCLOSURE-REPORT-LINE
           END-STRING
           WRITE DISCLOSURE-REPORT-LINE
           IF WS-LINK-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "NAMES HELD FOR THIS SUBJECT" TO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LINK-COUNT
                   MOVE SPACES TO DISCLOSURE-REPORT-LINE
                   STRING "   " DELIMITED BY SIZE
                      WS-LK-SCOPE(I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LK-NAME(I) DELIMITED BY SIZE
                      INTO DISCLOSURE-REPORT-LINE
                   END-STRING
                   WRITE DISCLOSURE-REPORT-LINE
           END-PERFORM
           IF WS-LINKS-DROPPED > 0
              MOVE WS-LINKS-DROPPED TO WS-COUNT-SHOW
              MOVE SPACES TO DISCLOSURE-REPORT-LINE
              STRING "   MORE THAN 100 NAMES ON SUBJIDX -- "
                    DELIMITED BY SIZE
                 TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
                 " NOT SEARCHED FOR, DISCLOSURE INCOMPLETE"
                    DELIMITED BY SIZE
                 INTO DISCLOSURE-REPORT-LINE
              END-STRING
              WRITE DISCLOSURE-REPORT-LINE
              DISPLAY "SUBJECT-ACCESS: more than 100 names for "
                 SA-REQUEST-REF ", " WS-LINKS-DROPPED
                 " not searched for"
           END-IF
           .
       WRITE-REQUEST-HEADING-EXIT.
           EXIT.

       SEARCH-ROSTER.
           MOVE 1 TO F
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-ROSTERIDX-STATUS NOT = "00"
              PERFORM FILE-NOT-READ
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ ROSTER-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE RM-NAME TO WS-CANDIDATE
                         PERFORM MATCH-LINKED-NAME
                         IF NAME-MATCHED
                            MOVE SPACES TO WS-DISCLOSURE
                            STRING "SCHOOL " DELIMITED BY SIZE
                               RM-SCHOOL-ID DELIMITED BY SIZE
                               "  NAME " DELIMITED BY SIZE
                               RM-NAME DELIMITED BY SIZE
                               "  GRADE " DELIMITED BY SIZE
                               RM-GRADE DELIMITED BY SIZE
                               "  SECTION " DELIMITED BY SIZE
                               RM-SECTION DELIMITED BY SIZE
                               INTO WS-DISCLOSURE
                            END-STRING
                            PERFORM WRITE-DISCLOSURE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ROSTER-MASTER-FILE
           PERFORM WRITE-SECTION-FOOTING
           .
       SEARCH-ROSTER-EXIT.
           EXIT.

       SEARCH-ATTENDANCE.
           MOVE 2 TO F
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT ATTENDANCE-HISTORY-FILE
           IF WS-ATTENDHST-STATUS NOT = "00"
              PERFORM FILE-NOT-READ
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ ATTENDANCE-HISTORY-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE AH-NAME TO WS-CANDIDATE
                         PERFORM MATCH-LINKED-NAME
                         IF NAME-MATCHED
                            MOVE SPACES TO WS-DISCLOSURE
                            STRING "SCHOOL " DELIMITED BY SIZE
                               AH-SCHOOL-ID DELIMITED BY SIZE
                               "  DATE " DELIMITED BY SIZE
                               AH-DATE DELIMITED BY SIZE
                               "  MARK " DELIMITED BY SIZE
                               AH-CODE DELIMITED BY SIZE
                               INTO WS-DISCLOSURE
                            END-STRING
                            IF AH-ADJUST = "-"
                               MOVE "(REVERSED)" TO WS-DISCLOSURE(36:)
                            END-IF
                            PERFORM WRITE-DISCLOSURE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ATTENDANCE-HISTORY-FILE
           PERFORM WRITE-SECTION-FOOTING
           .
       SEARCH-ATTENDANCE-EXIT.
           EXIT.

      *    The subject may be the student on a guardian record or the
      *    guardian on one.
       SEARCH-GUARDIANS.
           MOVE 3 TO F
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT GUARDIAN-MASTER-FILE
           IF WS-GUARDMST-STATUS NOT = "00"
              PERFORM FILE-NOT-READ
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ GUARDIAN-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE GM-NAME TO WS-CANDIDATE
                         PERFORM MATCH-LINKED-NAME
                         IF NOT NAME-MATCHED
                            MOVE GM-GUARDIAN-NAME TO WS-CANDIDATE
                            PERFORM MATCH-LINKED-NAME
                         END-IF
                         IF NAME-MATCHED
                            PERFORM DISCLOSE-GUARDIAN-RECORD
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE GUARDIAN-MASTER-FILE
           PERFORM WRITE-SECTION-FOOTING
           .
       SEARCH-GUARDIANS-EXIT.
           EXIT.

       DISCLOSE-GUARDIAN-RECORD.
           MOVE SPACES TO WS-DISCLOSURE
           STRING "SCHOOL " DELIMITED BY SIZE
              GM-SCHOOL-ID DELIMITED BY SIZE
              "  STUDENT " DELIMITED BY SIZE
              GM-NAME DELIMITED BY SIZE
              "  GUARDIAN " DELIMITED BY SIZE
              GM-GUARDIAN-NAME DELIMITED BY SIZE
              INTO WS-DISCLOSURE
           END-STRING
           PERFORM WRITE-DISCLOSURE
           MOVE SPACES TO WS-DISCLOSURE
           MOVE "ADDRESS" TO WS-DISCLOSURE(12:)
           MOVE GM-ADDRESS-1 TO WS-MASK-TEXT
           PERFORM MASK-CARD-NUMBERS
           MOVE WS-MASK-TEXT(1:30) TO WS-DISCLOSURE(20:30)
           MOVE GM-ADDRESS-2 TO WS-MASK-TEXT
           PERFORM MASK-CARD-NUMBERS
           MOVE WS-MASK-TEXT(1:30) TO WS-DISCLOSURE(52:30)
           MOVE GM-ADDRESS-3 TO WS-MASK-TEXT
           PERFORM MASK-CARD-NUMBERS
           MOVE WS-MASK-TEXT(1:30) TO WS-DISCLOSURE(84:30)
           PERFORM WRITE-CONTINUATION
           .
       DISCLOSE-GUARDIAN-RECORD-EXIT.
           EXIT.

      *    PATMAST holds no names: PATROSTR gives the patient IDs
      *    filed under the subject's names, and each is read.
       SEARCH-PATIENTS.
           MOVE 4 TO F
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-PATIENT-COUNT
           MOVE 0 TO WS-PATIENTS-DROPPED
           OPEN INPUT PATIENT-ROSTER-XREF
           IF WS-PATROSTR-STATUS NOT = "00"
              PERFORM FILE-NOT-READ
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ PATIENT-ROSTER-XREF
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE PX-NAME TO WS-CANDIDATE
                         PERFORM MATCH-LINKED-NAME
                         IF NAME-MATCHED AND WS-PATIENT-COUNT < 100
                            ADD 1 TO WS-PATIENT-COUNT
                            MOVE PX-PATIENT-ID
                               TO WS-PATIENT-ID(WS-PATIENT-COUNT)
                         ELSE
                            IF NAME-MATCHED
                               ADD 1 TO WS-PATIENTS-DROPPED
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PATIENT-ROSTER-XREF
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATMAST-STATUS NOT = "00"
              PERFORM FILE-NOT-READ
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PATIENT-COUNT
                   MOVE WS-PATIENT-ID(I) TO PM-PATIENT-ID
                   READ PATIENT-MASTER-FILE
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         PERFORM DISCLOSE-PATIENT-RECORD
                   END-READ
           END-PERFORM
           CLOSE PATIENT-MASTER-FILE
           PERFORM WRITE-SECTION-FOOTING
      *    Patient IDs past the table are not read, so PATMAST counts
      *    as a file not fully searched and the run ends RC 8.
           IF WS-PATIENTS-DROPPED > 0
              MOVE WS-PATIENTS-DROPPED TO WS-COUNT-SHOW
              MOVE SPACES TO DISCLOSURE-REPORT-LINE
              STRING "   MORE THAN 100 PATIENT IDS ON PATROSTR -- "
                    DELIMITED BY SIZE
                 TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
                 " NOT READ" DELIMITED BY SIZE
                 INTO DISCLOSURE-REPORT-LINE
              END-STRING
              WRITE DISCLOSURE-REPORT-LINE
              SET FL-UNREAD(F) TO TRUE
              ADD 1 TO WS-REQUEST-UNREAD
              SET PATIENT-OVERFLOW TO TRUE
              DISPLAY "SUBJECT-ACCESS: more than 100 patient IDs for "
                 SA-REQUEST-REF ", " WS-PATIENTS-DROPPED " not read"
           END-IF
           .
       SEARCH-PATIENTS-EXIT.
           EXIT.

       DISCLOSE-PATIENT-RECORD.
           MOVE PM-LAST-SCORE TO WS-SEQ-SHOW
           MOVE SPACES TO WS-DISCLOSURE
           STRING "PATIENT " DELIMITED BY SIZE
              PM-PATIENT-ID DELIMITED BY SIZE
              "  LAST TEST " DELIMITED BY SIZE
              PM-LAST-TEST-DATE DELIMITED BY SIZE
              "  ALLERGY SCORE " DELIMITED BY SIZE
              TRIM(WS-SEQ-SHOW) DELIMITED BY SIZE
              INTO WS-DISCLOSURE
           END-STRING
           PERFORM WRITE-DISCLOSURE
           IF PM-ALLERGEN-LIST = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE PM-ALLERGEN-LIST TO WS-MASK-TEXT
           PERFORM MASK-CARD-NUMBERS
           MOVE SPACES TO WS-DISCLOSURE
           MOVE "ALLERGENS" TO WS-DISCLOSURE(12:)
           MOVE WS-MASK-TEXT TO WS-DISCLOSURE(22:)
           PERFORM WRITE-CONTINUATION
           .
       DISCLOSE-PATIENT-RECORD-EXIT.
           EXIT.

       SEARCH-SCORES.
           MOVE 5 TO F
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT SCORE-MASTER-FILE
           IF WS-SCOREMST-STATUS NOT = "00"
              PERFORM FILE-NOT-READ
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ SCORE-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE SHM-PLAYER-NAME TO WS-CANDIDATE
                         PERFORM MATCH-LINKED-NAME
                         IF NAME-MATCHED
                            MOVE SHM-GAME-SEQ TO WS-SEQ-SHOW
                            MOVE SHM-GAME-SCORE TO WS-SCORE-SHOW
                            MOVE SPACES TO WS-DISCLOSURE
                            STRING "PLAYER " DELIMITED BY SIZE
                               SHM-PLAYER-NAME DELIMITED BY SIZE
                               "  GAME " DELIMITED BY SIZE
                               WS-SEQ-SHOW DELIMITED BY SIZE
                               "  SCORE " DELIMITED BY SIZE
                               WS-SCORE-SHOW DELIMITED BY SIZE
                               "  PLAYED " DELIMITED BY SIZE
                               SHM-GAME-DATE DELIMITED BY SIZE
                               INTO WS-DISCLOSURE
                            END-STRING
                            PERFORM WRITE-DISCLOSURE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SCORE-MASTER-FILE
           PERFORM WRITE-SECTION-FOOTING
           .
       SEARCH-SCORES-EXIT.
           EXIT.

      *    A scorecard is shown category by category, "--" for one
      *    not yet scored.
       SEARCH-SCORECARDS.
           MOVE 6 TO F
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT SCORECARD-MASTER-FILE
           IF WS-SCOREIDX-STATUS NOT = "00"
              PERFORM FILE-NOT-READ
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ SCORECARD-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE SM-PLAYER-ID TO WS-CANDIDATE
                         PERFORM MATCH-LINKED-NAME
                         IF NAME-MATCHED
                            PERFORM DISCLOSE-SCORECARD
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SCORECARD-MASTER-FILE
           PERFORM WRITE-SECTION-FOOTING
           .
       SEARCH-SCORECARDS-EXIT.
           EXIT.

       DISCLOSE-SCORECARD.
           MOVE SPACES TO WS-CATEGORY-TEXT
           MOVE 1 TO Q
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
                   IF SM-LOCKED(I) = "Y"
                      MOVE SM-SCORE(I) TO WS-MARK-SHOW
                      MOVE WS-MARK-SHOW TO WS-CATEGORY-TEXT(Q:2)
                   ELSE
                      MOVE "--" TO WS-CATEGORY-TEXT(Q:2)
                   END-IF
                   IF I < 12
                      MOVE "," TO WS-CATEGORY-TEXT(Q + 2:1)
                   END-IF
                   ADD 4 TO Q
           END-PERFORM
           MOVE SPACES TO WS-DISCLOSURE
           STRING "PLAYER " DELIMITED BY SIZE
              SM-PLAYER-ID DELIMITED BY SIZE
              "  CATEGORIES " DELIMITED BY SIZE
              WS-CATEGORY-TEXT DELIMITED BY SIZE
              INTO WS-DISCLOSURE
           END-STRING
           PERFORM WRITE-DISCLOSURE
           .
       DISCLOSE-SCORECARD-EXIT.
           EXIT.

       SEARCH-GAME-HISTORY.
           MOVE 7 TO F
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT GAME-HISTORY-FILE
           IF WS-GAMEHIST-STATUS NOT = "00"
              PERFORM FILE-NOT-READ
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ GAME-HISTORY-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE GH-PLAYER-ID TO WS-CANDIDATE
                         PERFORM MATCH-LINKED-NAME
                         IF NAME-MATCHED
                            MOVE GH-FINAL-SCORE TO WS-SEQ-SHOW
                            MOVE SPACES TO WS-DISCLOSURE
                            STRING "PLAYER " DELIMITED BY SIZE
                               GH-PLAYER-ID DELIMITED BY SIZE
                               "  PLAYED " DELIMITED BY SIZE
                               GH-GAME-DATE DELIMITED BY SIZE
                               "  FINAL SCORE " DELIMITED BY SIZE
                               TRIM(WS-SEQ-SHOW) DELIMITED BY SIZE
                               INTO WS-DISCLOSURE
                            END-STRING
                            PERFORM WRITE-DISCLOSURE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE GAME-HISTORY-FILE
           PERFORM WRITE-SECTION-FOOTING
           .
       SEARCH-GAME-HISTORY-EXIT.
           EXIT.

      *    An exchange is disclosed when any of the subject's names
      *    appears anywhere in what was said or answered.
       SEARCH-CONVERSATIONS.
           MOVE 8 TO F
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT CONVERSATION-LOG
           IF WS-CONVLOG-STATUS NOT = "00"
              PERFORM FILE-NOT-READ
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ CONVERSATION-LOG
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE SPACES TO WS-SCAN-TEXT
                         MOVE CL-HEYBOB TO WS-SCAN-TEXT(1:60)
                         MOVE CL-RESULT TO WS-SCAN-TEXT(61:40)
                         PERFORM MATCH-NAME-IN-TEXT
                         IF NAME-MATCHED
                            PERFORM DISCLOSE-EXCHANGE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CONVERSATION-LOG
           PERFORM WRITE-SECTION-FOOTING
           .
       SEARCH-CONVERSATIONS-EXIT.
           EXIT.

       DISCLOSE-EXCHANGE.
           MOVE SPACES TO WS-DISCLOSURE
           STRING CL-TIMESTAMP(1:4) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              CL-TIMESTAMP(5:2) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              CL-TIMESTAMP(7:2) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CL-TIMESTAMP(9:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              CL-TIMESTAMP(11:2) DELIMITED BY SIZE
              "  SESSION " DELIMITED BY SIZE
              CL-SESSION-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              CL-RESPONSE-CLASS DELIMITED BY SIZE
              INTO WS-DISCLOSURE
           END-STRING
           PERFORM WRITE-DISCLOSURE
           MOVE CL-HEYBOB TO WS-MASK-TEXT
           PERFORM MASK-CARD-NUMBERS
           MOVE SPACES TO WS-DISCLOSURE
           MOVE "SAID" TO WS-DISCLOSURE(12:)
           MOVE WS-MASK-TEXT(1:60) TO WS-DISCLOSURE(22:60)
           PERFORM WRITE-CONTINUATION
           MOVE CL-RESULT TO WS-MASK-TEXT
           PERFORM MASK-CARD-NUMBERS
           MOVE SPACES TO WS-DISCLOSURE
           MOVE "ANSWERED" TO WS-DISCLOSURE(12:)
           MOVE WS-MASK-TEXT(1:40) TO WS-DISCLOSURE(22:40)
           PERFORM WRITE-CONTINUATION
           .
       DISCLOSE-EXCHANGE-EXIT.
           EXIT.

      *    NAME-MATCHED when WS-CANDIDATE is one of the subject's
      *    spellings.
       MATCH-LINKED-NAME.
           SET NAME-MATCHED TO FALSE
           IF WS-CANDIDATE = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-LINK-COUNT OR NAME-MATCHED
                   IF WS-LK-NAME(I) = WS-CANDIDATE
                      SET NAME-MATCHED TO TRUE
                   END-IF
           END-PERFORM
           .
       MATCH-LINKED-NAME-EXIT.
           EXIT.

      *    NAME-MATCHED when any of the subject's spellings appears
      *    anywhere in WS-SCAN-TEXT.
       MATCH-NAME-IN-TEXT.
           SET NAME-MATCHED TO FALSE
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-LINK-COUNT OR NAME-MATCHED
                   PERFORM VARYING P FROM 1 BY 1
                      UNTIL P + WS-LK-LEN(I) - 1 > 100
                      OR NAME-MATCHED
                           IF WS-SCAN-TEXT(P:WS-LK-LEN(I))
                              = WS-LK-NAME(I)(1:WS-LK-LEN(I))
                              SET NAME-MATCHED TO TRUE
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       MATCH-NAME-IN-TEXT-EXIT.
           EXIT.

      *    Any run of 13 to 19 digits in WS-MASK-TEXT -- single
      *    spaces or dashes between digit groups allowed, as card
      *    numbers are keyed -- keeps its last four digits and has
      *    the rest replaced by "*".
       MASK-CARD-NUMBERS.
           MOVE 0 TO WS-RUN-DIGITS
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 108
                   EVALUATE TRUE
                   WHEN WS-MASK-TEXT(P:1) IS NUMERIC
                        IF WS-RUN-DIGITS = 0
                           MOVE P TO WS-RUN-START
                        END-IF
                        ADD 1 TO WS-RUN-DIGITS
                        MOVE P TO WS-RUN-END
                   WHEN WS-RUN-DIGITS > 0 AND P < 108
                    AND (WS-MASK-TEXT(P:1) = SPACE
                      OR WS-MASK-TEXT(P:1) = "-")
                    AND WS-MASK-TEXT(P - 1:1) IS NUMERIC
                    AND WS-MASK-TEXT(P + 1:1) IS NUMERIC
                        CONTINUE
                   WHEN OTHER
                        PERFORM MASK-DIGIT-RUN
                        MOVE 0 TO WS-RUN-DIGITS
                   END-EVALUATE
           END-PERFORM
           PERFORM MASK-DIGIT-RUN
           .
       MASK-CARD-NUMBERS-EXIT.
           EXIT.

       MASK-DIGIT-RUN.
           IF WS-RUN-DIGITS < 13 OR WS-RUN-DIGITS > 19
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MASK-SEEN
           PERFORM VARYING Q FROM WS-RUN-END BY -1
              UNTIL Q < WS-RUN-START
                   IF WS-MASK-TEXT(Q:1) IS NUMERIC
                      ADD 1 TO WS-MASK-SEEN
                      IF WS-MASK-SEEN > 4
                         MOVE "*" TO WS-MASK-TEXT(Q:1)
                      END-IF
                   END-IF
           END-PERFORM
           .
       MASK-DIGIT-RUN-EXIT.
           EXIT.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           STRING WS-FL-NAME(F) DELIMITED BY SIZE
              " -- " DELIMITED BY SIZE
              WS-FL-DESC(F) DELIMITED BY SIZE
              INTO DISCLOSURE-REPORT-LINE
           END-STRING
           WRITE DISCLOSURE-REPORT-LINE
           SET FL-SEARCHED(F) TO TRUE
           .
       WRITE-SECTION-HEADING-EXIT.
           EXIT.

       WRITE-SECTION-FOOTING.
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           IF WS-FL-HITS(F) = 0
              MOVE "   NO RECORDS HELD" TO DISCLOSURE-REPORT-LINE
           ELSE
              MOVE WS-FL-HITS(F) TO WS-COUNT-SHOW
              STRING "   " DELIMITED BY SIZE
                 TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
                 " RECORD(S)" DELIMITED BY SIZE
                 INTO DISCLOSURE-REPORT-LINE
              END-STRING
           END-IF
           WRITE DISCLOSURE-REPORT-LINE
           .
       WRITE-SECTION-FOOTING-EXIT.
           EXIT.

       FILE-NOT-READ.
           SET FL-UNREAD(F) TO TRUE
           ADD 1 TO WS-REQUEST-UNREAD
           MOVE "   FILE COULD NOT BE READ -- NOT SEARCHED"
              TO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE
           DISPLAY "SUBJECT-ACCESS: cannot open "
              TRIM(WS-FL-NAME(F)) " for " SA-REQUEST-REF
           .
       FILE-NOT-READ-EXIT.
           EXIT.

      *    One record disclosed: counted, and written indented under
      *    its file.
       WRITE-DISCLOSURE.
           ADD 1 TO WS-FL-HITS(F)
           ADD 1 TO WS-REQUEST-RECORDS
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           MOVE WS-DISCLOSURE TO DISCLOSURE-REPORT-LINE(4:)
           WRITE DISCLOSURE-REPORT-LINE
           .
       WRITE-DISCLOSURE-EXIT.
           EXIT.

      *    A further line of the record just disclosed.
       WRITE-CONTINUATION.
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           MOVE WS-DISCLOSURE TO DISCLOSURE-REPORT-LINE(4:)
           WRITE DISCLOSURE-REPORT-LINE
           .
       WRITE-CONTINUATION-EXIT.
           EXIT.

       WRITE-ACCESS-LOG.
           MOVE SPACES TO SL-LOG-RECORD
           MOVE BD-BUSINESS-DATE TO SL-RUN-DATE
           MOVE SA-REQUEST-REF TO SL-REQUEST-REF
           MOVE SA-SUBJECT-ID TO SL-SUBJECT-ID
           MOVE SA-REQUESTER TO SL-REQUESTER
           MOVE WS-RECEIVED-DATE TO SL-RECEIVED-DATE
           MOVE WS-DUE-DATE TO SL-DUE-DATE
           IF BD-BUSINESS-DATE > SL-DUE-DATE
              SET SL-DEADLINE-MISSED TO TRUE
              ADD 1 TO WS-LATE-COUNT
           ELSE
              SET SL-DEADLINE-MET TO TRUE
           END-IF
           MOVE WS-REQUEST-RECORDS TO SL-RECORDS
           MOVE 0 TO I
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 8
                   IF FL-SEARCHED(F)
                      ADD 1 TO I
                      MOVE WS-FL-NAME(F) TO SL-FILE-SEARCHED(I)
                   END-IF
           END-PERFORM
           MOVE WS-REQUEST-UNREAD TO SL-FILES-UNREAD
           MOVE SL-LOG-RECORD TO ACCESS-LOG-RECORD
           WRITE ACCESS-LOG-RECORD
           .
       WRITE-ACCESS-LOG-EXIT.
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
           DISPLAY "SUBJECT-ACCESS: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

      *    Loads the SUBJIDX identity master whole -- see
      *    subject-identity.cpy. A missing master leaves the table
      *    empty, and every request then finds no subject.
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

       IDENTITY-MASTER-LOAD-FAILED.
           DISPLAY "SUBJECT-ACCESS: SUBJIDX "
              TRIM(SID-LOAD-ERROR) " AT ENTRY " SID-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       IDENTITY-MASTER-LOAD-FAILED-EXIT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYER-REGISTER.
      *    League player registration master. PLAYREG (see
      *    player-register.cpy) holds every registered player with
      *    the league, division, membership dates and status that
      *    SCORE-POST checks each score against.
      *
      *    The main entry is the RENEWRPT renewal listing for the
      *    league secretary: every active player whose membership
      *    runs out within RENEWDAYS days of the business date
      *    (PARMMST PLAYER-REGISTER RENEWDAYS, default 30), then
      *    every active player whose membership has already run out
      *    -- their scores are going to suspense. Any expired member
      *    ends the run with return code 4.
      *
      *    PLAYER-REGISTER-MAINT applies REGTRAN transactions: A
      *    registers a player (name, league, membership start and
      *    expiry required; status active), C changes the name,
      *    league, division, dates or status -- A active, S
      *    suspended, W withdrawn -- (blank fields are left as they
      *    are), R renews to a later expiry date and makes the player
      *    active again. A name already held by another player is
      *    refused: scores carry only the name. Refused transactions
      *    are left on REGTRAN for correction; applied ones are taken
      *    off.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Player registration master -- see player-register.cpy.
           SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-PLAYER-ID
               FILE STATUS IS PR-MASTER-STATUS.
           SELECT OPTIONAL REGISTER-TRAN-FILE ASSIGN TO "REGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENEWAL-REPORT-FILE ASSIGN TO "RENEWRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-REGISTER-FILE.
       01  PLAYER-REGISTER-RECORD.
           02 MP-PLAYER-ID        PIC X(8).
           02 FILLER              PIC X(59).
       FD  REGISTER-TRAN-FILE.
       01  REGISTER-TRAN-RECORD.
           02 RT-ACTION           PIC X.
           02 FILLER              PIC X.
           02 RT-PLAYER-ID        PIC X(8).
           02 FILLER              PIC X.
           02 RT-PLAYER-NAME      PIC X(20).
           02 FILLER              PIC X.
           02 RT-LEAGUE           PIC X(10).
           02 FILLER              PIC X.
           02 RT-DIVISION         PIC X(4).
           02 FILLER              PIC X.
           02 RT-MEMBER-START     PIC X(8).
           02 FILLER              PIC X.
           02 RT-MEMBER-EXPIRY    PIC X(8).
           02 FILLER              PIC X.
           02 RT-STATUS           PIC X.
       FD  RENEWAL-REPORT-FILE.
       01  RENEWAL-REPORT-LINE    PIC X(100).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-EOF-FLAG  PIC 9     VALUE 0.
          88 MASTER-EOF                 VALUE 1 FALSE 0.
       01 WS-TRAN-EOF-FLAG    PIC 9     VALUE 0.
          88 TRAN-EOF                   VALUE 1 FALSE 0.
       01 WS-TRAN-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 TRAN-OVERFLOW              VALUE 1 FALSE 0.
       01 WS-LIST-MODE        PIC X.
          88 LIST-DUE-SOON              VALUE 'D'.
          88 LIST-EXPIRED               VALUE 'X'.

       01 WS-RENEW-DAYS       PIC 9(3)  VALUE 30.
       01 WS-DUE-CUTOFF       PIC 9(8).
       01 WS-DAYS-LEFT        PIC S9(5).
       01 WS-PLAYER-COUNT     PIC 9(5)  VALUE 0.
       01 WS-DUE-COUNT        PIC 9(5)  VALUE 0.
       01 WS-EXPIRED-COUNT    PIC 9(5)  VALUE 0.
       01 WS-DAYS-SHOW        PIC ZZZZ9.

      *    Pending REGTRAN transactions; any refused are written
      *    back.
       01 WS-TRAN-COUNT       PIC 9(4)  VALUE 0.
       01 WS-TRAN-TABLE.
          05 WS-TRAN-ENTRY OCCURS 500.
             10 WS-TR-RECORD     PIC X(67).
             10 WS-TR-REFUSED    PIC X.
       01 WS-APPLIED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-REFUSAL-REASON   PIC X(30).
       01 WS-NAME-TAKEN-FLAG  PIC 9     VALUE 0.
          88 NAME-TAKEN                 VALUE 1 FALSE 0.
       77 J                   PIC 9(4).

      *    Shared player registration master layout.
       COPY "player-register.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       PLAYER-REGISTER.
           PERFORM LOAD-BUSINESS-DATE
           MOVE "PLAYER-REGISTER" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "RENEWDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 365
                 COMPUTE WS-RENEW-DAYS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           COMPUTE WS-DUE-CUTOFF = DATE-OF-INTEGER(
              INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
              + WS-RENEW-DAYS)
           OPEN INPUT PLAYER-REGISTER-FILE
           IF PR-MASTER-STATUS NOT = "00"
              DISPLAY "PLAYER-REGISTER: cannot open PLAYREG, status "
                 PR-MASTER-STATUS ", no renewal listing"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RENEWAL-REPORT-FILE
           MOVE SPACES TO RENEWAL-REPORT-LINE
           MOVE WS-RENEW-DAYS TO WS-DAYS-SHOW
           STRING "MEMBERSHIP RENEWALS AT " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO RENEWAL-REPORT-LINE
           END-STRING
           WRITE RENEWAL-REPORT-LINE
           MOVE SPACES TO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           STRING "RENEWAL DUE WITHIN " DELIMITED BY SIZE
              TRIM(WS-DAYS-SHOW) DELIMITED BY SIZE
              " DAYS" DELIMITED BY SIZE
              INTO RENEWAL-REPORT-LINE
           END-STRING
           WRITE RENEWAL-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADING
           SET LIST-DUE-SOON TO TRUE
           PERFORM LIST-PLAYER-REGISTER
           IF WS-DUE-COUNT = 0
              MOVE "NONE" TO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE
           END-IF
           MOVE SPACES TO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           MOVE "MEMBERSHIP EXPIRED -- SCORES GO TO SUSPENSE"
              TO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADING
           SET LIST-EXPIRED TO TRUE
           PERFORM LIST-PLAYER-REGISTER
           IF WS-EXPIRED-COUNT = 0
              MOVE "NONE" TO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE
           END-IF
           MOVE SPACES TO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           STRING WS-PLAYER-COUNT DELIMITED BY SIZE
              " PLAYERS REGISTERED, " DELIMITED BY SIZE
              WS-DUE-COUNT DELIMITED BY SIZE
              " RENEWALS DUE, " DELIMITED BY SIZE
              WS-EXPIRED-COUNT DELIMITED BY SIZE
              " EXPIRED" DELIMITED BY SIZE
              INTO RENEWAL-REPORT-LINE
           END-STRING
           WRITE RENEWAL-REPORT-LINE
           CLOSE RENEWAL-REPORT-FILE
           CLOSE PLAYER-REGISTER-FILE
           DISPLAY "PLAYER-REGISTER: " WS-PLAYER-COUNT " PLAYERS, "
              WS-DUE-COUNT " RENEWALS DUE, "
              WS-EXPIRED-COUNT " EXPIRED"
           IF WS-EXPIRED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO RENEWAL-REPORT-LINE
           MOVE "PLAYER ID NAME" TO RENEWAL-REPORT-LINE(1:14)
           MOVE "LEAGUE     DIV" TO RENEWAL-REPORT-LINE(31:14)
           MOVE "EXPIRES   DAYS" TO RENEWAL-REPORT-LINE(47:14)
           WRITE RENEWAL-REPORT-LINE
           .
       WRITE-COLUMN-HEADING-EXIT.
           EXIT.

      *    One pass over the master in player order; the register
      *    is counted on the first pass only. Suspended and
      *    withdrawn players are not chased for renewal.
       LIST-PLAYER-REGISTER.
           SET MASTER-EOF TO FALSE
           MOVE LOW-VALUES TO MP-PLAYER-ID
           START PLAYER-REGISTER-FILE KEY IS >= MP-PLAYER-ID
              INVALID KEY
                 SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
                   READ PLAYER-REGISTER-FILE NEXT RECORD
                      INTO PR-PLAYER-RECORD
                      AT END
                         SET MASTER-EOF TO TRUE
                      NOT AT END
                         IF LIST-DUE-SOON
                            ADD 1 TO WS-PLAYER-COUNT
                         END-IF
                         IF PR-ACTIVE
                            PERFORM LIST-ONE-PLAYER
                         END-IF
                   END-READ
           END-PERFORM
           .
       LIST-PLAYER-REGISTER-EXIT.
           EXIT.

       LIST-ONE-PLAYER.
           IF LIST-DUE-SOON
              IF PR-MEMBER-EXPIRY < BD-BUSINESS-DATE
                 OR PR-MEMBER-EXPIRY > WS-DUE-CUTOFF
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-DUE-COUNT
           ELSE
              IF PR-MEMBER-EXPIRY NOT < BD-BUSINESS-DATE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-EXPIRED-COUNT
           END-IF
           MOVE SPACES TO RENEWAL-REPORT-LINE
           MOVE PR-PLAYER-ID TO RENEWAL-REPORT-LINE(1:8)
           MOVE PR-PLAYER-NAME TO RENEWAL-REPORT-LINE(11:20)
           MOVE PR-LEAGUE TO RENEWAL-REPORT-LINE(31:10)
           MOVE PR-DIVISION TO RENEWAL-REPORT-LINE(42:4)
           MOVE PR-MEMBER-EXPIRY TO RENEWAL-REPORT-LINE(47:8)
           IF PR-MEMBER-EXPIRY IS NUMERIC
              AND TEST-DATE-YYYYMMDD(NUMVAL(PR-MEMBER-EXPIRY)) = 0
              COMPUTE WS-DAYS-LEFT =
                 INTEGER-OF-DATE(NUMVAL(PR-MEMBER-EXPIRY))
                 - INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
              IF WS-DAYS-LEFT < 0
                 COMPUTE WS-DAYS-LEFT = 0 - WS-DAYS-LEFT
              END-IF
              MOVE WS-DAYS-LEFT TO WS-DAYS-SHOW
              MOVE WS-DAYS-SHOW TO RENEWAL-REPORT-LINE(56:5)
           END-IF
           WRITE RENEWAL-REPORT-LINE
           .
       LIST-ONE-PLAYER-EXIT.
           EXIT.

      *    Registration maintenance from REGTRAN.
       ENTRY "PLAYER-REGISTER-MAINT".
       PLAYER-REGISTER-MAINT.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-REGISTER-TRANS
      *    REGTRAN is rewritten with only the refused lines, so a
      *    file larger than the table would lose its tail.
           IF TRAN-OVERFLOW
              DISPLAY "PLAYER-REGISTER-MAINT: more than 500 lines on"
                 " REGTRAN, no changes applied"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O PLAYER-REGISTER-FILE
           IF PR-MASTER-STATUS = "35"
              OPEN OUTPUT PLAYER-REGISTER-FILE
              CLOSE PLAYER-REGISTER-FILE
              OPEN I-O PLAYER-REGISTER-FILE
           END-IF
           IF PR-MASTER-STATUS NOT = "00"
              DISPLAY "PLAYER-REGISTER-MAINT: cannot open PLAYREG,"
                 " status " PR-MASTER-STATUS ", no changes applied"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TRAN-COUNT
                   MOVE WS-TR-RECORD(J) TO REGISTER-TRAN-RECORD
                   PERFORM APPLY-ONE-TRAN
           END-PERFORM
           CLOSE PLAYER-REGISTER-FILE
           IF WS-TRAN-COUNT > 0
              PERFORM REWRITE-REGISTER-TRANS
           END-IF
           DISPLAY "PLAYER-REGISTER-MAINT: " WS-APPLIED-COUNT
              " APPLIED, " WS-REFUSED-COUNT " REFUSED"
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-REGISTER-TRANS.
           MOVE 0 TO WS-TRAN-COUNT
           SET TRAN-EOF TO FALSE
           SET TRAN-OVERFLOW TO FALSE
           OPEN INPUT REGISTER-TRAN-FILE
           PERFORM UNTIL TRAN-EOF
                   READ REGISTER-TRAN-FILE
                      AT END
                         SET TRAN-EOF TO TRUE
                      NOT AT END
                         IF REGISTER-TRAN-RECORD NOT = SPACES
                            AND WS-TRAN-COUNT NOT < 500
                            SET TRAN-OVERFLOW TO TRUE
                         END-IF
                         IF REGISTER-TRAN-RECORD NOT = SPACES
                            AND WS-TRAN-COUNT < 500
                            ADD 1 TO WS-TRAN-COUNT
                            MOVE REGISTER-TRAN-RECORD
                               TO WS-TR-RECORD(WS-TRAN-COUNT)
                            MOVE 'N' TO WS-TR-REFUSED(WS-TRAN-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE REGISTER-TRAN-FILE
           .
       LOAD-REGISTER-TRANS-EXIT.
           EXIT.

       APPLY-ONE-TRAN.
           MOVE SPACES TO WS-REFUSAL-REASON
           IF RT-PLAYER-ID = SPACES
              MOVE "NO PLAYER ID" TO WS-REFUSAL-REASON
           ELSE
              EVALUATE RT-ACTION
              WHEN "A"
                   PERFORM ADD-ONE-PLAYER
              WHEN "C"
                   PERFORM CHANGE-ONE-PLAYER
              WHEN "R"
                   PERFORM RENEW-ONE-PLAYER
              WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REFUSAL-REASON
              END-EVALUATE
           END-IF
           IF WS-REFUSAL-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'Y' TO WS-TR-REFUSED(J)
              DISPLAY "PLAYER-REGISTER-MAINT: " RT-ACTION " "
                 RT-PLAYER-ID " REFUSED -- " TRIM(WS-REFUSAL-REASON)
           ELSE
              ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .
       APPLY-ONE-TRAN-EXIT.
           EXIT.

      *    A new player needs a name, a league and both membership
      *    dates; the division may be left blank.
       ADD-ONE-PLAYER.
           IF RT-PLAYER-NAME = SPACES
              MOVE "NAME MISSING" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           IF RT-LEAGUE = SPACES
              MOVE "LEAGUE MISSING" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NAME-FREE
           IF NAME-TAKEN
              MOVE "NAME ALREADY REGISTERED" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE RT-PLAYER-ID TO MP-PLAYER-ID
           READ PLAYER-REGISTER-FILE INTO PR-PLAYER-RECORD
              NOT INVALID KEY
                 MOVE "ALREADY ON PLAYREG" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
           END-READ
           INITIALIZE PR-PLAYER-RECORD
           MOVE RT-PLAYER-ID TO PR-PLAYER-ID
           MOVE RT-PLAYER-NAME TO PR-PLAYER-NAME
           MOVE RT-LEAGUE TO PR-LEAGUE
           MOVE RT-DIVISION TO PR-DIVISION
           MOVE RT-MEMBER-START TO PR-MEMBER-START
           MOVE RT-MEMBER-EXPIRY TO PR-MEMBER-EXPIRY
           SET PR-ACTIVE TO TRUE
           PERFORM CHECK-MEMBERSHIP-DATES
           IF WS-REFUSAL-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE BD-BUSINESS-DATE TO PR-LAST-CHANGED
           WRITE PLAYER-REGISTER-RECORD FROM PR-PLAYER-RECORD
              INVALID KEY
                 MOVE "WRITE FAILED" TO WS-REFUSAL-REASON
           END-WRITE
           .
       ADD-ONE-PLAYER-EXIT.
           EXIT.

       CHANGE-ONE-PLAYER.
           IF RT-PLAYER-NAME NOT = SPACES
              PERFORM CHECK-NAME-FREE
              IF NAME-TAKEN
                 MOVE "NAME ALREADY REGISTERED" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE RT-PLAYER-ID TO MP-PLAYER-ID
           READ PLAYER-REGISTER-FILE INTO PR-PLAYER-RECORD
              INVALID KEY
                 MOVE "NO SUCH PLAYER" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
           END-READ
           IF RT-PLAYER-NAME NOT = SPACES
              MOVE RT-PLAYER-NAME TO PR-PLAYER-NAME
           END-IF
           IF RT-LEAGUE NOT = SPACES
              MOVE RT-LEAGUE TO PR-LEAGUE
           END-IF
           IF RT-DIVISION NOT = SPACES
              MOVE RT-DIVISION TO PR-DIVISION
           END-IF
           IF RT-MEMBER-START NOT = SPACES
              MOVE RT-MEMBER-START TO PR-MEMBER-START
           END-IF
           IF RT-MEMBER-EXPIRY NOT = SPACES
              MOVE RT-MEMBER-EXPIRY TO PR-MEMBER-EXPIRY
           END-IF
           IF RT-STATUS NOT = SPACES
              MOVE RT-STATUS TO PR-STATUS
              IF NOT (PR-ACTIVE OR PR-SUSPENDED OR PR-WITHDRAWN)
                 MOVE "STATUS NOT A, S OR W" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM CHECK-MEMBERSHIP-DATES
           IF WS-REFUSAL-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE BD-BUSINESS-DATE TO PR-LAST-CHANGED
           REWRITE PLAYER-REGISTER-RECORD FROM PR-PLAYER-RECORD
              INVALID KEY
                 MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
           END-REWRITE
           .
       CHANGE-ONE-PLAYER-EXIT.
           EXIT.

      *    A renewal carries only the new expiry, which must extend
      *    the membership.
       RENEW-ONE-PLAYER.
           MOVE RT-PLAYER-ID TO MP-PLAYER-ID
           READ PLAYER-REGISTER-FILE INTO PR-PLAYER-RECORD
              INVALID KEY
                 MOVE "NO SUCH PLAYER" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
           END-READ
           IF RT-MEMBER-EXPIRY IS NOT NUMERIC
              MOVE "NEW EXPIRY MISSING" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           IF RT-MEMBER-EXPIRY NOT > PR-MEMBER-EXPIRY
              MOVE "EXPIRY NOT EXTENDED" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE RT-MEMBER-EXPIRY TO PR-MEMBER-EXPIRY
           SET PR-ACTIVE TO TRUE
           PERFORM CHECK-MEMBERSHIP-DATES
           IF WS-REFUSAL-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE BD-BUSINESS-DATE TO PR-LAST-CHANGED
           REWRITE PLAYER-REGISTER-RECORD FROM PR-PLAYER-RECORD
              INVALID KEY
                 MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
           END-REWRITE
           .
       RENEW-ONE-PLAYER-EXIT.
           EXIT.

       CHECK-MEMBERSHIP-DATES.
           IF PR-MEMBER-START IS NOT NUMERIC
              MOVE "START DATE NOT A DATE" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           IF TEST-DATE-YYYYMMDD(NUMVAL(PR-MEMBER-START)) NOT = 0
              MOVE "START DATE NOT A DATE" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           IF PR-MEMBER-EXPIRY IS NOT NUMERIC
              MOVE "EXPIRY DATE NOT A DATE" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           IF TEST-DATE-YYYYMMDD(NUMVAL(PR-MEMBER-EXPIRY)) NOT = 0
              MOVE "EXPIRY DATE NOT A DATE" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           IF PR-MEMBER-EXPIRY < PR-MEMBER-START
              MOVE "EXPIRY BEFORE START" TO WS-REFUSAL-REASON
           END-IF
           .
       CHECK-MEMBERSHIP-DATES-EXIT.
           EXIT.

      *    Sweeps the master for another player already holding the
      *    transaction's name.
       CHECK-NAME-FREE.
           SET NAME-TAKEN TO FALSE
           SET MASTER-EOF TO FALSE
           MOVE LOW-VALUES TO MP-PLAYER-ID
           START PLAYER-REGISTER-FILE KEY IS >= MP-PLAYER-ID
              INVALID KEY
                 SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
                   READ PLAYER-REGISTER-FILE NEXT RECORD
                      INTO PR-PLAYER-RECORD
                      AT END
                         SET MASTER-EOF TO TRUE
                      NOT AT END
                         IF PR-PLAYER-NAME = RT-PLAYER-NAME
                            AND PR-PLAYER-ID NOT = RT-PLAYER-ID
                            SET NAME-TAKEN TO TRUE
                            SET MASTER-EOF TO TRUE
                         END-IF
                   END-READ
           END-PERFORM
           .
       CHECK-NAME-FREE-EXIT.
           EXIT.

      *    Refused transactions stay on REGTRAN for correction;
      *    applied ones are taken off.
       REWRITE-REGISTER-TRANS.
           OPEN OUTPUT REGISTER-TRAN-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TRAN-COUNT
                   IF WS-TR-REFUSED(J) = 'Y'
                      MOVE WS-TR-RECORD(J) TO REGISTER-TRAN-RECORD
                      WRITE REGISTER-TRAN-RECORD
                   END-IF
           END-PERFORM
           CLOSE REGISTER-TRAN-FILE
           .
       REWRITE-REGISTER-TRANS-EXIT.
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
           DISPLAY "PLAYER-REGISTER: PARMMST "
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
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           SET BD-DATE-LOADED TO TRUE
           .
       LOAD-BUSINESS-DATE-EXIT.
           EXIT.

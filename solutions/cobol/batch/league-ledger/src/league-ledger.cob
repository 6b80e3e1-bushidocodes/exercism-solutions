       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAGUE-LEDGER.
      *    The league treasurer's books, out of the notebook and onto
      *    the LEDGER player account file -- see league-ledger.cpy.
      *    Each run:
      *
      *    - posts the treasurer's LEDGRIN transactions (player, FEE
      *      or PAY, amount, date -- blank for the business date --
      *      and a reference). A missing player, an unknown type, an
      *      amount that is not a positive sum of money and a date
      *      that is not a real date on or before the business date
      *      are rejected to the shared AUDITLOG and left on LEDGRIN
      *      for the treasurer to correct; the posted lines are taken
      *      off. Prize money is not keyed: it comes only from the
      *      standings, below;
      *    - on or after the PARMMST LEAGUE-LEDGER PRIZEDATE, once the
      *      final standings are there, pays the season's
      *      prizes out of the final YACHT-STANDINGS report STANDRPT.
      *      The fund is PRIZEFUND, or with none PRIZEPCT percent
      *      (default 100) of the entry fees charged since the season
      *      opened; PRIZESPLIT (default 50/30/20) divides it by
      *      place. A player in arrears on the day, or one SCORE-POST
      *      marked on PRIZINEL for playing in arrears this season,
      *      wins nothing and the place passes down to the next
      *      eligible finisher. Players tied on a rank share the
      *      places they cover. Each award is posted to LEDGER as a
      *      PRIZE credit, listed on PRIZERPT and certified on the
      *      AUDITLOG; the season's awards are paid once only;
      *    - prints a LEDGSTMT statement for every player with an
      *      opening balance or activity since STMTSTART (default the
      *      first of the business month);
      *    - lists on ARRSRPT every player whose fees charged more
      *      than GRACEDAYS days ago (default 30) are still unpaid,
      *      and rewrites the ARREARS list SCORE-POST reads.
      *
      *    The season opens on PARMMST SEASONSTART, or with none on
      *    the LEAGPERD open date PERIOD-CLOSE rolls forward.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-TXN-FILE ASSIGN TO "LEDGRIN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Player account ledger -- see league-ledger.cpy.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARREARS-FILE ASSIGN TO "ARREARS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INELIGIBLE-FILE ASSIGN TO "PRIZINEL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDINGS-REPORT-FILE ASSIGN TO "STANDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERIOD-STATE-FILE ASSIGN TO "LEAGPERD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO "LEDGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARREARS-REPORT-FILE ASSIGN TO "ARRSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIZE-REPORT-FILE ASSIGN TO "PRIZERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Shared across programs -- see audit-log.cpy.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Per-program audit sequence sidecar -- see audit-log.cpy.
           SELECT OPTIONAL AUDIT-SEQ-FILE ASSIGN TO "AUDITSEQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-TXN-FILE.
       01  LEDGER-TXN-RECORD.
           02 LT-PLAYER-NAME      PIC X(20).
           02 LT-TYPE             PIC X(5).
           02 LT-AMOUNT           PIC X(10).
           02 LT-DATE             PIC X(8).
           02 LT-REFERENCE        PIC X(20).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD          PIC X(66).
       FD  ARREARS-FILE.
       01  ARREARS-RECORD         PIC X(30).
       FD  INELIGIBLE-FILE.
       01  INELIGIBLE-RECORD      PIC X(39).
       FD  STANDINGS-REPORT-FILE.
       01  STANDINGS-REPORT-LINE  PIC X(100).
       FD  PERIOD-STATE-FILE.
       01  PERIOD-STATE-RECORD.
           02 PD-PERIOD-NO        PIC 9(4).
           02 PD-PREV-CLOSE-DATE  PIC 9(8).
           02 PD-OPEN-DATE        PIC 9(8).
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE         PIC X(90).
       FD  ARREARS-REPORT-FILE.
       01  ARREARS-REPORT-LINE    PIC X(90).
       FD  PRIZE-REPORT-FILE.
       01  PRIZE-REPORT-LINE      PIC X(90).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD       PIC X(22).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-TABLE-FULL-FLAG  PIC 9     VALUE 0.
          88 TABLE-FULL                 VALUE 1 FALSE 0.
       01 WS-TXN-OVERFLOW-FLAG PIC 9    VALUE 0.
          88 TXN-OVERFLOW               VALUE 1 FALSE 0.
       01 WS-PRIZES-PAID-FLAG PIC 9     VALUE 0.
          88 PRIZES-ALREADY-PAID        VALUE 1 FALSE 0.
       01 WS-POSTED-COUNT     PIC 9(6)  VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(6)  VALUE 0.
       01 WS-UNREADABLE-COUNT PIC 9(6)  VALUE 0.
       01 WS-REJECT-REASON    PIC X(20).
       01 WS-TXN-TYPE         PIC X(5).
       01 WS-TXN-AMOUNT       PIC 9(7)V99.
       01 WS-TXN-DATE         PIC X(8).

      *    The LEDGRIN lines; those rejected are written back.
       01 WS-TXN-COUNT        PIC 9(4)  VALUE 0.
       01 WS-TXN-TABLE.
          05 WS-TXN-ENTRY OCCURS 2000.
             10 WS-TX-RECORD     PIC X(63).
             10 WS-TX-REJECTED   PIC X.

      *    Run parameters -- see the header for the defaults. A zero
      *    prize date pays no prizes; a zero prize fund means the
      *    fund is figured from the season's fees.
       01 WS-SEASON-START     PIC 9(8)  VALUE 0.
       01 WS-PRIZE-DATE       PIC 9(8)  VALUE 0.
       01 WS-PRIZE-FUND       PIC 9(7)V99 VALUE 0.
       01 WS-PRIZE-PCT        PIC 9(3)  VALUE 100.
       01 WS-GRACE-DAYS       PIC 9(3)  VALUE 30.
       01 WS-STMT-START       PIC 9(8).
       01 WS-GRACE-CUTOFF     PIC 9(8).
       01 WS-SPLIT-TEXT       PIC X(40) VALUE "50/30/20".
       01 WS-SPLIT-COUNT      PIC 9(2)  VALUE 3.
       01 WS-SPLIT-TABLE.
          05 WS-SPLIT-PCT     PIC 9(3)  OCCURS 10.
       01 WS-SPLIT-WORK.
          05 WS-SW-COUNT      PIC 9(2).
          05 WS-SW-TOTAL      PIC 9(4).
          05 WS-SW-PTR        PIC 9(2).
          05 WS-SW-PART       PIC X(40).
          05 WS-SW-PCT        PIC 9(3)  OCCURS 10.
          05 WS-SW-BAD-FLAG   PIC 9.
             88 SPLIT-IS-BAD            VALUE 1 FALSE 0.

      *    One account per player met on the ledger or the input.
      *    The opening balance is everything dated before the
      *    statement period; the fees due are those charged on or
      *    before the grace cutoff, against which every payment and
      *    prize credit counts.
       01 WS-PLAYER-MAX       PIC 9(3)  VALUE 200.
       01 WS-PLAYER-COUNT     PIC 9(3)  VALUE 0.
       01 WS-PLAYER-TABLE.
          05 WS-PLAYER-ENTRY OCCURS 200.
             10 WS-PL-NAME       PIC X(20).
             10 WS-PL-OPENING    PIC S9(7)V99.
             10 WS-PL-BALANCE    PIC S9(7)V99.
             10 WS-PL-DUE-FEES   PIC 9(7)V99.
             10 WS-PL-CREDITS    PIC 9(7)V99.
             10 WS-PL-OVERDUE    PIC 9(7)V99.
             10 WS-PL-LINES      PIC 9(4).
             10 WS-PL-MARKED     PIC X.

      *    Ledger lines dated inside the statement period, in the
      *    order they were posted.
       01 WS-LINE-COUNT       PIC 9(4)  VALUE 0.
       01 WS-LINE-DROPPED     PIC 9(4)  VALUE 0.
       01 WS-LINE-TABLE.
          05 WS-LINE-ENTRY OCCURS 5000.
             10 WS-LN-PLAYER     PIC 9(3).
             10 WS-LN-DATE       PIC X(8).
             10 WS-LN-TYPE       PIC X(5).
             10 WS-LN-AMOUNT     PIC 9(7)V99.
             10 WS-LN-REFERENCE  PIC X(20).

      *    The final standings, in report order.
       01 WS-STANDING-COUNT   PIC 9(2)  VALUE 0.
       01 WS-STANDING-TABLE.
          05 WS-STANDING-ENTRY OCCURS 50.
             10 WS-SD-RANK       PIC 9(2).
             10 WS-SD-PLAYER     PIC X(20).
             10 WS-SD-SLOT       PIC 9(3).
             10 WS-SD-ELIGIBLE   PIC X.
             10 WS-SD-NOTE       PIC X(26).
             10 WS-SD-PLACE      PIC 9(2).
             10 WS-SD-AMOUNT     PIC 9(7)V99.

       01 WS-SEASON-FEES      PIC 9(7)V99 VALUE 0.
       01 WS-FUND             PIC 9(7)V99.
       01 WS-PAID-TOTAL       PIC 9(7)V99.
       01 WS-UNPAID           PIC 9(7)V99.
       01 WS-SHARE-PCT        PIC 9(4).
       01 WS-TIED             PIC 9(2).
       01 WS-AWARD-COUNT      PIC 9(2)  VALUE 0.
       01 WS-ARREARS-COUNT    PIC 9(3)  VALUE 0.
       01 WS-STATEMENT-COUNT  PIC 9(3)  VALUE 0.
       01 WS-SEASON-REF.
          05 FILLER              PIC X(7) VALUE "SEASON ".
          05 WS-SR-START         PIC 9(8).
       01 WS-PLAYER-KEY       PIC X(20).
       01 WS-MONEY-SHOW       PIC -(7)9.99.
       01 WS-MONEY-SHOW-2     PIC -(7)9.99.
       01 WS-RANK-SHOW        PIC Z9.
       01 WS-PLACE-SHOW       PIC 99.
       01 WS-DAYS-SHOW        PIC ZZ9.

       77 I                   PIC 9(4).
       77 T                   PIC 9(4).
       77 P                   PIC 9(2).
       77 Q                   PIC 9(2).
       77 K                   PIC 9(2).
       77 WS-FOUND-IDX        PIC 9(3).

      *    Shared league ledger layouts.
       COPY "league-ledger.cpy".
      *    Shared audit-log record layout.
       COPY "audit-log.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       LEAGUE-LEDGER.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-LEDGER-PARMS
           MOVE WS-SEASON-START TO WS-SR-START
           PERFORM LOAD-LEDGER-HISTORY
           IF TABLE-FULL
              DISPLAY "LEAGUE-LEDGER: LEDGER holds more than "
                 WS-PLAYER-MAX " players -- nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-LEDGER-TRANSACTIONS
           IF TXN-OVERFLOW
              DISPLAY "LEAGUE-LEDGER: more than 2000 lines on LEDGRIN"
                 " -- nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM POST-TRANSACTIONS
           PERFORM LOAD-INELIGIBLE-LIST
           PERFORM FIGURE-ARREARS
      *    Paid on the first run on or after the prize date, so a
      *    missed day or a late STANDRPT still pays; a PRIZEDATE from
      *    before the season opened is last season's.
           IF WS-PRIZE-DATE > 0
              AND WS-PRIZE-DATE >= WS-SEASON-START
              AND BD-BUSINESS-DATE >= WS-PRIZE-DATE
              AND NOT PRIZES-ALREADY-PAID
              PERFORM PAY-SEASON-PRIZES
              PERFORM FIGURE-ARREARS
           END-IF
           IF WS-PRIZE-DATE > 0
              AND BD-BUSINESS-DATE = WS-PRIZE-DATE
              AND PRIZES-ALREADY-PAID
              AND WS-AWARD-COUNT = 0
              DISPLAY "LEAGUE-LEDGER: prizes for the season from "
                 WS-SEASON-START " already paid"
           END-IF
           PERFORM WRITE-STATEMENTS
           PERFORM WRITE-ARREARS

           DISPLAY "LEAGUE-LEDGER: " WS-POSTED-COUNT " POSTED, "
              WS-REJECT-COUNT " REJECTED, " WS-AWARD-COUNT
              " PRIZES, " WS-STATEMENT-COUNT " STATEMENTS, "
              WS-ARREARS-COUNT " IN ARREARS"
           IF WS-LINE-DROPPED > 0
              DISPLAY "LEAGUE-LEDGER: statement table full, "
                 WS-LINE-DROPPED " ledger lines not printed"
           END-IF
           IF WS-UNREADABLE-COUNT > 0
              DISPLAY "LEAGUE-LEDGER: " WS-UNREADABLE-COUNT
                 " LEDGER lines unreadable and not counted"
           END-IF
           IF WS-REJECT-COUNT > 0 OR WS-LINE-DROPPED > 0
              OR WS-UNREADABLE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    PARMMST entries in force on the business date; an absent
      *    or unusable entry leaves the default.
       LOAD-LEDGER-PARMS.
           PERFORM LOAD-PERIOD-STATE
           MOVE BD-BUSINESS-DATE TO WS-STMT-START
           MOVE "01" TO WS-STMT-START(7:2)
           MOVE "LEAGUE-LEDGER" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "SEASONSTART" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:8) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:8) TO WS-SEASON-START
           END-IF
           MOVE "PRIZEDATE" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:8) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:8) TO WS-PRIZE-DATE
           END-IF
           MOVE "STMTSTART" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:8) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:8) TO WS-STMT-START
           END-IF
           MOVE "PRIZEFUND" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) > 0
                 AND NUMVAL(PP-FOUND-VALUE) < 10000000
                 COMPUTE WS-PRIZE-FUND = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "PRIZEPCT" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 100
                 COMPUTE WS-PRIZE-PCT = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "GRACEDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 0
                 AND NUMVAL(PP-FOUND-VALUE) <= 365
                 COMPUTE WS-GRACE-DAYS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "PRIZESPLIT" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE NOT = SPACES
              PERFORM PARSE-PRIZE-SPLIT
           ELSE
              MOVE 50 TO WS-SPLIT-PCT(1)
              MOVE 30 TO WS-SPLIT-PCT(2)
              MOVE 20 TO WS-SPLIT-PCT(3)
           END-IF
           COMPUTE WS-GRACE-CUTOFF = DATE-OF-INTEGER(
              INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
              - WS-GRACE-DAYS)
           .
       LOAD-LEDGER-PARMS-EXIT.
           EXIT.

      *    PRIZESPLIT is the percentage for each place in order,
      *    slash-separated, first place first: whole numbers, at most
      *    ten places, adding up to 100. Anything else keeps the
      *    default split and says so.
       PARSE-PRIZE-SPLIT.
           MOVE 0 TO WS-SW-COUNT
           MOVE 0 TO WS-SW-TOTAL
           MOVE 1 TO WS-SW-PTR
           SET SPLIT-IS-BAD TO FALSE
           PERFORM UNTIL WS-SW-PTR > 40
                   OR PP-FOUND-VALUE(WS-SW-PTR:) = SPACES
                   MOVE SPACES TO WS-SW-PART
                   UNSTRING PP-FOUND-VALUE DELIMITED BY "/"
                      INTO WS-SW-PART
                      WITH POINTER WS-SW-PTR
                   END-UNSTRING
                   IF WS-SW-COUNT = 10
                      OR WS-SW-PART = SPACES
                      OR TEST-NUMVAL(WS-SW-PART) NOT = 0
                      SET SPLIT-IS-BAD TO TRUE
                      EXIT PERFORM
                   END-IF
                   IF NUMVAL(WS-SW-PART) < 1
                      OR NUMVAL(WS-SW-PART) > 100
                      OR NUMVAL(WS-SW-PART)
                         NOT = INTEGER(NUMVAL(WS-SW-PART))
                      SET SPLIT-IS-BAD TO TRUE
                      EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-SW-COUNT
                   COMPUTE WS-SW-PCT(WS-SW-COUNT) =
                      NUMVAL(WS-SW-PART)
                   ADD WS-SW-PCT(WS-SW-COUNT) TO WS-SW-TOTAL
           END-PERFORM
           IF WS-SW-TOTAL NOT = 100
              SET SPLIT-IS-BAD TO TRUE
           END-IF
           IF SPLIT-IS-BAD
              DISPLAY "LEAGUE-LEDGER: PRIZESPLIT " PP-FOUND-VALUE
                 " unusable, default split 50/30/20 used"
              MOVE 50 TO WS-SPLIT-PCT(1)
              MOVE 30 TO WS-SPLIT-PCT(2)
              MOVE 20 TO WS-SPLIT-PCT(3)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SW-COUNT TO WS-SPLIT-COUNT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SPLIT-COUNT
                   MOVE WS-SW-PCT(K) TO WS-SPLIT-PCT(K)
           END-PERFORM
           MOVE PP-FOUND-VALUE TO WS-SPLIT-TEXT
           .
       PARSE-PRIZE-SPLIT-EXIT.
           EXIT.

      *    With no SEASONSTART the season is the league period
      *    PERIOD-CLOSE last opened.
       LOAD-PERIOD-STATE.
           OPEN INPUT PERIOD-STATE-FILE
           READ PERIOD-STATE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF PD-OPEN-DATE IS NUMERIC
                    MOVE PD-OPEN-DATE TO WS-SEASON-START
                 END-IF
           END-READ
           CLOSE PERIOD-STATE-FILE
           .
       LOAD-PERIOD-STATE-EXIT.
           EXIT.

      *    Brings every account up to date from the ledger. A line
      *    whose amount will not read is counted, not guessed at.
       LOAD-LEDGER-HISTORY.
           SET TABLE-FULL TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT LEDGER-FILE
           PERFORM UNTIL FILE-EOF
                   READ LEDGER-FILE INTO LG-LEDGER-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF LG-AMOUNT IS NOT NUMERIC
                            OR LG-POSTED-DATE IS NOT NUMERIC
                            OR NOT (LG-FEE OR LG-PAYMENT OR LG-PRIZE)
                            ADD 1 TO WS-UNREADABLE-COUNT
                         ELSE
                            PERFORM ACCOUNT-ONE-ENTRY
                            IF TABLE-FULL
                               SET FILE-EOF TO TRUE
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .
       LOAD-LEDGER-HISTORY-EXIT.
           EXIT.

      *    Applies the ledger entry in LG-LEDGER-RECORD to its
      *    player's account and, when it falls in the statement
      *    period, keeps it for the statement.
       ACCOUNT-ONE-ENTRY.
           MOVE LG-PLAYER-NAME TO WS-PLAYER-KEY
           PERFORM LOCATE-PLAYER-SLOT
           IF WS-FOUND-IDX = 0
              SET TABLE-FULL TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF LG-FEE
              ADD LG-AMOUNT TO WS-PL-BALANCE(WS-FOUND-IDX)
              IF LG-POSTED-DATE < WS-STMT-START
                 ADD LG-AMOUNT TO WS-PL-OPENING(WS-FOUND-IDX)
              END-IF
              IF LG-POSTED-DATE <= WS-GRACE-CUTOFF
                 ADD LG-AMOUNT TO WS-PL-DUE-FEES(WS-FOUND-IDX)
              END-IF
              IF LG-POSTED-DATE >= WS-SEASON-START
                 ADD LG-AMOUNT TO WS-SEASON-FEES
              END-IF
           ELSE
              SUBTRACT LG-AMOUNT FROM WS-PL-BALANCE(WS-FOUND-IDX)
              IF LG-POSTED-DATE < WS-STMT-START
                 SUBTRACT LG-AMOUNT FROM WS-PL-OPENING(WS-FOUND-IDX)
              END-IF
              ADD LG-AMOUNT TO WS-PL-CREDITS(WS-FOUND-IDX)
           END-IF
           IF LG-PRIZE
              AND LG-REFERENCE(1:15) = WS-SEASON-REF
              SET PRIZES-ALREADY-PAID TO TRUE
           END-IF
           IF LG-POSTED-DATE < WS-STMT-START
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE-COUNT NOT < 5000
              ADD 1 TO WS-LINE-DROPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-PL-LINES(WS-FOUND-IDX)
           MOVE WS-FOUND-IDX TO WS-LN-PLAYER(WS-LINE-COUNT)
           MOVE LG-POSTED-DATE TO WS-LN-DATE(WS-LINE-COUNT)
           MOVE LG-TYPE TO WS-LN-TYPE(WS-LINE-COUNT)
           MOVE LG-AMOUNT TO WS-LN-AMOUNT(WS-LINE-COUNT)
           MOVE LG-REFERENCE TO WS-LN-REFERENCE(WS-LINE-COUNT)
           .
       ACCOUNT-ONE-ENTRY-EXIT.
           EXIT.

      *    Finds (or opens) the account for WS-PLAYER-KEY, leaving
      *    its subscript in WS-FOUND-IDX; zero when the table is
      *    full.
       LOCATE-PLAYER-SLOT.
           PERFORM FIND-PLAYER-SLOT
           IF WS-FOUND-IDX > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-PLAYER-COUNT NOT < WS-PLAYER-MAX
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAYER-COUNT
           MOVE WS-PLAYER-COUNT TO WS-FOUND-IDX
           MOVE WS-PLAYER-KEY TO WS-PL-NAME(WS-FOUND-IDX)
           MOVE 0 TO WS-PL-OPENING(WS-FOUND-IDX)
           MOVE 0 TO WS-PL-BALANCE(WS-FOUND-IDX)
           MOVE 0 TO WS-PL-DUE-FEES(WS-FOUND-IDX)
           MOVE 0 TO WS-PL-CREDITS(WS-FOUND-IDX)
           MOVE 0 TO WS-PL-OVERDUE(WS-FOUND-IDX)
           MOVE 0 TO WS-PL-LINES(WS-FOUND-IDX)
           MOVE "N" TO WS-PL-MARKED(WS-FOUND-IDX)
           .
       LOCATE-PLAYER-SLOT-EXIT.
           EXIT.

       FIND-PLAYER-SLOT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-PLAYER-COUNT OR WS-FOUND-IDX > 0
                   IF WS-PL-NAME(I) = WS-PLAYER-KEY
                      MOVE I TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           .
       FIND-PLAYER-SLOT-EXIT.
           EXIT.

      *    Validates and posts the treasurer's transactions. Rejects
      *    go to the shared audit log instead of the ledger.
      *    LEDGRIN is then rewritten with only the rejects.
       POST-TRANSACTIONS.
           OPEN EXTEND LEDGER-FILE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TXN-COUNT
                   MOVE WS-TX-RECORD(T) TO LEDGER-TXN-RECORD
                   PERFORM POST-ONE-TRANSACTION
           END-PERFORM
           CLOSE LEDGER-FILE
           IF WS-POSTED-COUNT > 0
              OPEN OUTPUT LEDGER-TXN-FILE
              PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TXN-COUNT
                      IF WS-TX-REJECTED(T) = "Y"
                         MOVE WS-TX-RECORD(T) TO LEDGER-TXN-RECORD
                         WRITE LEDGER-TXN-RECORD
                      END-IF
              END-PERFORM
              CLOSE LEDGER-TXN-FILE
           END-IF
           .
       POST-TRANSACTIONS-EXIT.
           EXIT.

      *    Reads LEDGRIN whole before anything is posted, so a file
      *    too big for the table is refused rather than cut short.
       LOAD-LEDGER-TRANSACTIONS.
           MOVE 0 TO WS-TXN-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT LEDGER-TXN-FILE
           PERFORM UNTIL FILE-EOF
                   READ LEDGER-TXN-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF LEDGER-TXN-RECORD NOT = SPACES
                            PERFORM KEEP-ONE-TRANSACTION
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE LEDGER-TXN-FILE
           .
       LOAD-LEDGER-TRANSACTIONS-EXIT.
           EXIT.

       KEEP-ONE-TRANSACTION.
           IF WS-TXN-COUNT NOT < 2000
              SET TXN-OVERFLOW TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXN-COUNT
           MOVE LEDGER-TXN-RECORD TO WS-TX-RECORD(WS-TXN-COUNT)
           MOVE "N" TO WS-TX-REJECTED(WS-TXN-COUNT)
           .
       KEEP-ONE-TRANSACTION-EXIT.
           EXIT.

       POST-ONE-TRANSACTION.
           INITIALIZE WS-REJECT-REASON
           MOVE UPPER-CASE(LT-TYPE) TO WS-TXN-TYPE
           MOVE LT-DATE TO WS-TXN-DATE
           IF WS-TXN-DATE = SPACES
              MOVE BD-BUSINESS-DATE TO WS-TXN-DATE
           END-IF
           EVALUATE TRUE
              WHEN LT-PLAYER-NAME = SPACES
                 MOVE "NO PLAYER" TO WS-REJECT-REASON
              WHEN WS-TXN-TYPE NOT = "FEE" AND NOT = "PAY"
                 MOVE "BAD TYPE" TO WS-REJECT-REASON
      *    The amount is keyed as the treasurer writes it, either
      *    side of the field, pence optional.
              WHEN LT-AMOUNT = SPACES
                 MOVE "BAD AMOUNT" TO WS-REJECT-REASON
              WHEN TEST-NUMVAL(LT-AMOUNT) NOT = 0
                 MOVE "BAD AMOUNT" TO WS-REJECT-REASON
              WHEN NUMVAL(LT-AMOUNT) <= 0
                 OR NUMVAL(LT-AMOUNT) >= 10000000
                 MOVE "BAD AMOUNT" TO WS-REJECT-REASON
              WHEN NUMVAL(LT-AMOUNT) * 100
                 NOT = INTEGER(NUMVAL(LT-AMOUNT) * 100)
                 MOVE "BAD AMOUNT" TO WS-REJECT-REASON
              WHEN WS-TXN-DATE IS NOT NUMERIC
                 MOVE "BAD DATE" TO WS-REJECT-REASON
              WHEN TEST-DATE-YYYYMMDD(NUMVAL(WS-TXN-DATE)) NOT = 0
                 MOVE "BAD DATE" TO WS-REJECT-REASON
              WHEN WS-TXN-DATE > BD-BUSINESS-DATE
                 MOVE "FUTURE DATE" TO WS-REJECT-REASON
              WHEN OTHER
                 COMPUTE WS-TXN-AMOUNT = NUMVAL(LT-AMOUNT)
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              MOVE LT-PLAYER-NAME TO WS-PLAYER-KEY
              PERFORM LOCATE-PLAYER-SLOT
              IF WS-FOUND-IDX = 0
                 MOVE "PLAYER TABLE FULL" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE "Y" TO WS-TX-REJECTED(T)
              PERFORM WRITE-AUDIT-ENTRY
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LG-LEDGER-RECORD
           MOVE LT-PLAYER-NAME TO LG-PLAYER-NAME
           MOVE WS-TXN-DATE TO LG-POSTED-DATE
           MOVE WS-TXN-TYPE TO LG-TYPE
           MOVE WS-TXN-AMOUNT TO LG-AMOUNT
           MOVE LT-REFERENCE TO LG-REFERENCE
           WRITE LEDGER-RECORD FROM LG-LEDGER-RECORD
           PERFORM ACCOUNT-ONE-ENTRY
           ADD 1 TO WS-POSTED-COUNT
           .
       POST-ONE-TRANSACTION-EXIT.
           EXIT.

      *    Appends a rejected transaction to AUDIT-LOG-FILE for the
      *    cross-program audit trail.
       WRITE-AUDIT-ENTRY.
           MOVE "LEAGUE-LEDGER" TO AL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING LT-PLAYER-NAME DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              LT-TYPE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              LT-AMOUNT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-REJECT-REASON DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM WRITE-SEALED-AUDIT
           .
       WRITE-AUDIT-ENTRY-EXIT.
           EXIT.

       WRITE-SEALED-AUDIT.
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       WRITE-SEALED-AUDIT-EXIT.
           EXIT.

      *    Marks every player SCORE-POST found playing in arrears on
      *    a game dated in the current season.
       LOAD-INELIGIBLE-LIST.
           SET FILE-EOF TO FALSE
           OPEN INPUT INELIGIBLE-FILE
           PERFORM UNTIL FILE-EOF
                   READ INELIGIBLE-FILE INTO LG-INELIGIBLE-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF LI-GAME-DATE IS NUMERIC
                            AND LI-GAME-DATE >= WS-SEASON-START
                            MOVE LI-PLAYER-NAME TO WS-PLAYER-KEY
                            PERFORM FIND-PLAYER-SLOT
                            IF WS-FOUND-IDX > 0
                               MOVE "Y" TO WS-PL-MARKED(WS-FOUND-IDX)
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE INELIGIBLE-FILE
           .
       LOAD-INELIGIBLE-LIST-EXIT.
           EXIT.

      *    Overdue is the fees past their grace period less every
      *    payment and prize credit; only a positive figure is
      *    arrears.
       FIGURE-ARREARS.
           MOVE 0 TO WS-ARREARS-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLAYER-COUNT
                   IF WS-PL-DUE-FEES(I) > WS-PL-CREDITS(I)
                      COMPUTE WS-PL-OVERDUE(I) =
                         WS-PL-DUE-FEES(I) - WS-PL-CREDITS(I)
                      ADD 1 TO WS-ARREARS-COUNT
                   ELSE
                      MOVE 0 TO WS-PL-OVERDUE(I)
                   END-IF
           END-PERFORM
           .
       FIGURE-ARREARS-EXIT.
           EXIT.

      *    Pays the season's prizes from the final standings. Each
      *    eligible finisher's place counts only the eligible players
      *    ranked above them, so an ineligible player's place passes
      *    down; players tied on a rank split the shares of the
      *    places they cover, to the penny, and any odd pence stay
      *    in the fund.
       PAY-SEASON-PRIZES.
           PERFORM LOAD-FINAL-STANDINGS
           IF WS-STANDING-COUNT = 0
              DISPLAY "LEAGUE-LEDGER: STANDRPT empty or absent,"
                 " no prizes paid"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-PRIZE-FUND > 0
              MOVE WS-PRIZE-FUND TO WS-FUND
           ELSE
              COMPUTE WS-FUND = WS-SEASON-FEES * WS-PRIZE-PCT / 100
           END-IF
           IF WS-FUND = 0
              DISPLAY "LEAGUE-LEDGER: prize fund is nil,"
                 " no prizes paid"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-STANDING-COUNT
                   PERFORM JUDGE-PRIZE-ELIGIBILITY
           END-PERFORM
           MOVE 0 TO WS-PAID-TOTAL
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-STANDING-COUNT
                   IF WS-SD-ELIGIBLE(P) = "Y"
                      PERFORM FIGURE-ONE-AWARD
                   END-IF
           END-PERFORM
           PERFORM POST-PRIZE-AWARDS
           PERFORM WRITE-PRIZE-REPORT
           .
       PAY-SEASON-PRIZES-EXIT.
           EXIT.

      *    The ranked lines of YACHT-STANDINGS' report: "RANK nn "
      *    followed by the player.
       LOAD-FINAL-STANDINGS.
           MOVE 0 TO WS-STANDING-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT STANDINGS-REPORT-FILE
           PERFORM UNTIL FILE-EOF
                   READ STANDINGS-REPORT-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF STANDINGS-REPORT-LINE(1:5) = "RANK "
                            AND STANDINGS-REPORT-LINE(9:20)
                               NOT = SPACES
                            AND TEST-NUMVAL(
                               STANDINGS-REPORT-LINE(6:2)) = 0
                            AND WS-STANDING-COUNT < 50
                            ADD 1 TO WS-STANDING-COUNT
                            MOVE WS-STANDING-COUNT TO P
                            COMPUTE WS-SD-RANK(P) =
                               NUMVAL(STANDINGS-REPORT-LINE(6:2))
                            MOVE STANDINGS-REPORT-LINE(9:20)
                               TO WS-SD-PLAYER(P)
                            MOVE 0 TO WS-SD-PLACE(P)
                            MOVE 0 TO WS-SD-AMOUNT(P)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE STANDINGS-REPORT-FILE
           .
       LOAD-FINAL-STANDINGS-EXIT.
           EXIT.

       JUDGE-PRIZE-ELIGIBILITY.
           MOVE "Y" TO WS-SD-ELIGIBLE(P)
           MOVE SPACES TO WS-SD-NOTE(P)
           MOVE WS-SD-PLAYER(P) TO WS-PLAYER-KEY
           PERFORM FIND-PLAYER-SLOT
           MOVE WS-FOUND-IDX TO WS-SD-SLOT(P)
           IF WS-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-PL-OVERDUE(WS-FOUND-IDX) > 0
              MOVE "N" TO WS-SD-ELIGIBLE(P)
              MOVE "INELIGIBLE - IN ARREARS" TO WS-SD-NOTE(P)
           ELSE
              IF WS-PL-MARKED(WS-FOUND-IDX) = "Y"
                 MOVE "N" TO WS-SD-ELIGIBLE(P)
                 MOVE "INELIGIBLE - PLAYED OWING" TO WS-SD-NOTE(P)
              END-IF
           END-IF
           .
       JUDGE-PRIZE-ELIGIBILITY-EXIT.
           EXIT.

       FIGURE-ONE-AWARD.
           MOVE 1 TO WS-SD-PLACE(P)
           MOVE 0 TO WS-TIED
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-STANDING-COUNT
                   IF WS-SD-ELIGIBLE(Q) = "Y"
                      IF WS-SD-RANK(Q) < WS-SD-RANK(P)
                         ADD 1 TO WS-SD-PLACE(P)
                      END-IF
                      IF WS-SD-RANK(Q) = WS-SD-RANK(P)
                         ADD 1 TO WS-TIED
                      END-IF
                   END-IF
           END-PERFORM
           MOVE 0 TO WS-SHARE-PCT
           PERFORM VARYING K FROM WS-SD-PLACE(P) BY 1
              UNTIL K > WS-SPLIT-COUNT
                 OR K >= WS-SD-PLACE(P) + WS-TIED
                   ADD WS-SPLIT-PCT(K) TO WS-SHARE-PCT
           END-PERFORM
           COMPUTE WS-SD-AMOUNT(P) =
              WS-FUND * WS-SHARE-PCT / 100 / WS-TIED
           ADD WS-SD-AMOUNT(P) TO WS-PAID-TOTAL
           .
       FIGURE-ONE-AWARD-EXIT.
           EXIT.

      *    Credits each award to the winner's account on the ledger
      *    under the season's reference, then certifies the payout.
       POST-PRIZE-AWARDS.
           MOVE 0 TO WS-AWARD-COUNT
           OPEN EXTEND LEDGER-FILE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-STANDING-COUNT
                   IF WS-SD-AMOUNT(P) > 0
                      MOVE SPACES TO LG-LEDGER-RECORD
                      MOVE WS-SD-PLAYER(P) TO LG-PLAYER-NAME
                      MOVE BD-BUSINESS-DATE TO LG-POSTED-DATE
                      MOVE "PRIZE" TO LG-TYPE
                      MOVE WS-SD-AMOUNT(P) TO LG-AMOUNT
                      MOVE WS-SD-PLACE(P) TO WS-PLACE-SHOW
                      STRING WS-SEASON-REF DELIMITED BY SIZE
                         " P" DELIMITED BY SIZE
                         WS-PLACE-SHOW DELIMITED BY SIZE
                         INTO LG-REFERENCE
                      END-STRING
                      WRITE LEDGER-RECORD FROM LG-LEDGER-RECORD
                      PERFORM ACCOUNT-ONE-ENTRY
                      ADD 1 TO WS-AWARD-COUNT
                   END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           COMPUTE WS-UNPAID = WS-FUND - WS-PAID-TOTAL
           MOVE "LEAGUE-LEDGER" TO AL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           MOVE WS-PAID-TOTAL TO WS-MONEY-SHOW
           MOVE WS-FUND TO WS-MONEY-SHOW-2
           STRING "PRIZES " DELIMITED BY SIZE
              WS-SEASON-REF DELIMITED BY SIZE
              " FUND " DELIMITED BY SIZE
              TRIM(WS-MONEY-SHOW-2) DELIMITED BY SIZE
              " PAID " DELIMITED BY SIZE
              TRIM(WS-MONEY-SHOW) DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-AWARD-COUNT DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM WRITE-SEALED-AUDIT
           .
       POST-PRIZE-AWARDS-EXIT.
           EXIT.

       WRITE-PRIZE-REPORT.
           OPEN OUTPUT PRIZE-REPORT-FILE
           MOVE SPACES TO PRIZE-REPORT-LINE
           MOVE WS-FUND TO WS-MONEY-SHOW
           STRING "PRIZE AWARDS FOR THE SEASON FROM " DELIMITED BY SIZE
              WS-SEASON-START DELIMITED BY SIZE
              " FUND " DELIMITED BY SIZE
              TRIM(WS-MONEY-SHOW) DELIMITED BY SIZE
              " SPLIT " DELIMITED BY SIZE
              WS-SPLIT-TEXT DELIMITED BY SPACE
              INTO PRIZE-REPORT-LINE
           END-STRING
           WRITE PRIZE-REPORT-LINE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-STANDING-COUNT
                   MOVE SPACES TO PRIZE-REPORT-LINE
                   MOVE WS-SD-RANK(P) TO WS-RANK-SHOW
                   IF WS-SD-ELIGIBLE(P) = "Y"
                      MOVE WS-SD-PLACE(P) TO WS-PLACE-SHOW
                      MOVE WS-SD-AMOUNT(P) TO WS-MONEY-SHOW
                      STRING "RANK " DELIMITED BY SIZE
                         WS-RANK-SHOW DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-SD-PLAYER(P) DELIMITED BY SIZE
                         " PLACE " DELIMITED BY SIZE
                         WS-PLACE-SHOW DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-MONEY-SHOW DELIMITED BY SIZE
                         INTO PRIZE-REPORT-LINE
                      END-STRING
                   ELSE
                      STRING "RANK " DELIMITED BY SIZE
                         WS-RANK-SHOW DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-SD-PLAYER(P) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-SD-NOTE(P) DELIMITED BY SIZE
                         INTO PRIZE-REPORT-LINE
                      END-STRING
                   END-IF
                   WRITE PRIZE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO PRIZE-REPORT-LINE
           MOVE WS-PAID-TOTAL TO WS-MONEY-SHOW
           MOVE WS-UNPAID TO WS-MONEY-SHOW-2
           STRING "PAID " DELIMITED BY SIZE
              TRIM(WS-MONEY-SHOW) DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-AWARD-COUNT DELIMITED BY SIZE
              " PLAYERS, " DELIMITED BY SIZE
              TRIM(WS-MONEY-SHOW-2) DELIMITED BY SIZE
              " LEFT IN THE FUND" DELIMITED BY SIZE
              INTO PRIZE-REPORT-LINE
           END-STRING
           WRITE PRIZE-REPORT-LINE
           CLOSE PRIZE-REPORT-FILE
           .
       WRITE-PRIZE-REPORT-EXIT.
           EXIT.

      *    One statement per player with an opening balance or
      *    activity in the period: opening balance, the period's
      *    lines (credits shown negative), closing balance and any
      *    amount overdue. A negative balance is in the player's
      *    credit.
       WRITE-STATEMENTS.
           MOVE 0 TO WS-STATEMENT-COUNT
           OPEN OUTPUT STATEMENT-FILE
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
              UNTIL WS-FOUND-IDX > WS-PLAYER-COUNT
                   IF WS-PL-LINES(WS-FOUND-IDX) > 0
                      OR WS-PL-OPENING(WS-FOUND-IDX) NOT = 0
                      PERFORM WRITE-ONE-STATEMENT
                   END-IF
           END-PERFORM
           CLOSE STATEMENT-FILE
           .
       WRITE-STATEMENTS-EXIT.
           EXIT.

       WRITE-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENT FOR " DELIMITED BY SIZE
              WS-PL-NAME(WS-FOUND-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-STMT-START DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-PL-OPENING(WS-FOUND-IDX) TO WS-MONEY-SHOW
           STRING "   OPENING BALANCE" DELIMITED BY SIZE
              "                   " DELIMITED BY SIZE
              WS-MONEY-SHOW DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LINE-COUNT
                   IF WS-LN-PLAYER(I) = WS-FOUND-IDX
                      PERFORM WRITE-ONE-STATEMENT-LINE
                   END-IF
           END-PERFORM
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-PL-BALANCE(WS-FOUND-IDX) TO WS-MONEY-SHOW
           STRING "   CLOSING BALANCE" DELIMITED BY SIZE
              "                   " DELIMITED BY SIZE
              WS-MONEY-SHOW DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           IF WS-PL-OVERDUE(WS-FOUND-IDX) > 0
              MOVE WS-PL-OVERDUE(WS-FOUND-IDX) TO WS-MONEY-SHOW
              MOVE "  OVERDUE" TO STATEMENT-LINE(50:9)
              MOVE WS-MONEY-SHOW TO STATEMENT-LINE(59:11)
           END-IF
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           .
       WRITE-ONE-STATEMENT-EXIT.
           EXIT.

       WRITE-ONE-STATEMENT-LINE.
           IF WS-LN-TYPE(I) = "FEE"
              MOVE WS-LN-AMOUNT(I) TO WS-MONEY-SHOW
           ELSE
              COMPUTE WS-MONEY-SHOW = 0 - WS-LN-AMOUNT(I)
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING "   " DELIMITED BY SIZE
              WS-LN-DATE(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-LN-TYPE(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-LN-REFERENCE(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-MONEY-SHOW DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           .
       WRITE-ONE-STATEMENT-LINE-EXIT.
           EXIT.

      *    ARRSRPT for the treasurer and the ARREARS list for
      *    SCORE-POST, both rewritten whole every run.
       WRITE-ARREARS.
           OPEN OUTPUT ARREARS-REPORT-FILE
           OPEN OUTPUT ARREARS-FILE
           MOVE SPACES TO ARREARS-REPORT-LINE
           MOVE WS-GRACE-DAYS TO WS-DAYS-SHOW
           STRING "PLAYERS IN ARREARS AT " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              " - FEES UNPAID AFTER " DELIMITED BY SIZE
              TRIM(WS-DAYS-SHOW) DELIMITED BY SIZE
              " DAYS" DELIMITED BY SIZE
              INTO ARREARS-REPORT-LINE
           END-STRING
           WRITE ARREARS-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLAYER-COUNT
                   IF WS-PL-OVERDUE(I) > 0
                      MOVE SPACES TO ARREARS-REPORT-LINE
                      MOVE WS-PL-OVERDUE(I) TO WS-MONEY-SHOW
                      MOVE WS-PL-BALANCE(I) TO WS-MONEY-SHOW-2
                      STRING WS-PL-NAME(I) DELIMITED BY SIZE
                         " OVERDUE " DELIMITED BY SIZE
                         WS-MONEY-SHOW DELIMITED BY SIZE
                         " BALANCE " DELIMITED BY SIZE
                         WS-MONEY-SHOW-2 DELIMITED BY SIZE
                         INTO ARREARS-REPORT-LINE
                      END-STRING
                      WRITE ARREARS-REPORT-LINE
                      MOVE SPACES TO LG-ARREARS-RECORD
                      MOVE WS-PL-NAME(I) TO LA-PLAYER-NAME
                      MOVE WS-PL-OVERDUE(I) TO LA-OVERDUE
                      WRITE ARREARS-RECORD FROM LG-ARREARS-RECORD
                   END-IF
           END-PERFORM
           IF WS-ARREARS-COUNT = 0
              MOVE "   NONE" TO ARREARS-REPORT-LINE
              WRITE ARREARS-REPORT-LINE
           END-IF
           CLOSE ARREARS-FILE
           CLOSE ARREARS-REPORT-FILE
           .
       WRITE-ARREARS-EXIT.
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
           DISPLAY "LEAGUE-LEDGER: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
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

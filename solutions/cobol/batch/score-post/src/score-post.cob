      *    QUARANTN file with a QUARRPT review line. A quarantined
      *    score posts only on the steward's R release -- the season
      *    report never sees a score a human has not vouched for.
      *
      *    Registration: every score is checked against the PLAYREG
      *    player register (see player-register.cpy) ahead of
      *    everything else. A player not registered, not active, or
      *    playing outside the membership dates is held on SUSPENSE
      *    with the reason and stays off SCOREMST; not even the
      *    steward's R release posts it -- the league secretary
      *    registers or renews the player and the score is
      *    re-submitted.
      *
      *    Prize eligibility: a player on the ARREARS list
      *    LEAGUE-LEDGER keeps (fees unpaid past their grace period)
      *    still has every score posted -- the standings stay true --
      *    but each score they post is noted on PRIZINEL, and
      *    LEAGUE-LEDGER pays no prize money for the season to a
      *    player noted there.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
               FILE STATUS IS WS-SCOREMST-STATUS.
           SELECT OPTIONAL PERIOD-STATE-FILE ASSIGN TO "LEAGPERD"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Player registration master -- see player-register.cpy.
           SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-PLAYER-ID
               FILE STATUS IS PR-MASTER-STATUS.
      *    Subject identity master -- see subject-identity.cpy.
           SELECT OPTIONAL SUBJECT-IDENTITY-FILE ASSIGN TO "SUBJIDX"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    master-journal.cpy.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    League ledger arrears list and prize-ineligibility notes
      *    -- see league-ledger.cpy.
           SELECT OPTIONAL ARREARS-FILE ASSIGN TO "ARREARS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INELIGIBLE-FILE ASSIGN TO "PRIZINEL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Shared batch-metrics file -- see metrics.cpy.
           SELECT OPTIONAL METRICS-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
              05 SHM-GAME-SEQ     PIC 9(4).
           02 SHM-GAME-SCORE      PIC 9(5).
           02 SHM-GAME-DATE       PIC 9(8).
       FD  PLAYER-REGISTER-FILE.
       01  PLAYER-REGISTER-RECORD.
           02 MP-PLAYER-ID        PIC X(8).
           02 FILLER              PIC X(59).
       FD  SUBJECT-IDENTITY-FILE.
       01  SUBJECT-IDENTITY-RECORD PIC X(78).
       FD  PERIOD-STATE-FILE.
       01  MASTER-ACTIVITY-RECORD PIC X(48).
       FD  MASTER-JOURNAL-FILE.
       01  MASTER-JOURNAL-RECORD  PIC X(2098).
       FD  ARREARS-FILE.
       01  ARREARS-RECORD         PIC X(30).
       FD  INELIGIBLE-FILE.
       01  INELIGIBLE-RECORD      PIC X(39).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).
       FD  METRICS-FILE.
       01  METRICS-RECORD         PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-SCOREMST-STATUS  PIC XX.
       77 I                   PIC 9(2).
       77 WS-FOUND-IDX        PIC 9(2).

      *    Players LEAGUE-LEDGER has in arrears, loaded once per run.
       01 WS-ARREARS-COUNT    PIC 9(3)  VALUE 0.
       01 WS-ARREARS-TABLE.
          05 WS-ARREARS-ENTRY OCCURS 200.
             10 WS-AR-NAME     PIC X(20).
             10 WS-AR-OVERDUE  PIC 9(7)V99.
       01 WS-INELIGIBLE-COUNT PIC 9(4)  VALUE 0.
       77 WS-ARREARS-IDX      PIC 9(3).
       77 WS-ARREARS-FOUND    PIC 9(3).

      *    The player register, loaded whole by name.
       01 WS-REGISTER-MAX     PIC 9(4)  VALUE 1000.
       01 WS-REGISTER-COUNT   PIC 9(4)  VALUE 0.
       01 WS-REGISTER-TABLE.
          05 WS-REGISTER-ENTRY OCCURS 1000.
             10 WS-RG-NAME     PIC X(20).
             10 WS-RG-STATUS   PIC X.
             10 WS-RG-START    PIC X(8).
             10 WS-RG-EXPIRY   PIC X(8).
       01 WS-UNREGISTERED-COUNT PIC 9(4) VALUE 0.
       77 WS-REGISTER-IDX     PIC 9(4).
       77 WS-REGISTER-FOUND   PIC 9(4).

      *    Shared audit-log record layout.
       COPY "audit-log.cpy".
      *    Shared league ledger layouts.
       COPY "league-ledger.cpy".
      *    Shared player registration master layout.
       COPY "player-register.cpy".
      *    Shared subject-identity layout.
       COPY "subject-identity.cpy".
      *    Shared master-activity record layout.
       COPY "master-activity.cpy".
      *    Shared before/after-image journal layout.
       COPY "master-journal.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".
      *    Shared batch-metrics record layout.
       COPY "metrics.cpy".

       PROCEDURE DIVISION.
       SCORE-POST.
           MOVE FUNCTION CURRENT-DATE(9:8) TO MX-START-STAMP
           PERFORM LOAD-PERIOD-STATE
           PERFORM LOAD-CHEAT-PARMS
           PERFORM LOAD-IDENTITY-MASTER
           PERFORM LOAD-ARREARS-LIST
      *    Without the register every score would look unregistered;
      *    nothing is posted until it can be read whole.
           PERFORM LOAD-PLAYER-REGISTER
           IF PR-MASTER-STATUS NOT = "00"
              DISPLAY "SCORE-POST: cannot open PLAYREG, status "
                 PR-MASTER-STATUS ", nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-REGISTER-COUNT > WS-REGISTER-MAX
              DISPLAY "SCORE-POST: PLAYREG holds more than "
                 WS-REGISTER-MAX " players, nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT QUARANTINE-REPORT-FILE
           MOVE "QUARANTINED SCORES FOR STEWARD REVIEW"
              TO QUARANTINE-REPORT-LINE
           CLOSE SCORE-MASTER-FILE
           CLOSE QUARANTINE-REPORT-FILE
           DISPLAY "SCORE-POST: " WS-POSTED-COUNT " POSTED, "
              WS-HELD-COUNT " HELD IN SUSPENSE (" WS-UNREGISTERED-COUNT
              " NOT REGISTERED), "
              WS-QUARANTINED-COUNT " QUARANTINED, "
              WS-INELIGIBLE-COUNT " PRIZE-INELIGIBLE"
           PERFORM WRITE-METRICS-RECORD
           GOBACK.

       LOAD-CHEAT-PARMS.
      *    is certified either way.
       POST-ONE-SCORE.
           PERFORM RESOLVE-PLAYER-NAME
           PERFORM CHECK-REGISTRATION
           IF WS-SUSPENSE-REASON NOT = SPACES
              ADD 1 TO WS-UNREGISTERED-COUNT
              PERFORM HOLD-IN-SUSPENSE
              EXIT PARAGRAPH
           END-IF
           IF SI-OVERRIDE NOT = "R"
              PERFORM SCREEN-ONE-SCORE
              IF SCORE-IS-SUSPECT
              PERFORM WRITE-RELEASE-CERTIFICATE
           END-IF
           PERFORM APPLY-SCORE-TO-FILES
           PERFORM NOTE-PRIZE-ELIGIBILITY
           PERFORM NOTE-PLAYER-GAME
           .
       POST-ONE-SCORE-EXIT.
           EXIT.

      *    Loads PLAYREG whole in player order. One player past the
      *    table's size is counted so the caller can stop the run.
       LOAD-PLAYER-REGISTER.
           MOVE 0 TO WS-REGISTER-COUNT
           OPEN INPUT PLAYER-REGISTER-FILE
           IF PR-MASTER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET SEQ-EOF TO FALSE
           MOVE LOW-VALUES TO MP-PLAYER-ID
           START PLAYER-REGISTER-FILE KEY IS >= MP-PLAYER-ID
              INVALID KEY
                 SET SEQ-EOF TO TRUE
           END-START
           PERFORM UNTIL SEQ-EOF
                   READ PLAYER-REGISTER-FILE NEXT RECORD
                      INTO PR-PLAYER-RECORD
                      AT END
                         SET SEQ-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-REGISTER-COUNT
                         IF WS-REGISTER-COUNT > WS-REGISTER-MAX
                            SET SEQ-EOF TO TRUE
                         ELSE
                            MOVE PR-PLAYER-NAME
                               TO WS-RG-NAME(WS-REGISTER-COUNT)
                            MOVE PR-STATUS
                               TO WS-RG-STATUS(WS-REGISTER-COUNT)
                            MOVE PR-MEMBER-START
                               TO WS-RG-START(WS-REGISTER-COUNT)
                            MOVE PR-MEMBER-EXPIRY
                               TO WS-RG-EXPIRY(WS-REGISTER-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PLAYER-REGISTER-FILE
           MOVE "00" TO PR-MASTER-STATUS
           .
       LOAD-PLAYER-REGISTER-EXIT.
           EXIT.

      *    Leaves the reason in WS-SUSPENSE-REASON when the player
      *    may not post this score; spaces when they may. The game
      *    date must fall inside the membership.
       CHECK-REGISTRATION.
           MOVE SPACES TO WS-SUSPENSE-REASON
           MOVE 0 TO WS-REGISTER-FOUND
           PERFORM VARYING WS-REGISTER-IDX FROM 1 BY 1
              UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
                 OR WS-REGISTER-FOUND > 0
                   IF WS-RG-NAME(WS-REGISTER-IDX) = SI-PLAYER-NAME
                      MOVE WS-REGISTER-IDX TO WS-REGISTER-FOUND
                   END-IF
           END-PERFORM
           IF WS-REGISTER-FOUND = 0
              MOVE "NOT REGISTERED" TO WS-SUSPENSE-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-REGISTER-FOUND TO WS-REGISTER-IDX
           EVALUATE TRUE
              WHEN WS-RG-STATUS(WS-REGISTER-IDX) = "S"
                 MOVE "REGISTRATION SUSPENDED" TO WS-SUSPENSE-REASON
              WHEN WS-RG-STATUS(WS-REGISTER-IDX) NOT = "A"
                 MOVE "PLAYER WITHDRAWN" TO WS-SUSPENSE-REASON
              WHEN SI-GAME-DATE < WS-RG-START(WS-REGISTER-IDX)
                 MOVE "MEMBERSHIP NOT STARTED" TO WS-SUSPENSE-REASON
              WHEN SI-GAME-DATE > WS-RG-EXPIRY(WS-REGISTER-IDX)
                 MOVE "MEMBERSHIP EXPIRED" TO WS-SUSPENSE-REASON
           END-EVALUATE
           .
       CHECK-REGISTRATION-EXIT.
           EXIT.

       LOAD-ARREARS-LIST.
           MOVE 0 TO WS-ARREARS-COUNT
           SET SEQ-EOF TO FALSE
           OPEN INPUT ARREARS-FILE
           PERFORM UNTIL SEQ-EOF
                   READ ARREARS-FILE INTO LG-ARREARS-RECORD
                      AT END
                         SET SEQ-EOF TO TRUE
                      NOT AT END
                         IF LA-PLAYER-NAME NOT = SPACES
                            AND LA-OVERDUE IS NUMERIC
                            IF WS-ARREARS-COUNT NOT < 200
                               DISPLAY "SCORE-POST: ARREARS holds"
                                  " more than 200 players, nothing"
                                  " posted"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-ARREARS-COUNT
                            MOVE LA-PLAYER-NAME
                               TO WS-AR-NAME(WS-ARREARS-COUNT)
                            MOVE LA-OVERDUE
                               TO WS-AR-OVERDUE(WS-ARREARS-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ARREARS-FILE
           .
       LOAD-ARREARS-LIST-EXIT.
           EXIT.

      *    The score is already posted; a player in arrears only
      *    loses the season's prize money, noted on PRIZINEL.
       NOTE-PRIZE-ELIGIBILITY.
           MOVE 0 TO WS-ARREARS-FOUND
           PERFORM VARYING WS-ARREARS-IDX FROM 1 BY 1
              UNTIL WS-ARREARS-IDX > WS-ARREARS-COUNT
                 OR WS-ARREARS-FOUND > 0
                   IF WS-AR-NAME(WS-ARREARS-IDX) = SI-PLAYER-NAME
                      MOVE WS-ARREARS-IDX TO WS-ARREARS-FOUND
                   END-IF
           END-PERFORM
           IF WS-ARREARS-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LG-INELIGIBLE-RECORD
           MOVE SI-PLAYER-NAME TO LI-PLAYER-NAME
           MOVE SI-GAME-DATE TO LI-GAME-DATE
           MOVE WS-AR-OVERDUE(WS-ARREARS-FOUND) TO LI-OVERDUE
           OPEN EXTEND INELIGIBLE-FILE
           WRITE INELIGIBLE-RECORD FROM LG-INELIGIBLE-RECORD
           CLOSE INELIGIBLE-FILE
           ADD 1 TO WS-INELIGIBLE-COUNT
           .
       NOTE-PRIZE-ELIGIBILITY-EXIT.
           EXIT.

       APPLY-SCORE-TO-FILES.
           PERFORM FIND-NEXT-GAME-SEQ
           MOVE SI-PLAYER-NAME TO SHM-PLAYER-NAME
      *    spellings post under one player instead of splitting the
      *    history.
       RESOLVE-PLAYER-NAME.
           MOVE SI-PLAYER-NAME TO SID-SEARCH-NAME
           MOVE "SCORE" TO SID-SEARCH-SCOPE
           PERFORM FIND-IDENTITY-NAME
           IF SID-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SID-FOUND-ID TO SID-SK-ID
           MOVE "SCORE" TO SID-SK-SCOPE
           PERFORM FIND-IDENTITY-SPELLING
           IF SID-FOUND-IDX > 0
              MOVE SID-RESOLVED-NAME(1:20) TO SI-PLAYER-NAME
           END-IF
           .
       RESOLVE-PLAYER-NAME-EXIT.
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
           DISPLAY "SCORE-POST: SUBJIDX "
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

      *    Posts one insert/delete line to MSTRACTV for the nightly
      *    MASTER-BALANCE reconciliation -- see master-activity.cpy.
      *    The caller fills MA-MASTER-NAME and MA-ACTION.
           .
       WRITE-JOURNAL-RECORD-EXIT.
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
           MOVE "SCORE-POST" TO MX-PROGRAM-ID
           IF NOT BD-DATE-LOADED
              PERFORM LOAD-BUSINESS-DATE
           END-IF
           MOVE BD-BUSINESS-DATE TO MX-BUSINESS-DATE
           COMPUTE MX-RECORDS-READ = WS-POSTED-COUNT
              + WS-HELD-COUNT + WS-QUARANTINED-COUNT
           MOVE WS-POSTED-COUNT TO MX-RECORDS-WRITTEN
           MOVE WS-HELD-COUNT TO MX-RECORDS-REJECTED
           MOVE MX-START-STAMP TO MX-START-TIME
           MOVE FUNCTION CURRENT-DATE(9:8) TO MX-END-TIME
           MOVE MX-METRICS-RECORD TO METRICS-RECORD
           OPEN EXTEND METRICS-FILE
           WRITE METRICS-RECORD
           CLOSE METRICS-FILE
           .
       WRITE-METRICS-RECORD-EXIT.
           EXIT.

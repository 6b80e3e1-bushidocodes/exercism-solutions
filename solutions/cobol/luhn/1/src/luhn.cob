      *    Issuer master keyed on the leading six digits (the BIN) of
      *    the card number, so the batch report can name the issuer
      *    behind each card and the end-of-run summary can say which
      *    bank a reject spike belongs to. Read through once per run
      *    into WS-BIN-TABLE and searched there.
           SELECT ISSUER-MASTER-FILE ASSIGN TO "ISSUERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-BIN
               FILE STATUS IS WS-ISSUER-FILE-STATUS.
      *    Lost/stolen card hot-list and the issuers' daily feed
      *    that maintains it -- see hot-list.cpy.
           SELECT OPTIONAL HOT-LIST-FILE ASSIGN TO "HOTLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOT-FEED-FILE ASSIGN TO "HOTFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Valid cards the hot-list stopped, kept out of LUHNSURV,
      *    and the masked listing of them for the fraud desk.
           SELECT HOT-CARD-FILE ASSIGN TO "HOTCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOT-REPORT-FILE ASSIGN TO "HOTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  ISSUER-MASTER-RECORD.
           02 IM-BIN              PIC X(6).
           02 IM-ISSUER-NAME      PIC X(30).
       FD  HOT-LIST-FILE.
       01  HOT-LIST-RECORD        PIC X(59).
       FD  HOT-FEED-FILE.
       01  HOT-FEED-RECORD        PIC X(55).
       FD  HOT-CARD-FILE.
       01  HOT-CARD-RECORD        PIC X(53).
       FD  HOT-REPORT-FILE.
       01  HOT-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CARD-NUMBER      PIC X(32).
             10 WS-IS-REJECT  PIC 9(6).
       77 WS-ISSUER-IDX       PIC 9(2).

      *    The issuer master held in BIN order for a binary search.
      *    The load checks the order the way BINARY-SEARCH checks its
      *    list and stops the run on a BIN out of order or repeated.
       01 WS-BIN-COUNT        PIC 9(4)  VALUE 0.
       01 WS-BIN-MAX          PIC 9(4)  VALUE 5000.
       01 WS-BIN-LO           PIC 9(4).
       01 WS-BIN-HI           PIC 9(4).
       01 WS-BIN-MID          PIC 9(4).
       01 WS-BIN-IDX          PIC 9(4).
       01 WS-BIN-EOF-FLAG     PIC 9     VALUE 0.
          88 BIN-EOF                    VALUE 1 FALSE 0.
       01 WS-BIN-ERROR        PIC X(30).
       01 WS-BIN-TABLE.
          05 WS-BIN-ENTRY OCCURS 5000.
             10 WS-BT-BIN     PIC X(6).
             10 WS-BT-NAME    PIC X(30).

      *    Hot-list screening support. The hot-list is held whole in
      *    WS-HOT-TABLE; LUHN-HOTLIST blanks the digest of an entry it
      *    takes off and the save skips it. A listing is in force from
      *    its listed date through its expiry date.
       01 WS-HOT-EOF-FLAG     PIC 9     VALUE 0.
          88 HOT-EOF                    VALUE 1 FALSE 0.
       01 WS-HOT-FLAG         PIC X     VALUE 'N'.
          88 CARD-IS-HOT                VALUE 'Y' FALSE 'N'.
       01 WS-HOT-COUNT        PIC 9(6)  VALUE 0.
       01 WS-HOT-LIST-COUNT   PIC 9(4)  VALUE 0.
       01 WS-HOT-TABLE.
          05 WS-HOT-ENTRY OCCURS 5000.
             10 WS-HT-DIGEST  PIC X(18).
             10 WS-HT-REASON  PIC X(2).
             10 WS-HT-LISTED  PIC 9(8).
             10 WS-HT-EXPIRY  PIC 9(8).
             10 WS-HT-MASKED  PIC X(19).
       77 WS-HOT-IDX          PIC 9(4).
       77 WS-HOT-FOUND        PIC 9(4).
       01 WS-HOT-DIGEST       PIC X(18).
       01 WS-HOT-SAVE-NUMBER  PIC X(32).
       01 WS-REPORT-STATUS    PIC X(5).

      *    LUHN-HOTLIST feed handling. Refused feed lines stay on
      *    HOTFEED for the issuer to correct.
       01 WS-FEED-COUNT       PIC 9(4)  VALUE 0.
       01 WS-FEED-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 FEED-OVERFLOW              VALUE 1 FALSE 0.
       01 WS-HOT-FULL-FLAG    PIC 9     VALUE 0.
          88 HOT-LIST-FULL              VALUE 1 FALSE 0.
       01 WS-FEED-TABLE.
          05 WS-FEED-ENTRY OCCURS 2000.
             10 WS-FD-LINE    PIC X(55).
             10 WS-FD-REFUSED PIC X.
       77 WS-FEED-IDX         PIC 9(4).
       01 WS-FEED-REASON      PIC X(30).
       01 WS-HOT-ACTION       PIC X(6).
       01 WS-HOT-ADDED        PIC 9(4)  VALUE 0.
       01 WS-HOT-RELISTED     PIC 9(4)  VALUE 0.
       01 WS-HOT-REMOVED      PIC 9(4)  VALUE 0.
       01 WS-HOT-LAPSED       PIC 9(4)  VALUE 0.
       01 WS-HOT-REFUSED      PIC 9(4)  VALUE 0.

      *    Shared header/trailer layout for the hand-off file.
       COPY "interface-control.cpy".

       COPY "key-schedule.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared lost/stolen card hot-list layouts.
       COPY "hot-list.cpy".

       PROCEDURE DIVISION.
      *    Top-level entry point. LUHN-BATCH also needs this check
           MOVE 0 TO WS-SURVIVOR-COUNT
           MOVE 0 TO WS-ISSUER-COUNT
           MOVE 0 TO WS-REPLAY-COUNT
           MOVE 0 TO WS-HOT-COUNT
           SET BATCH-EOF TO FALSE
           PERFORM LOAD-BREAKER-PARMS
           PERFORM LOAD-REPLAY-STORE
      *    force on the business date -- see key-schedule.cpy.
           MOVE WS-TODAY-NUM TO KS-LOOKUP-DATE
           PERFORM LOAD-KEY-SCHEDULE
           PERFORM LOAD-ISSUER-MASTER
           PERFORM LOAD-HOT-LIST
           OPEN OUTPUT HOT-CARD-FILE
           OPEN OUTPUT HOT-REPORT-FILE
           MOVE "HOT-LISTED CARDS STOPPED" TO HOT-REPORT-LINE
           WRITE HOT-REPORT-LINE
           OPEN OUTPUT REPLAY-REPORT-FILE
           MOVE "REPLAYED CARDS (ALREADY PROCESSED IN WINDOW)"
              TO REPLAY-REPORT-LINE
                            PERFORM LOOKUP-ISSUER
                            PERFORM TALLY-ISSUER
                            ADD 1 TO WS-CARD-COUNT
                            MOVE WS-VALID TO WS-REPORT-STATUS
                            IF WS-VALID NOT = "VALID"
                               ADD 1 TO WS-REJECT-COUNT
                            ELSE
                               PERFORM CHECK-HOT-LIST
                               IF CARD-IS-HOT
                                  PERFORM DIVERT-HOT-CARD
                               ELSE
                                  PERFORM WRITE-ONE-SURVIVOR
                               END-IF
                            END-IF
                            PERFORM MASK-CARD-NUMBER
                            STRING WS-MASKED-PAN DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-REPORT-STATUS DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-ISSUER-NAME DELIMITED BY SIZE
                               INTO CARD-REPORT-RECORD
           END-STRING
           WRITE REPLAY-REPORT-LINE
           CLOSE REPLAY-REPORT-FILE
           MOVE SPACES TO HOT-REPORT-LINE
           STRING "TOTAL HOT-LISTED " DELIMITED BY SIZE
              WS-HOT-COUNT DELIMITED BY SIZE
              INTO HOT-REPORT-LINE
           END-STRING
           WRITE HOT-REPORT-LINE
           CLOSE HOT-REPORT-FILE
           CLOSE HOT-CARD-FILE
           PERFORM SAVE-REPLAY-STORE
           CLOSE CARD-FILE
           CLOSE CARD-REPORT-FILE
           IF SURVIVOR-FILE-OPENED
              CLOSE LUHN-SURVIVOR-FILE
           END-IF
           DISPLAY "LUHN BATCH: " WS-CARD-COUNT " CARDS, "
              WS-REJECT-COUNT " REJECTED, "
              WS-REPLAY-COUNT " REPLAYS DIVERTED, "
              WS-HOT-COUNT " HOT-LISTED"
           PERFORM WRITE-METRICS-RECORD
           PERFORM SET-BATCH-STEP-STATUS
           GOBACK.
       LUHN-BATCH-EXIT.
           EXIT.

      *    Applies the issuers' HOTFEED to the hot-list: adds and
      *    relistings, removals, and listings past their expiry date
      *    dropped. Every change goes on the audit trail under the
      *    masked number; a feed line that cannot be applied is
      *    DISPLAYed, left on HOTFEED and the step ends RC 4.
      *    Its own entry point, run when the issuers' feed lands and
      *    ahead of the night's LUHN-BATCH.
       ENTRY "LUHN-HOTLIST".
       LUHN-HOTLIST.
           IF NOT BD-DATE-LOADED
              PERFORM LOAD-BUSINESS-DATE
           END-IF
           MOVE BD-BUSINESS-DATE TO WS-TODAY-NUM
           MOVE 0 TO WS-HOT-ADDED
           MOVE 0 TO WS-HOT-RELISTED
           MOVE 0 TO WS-HOT-REMOVED
           MOVE 0 TO WS-HOT-LAPSED
           MOVE 0 TO WS-HOT-REFUSED
           PERFORM LOAD-HOT-LIST
           MOVE 0 TO WS-FEED-COUNT
           SET FEED-OVERFLOW TO FALSE
           SET HOT-LIST-FULL TO FALSE
           SET HOT-EOF TO FALSE
           OPEN INPUT HOT-FEED-FILE
           PERFORM UNTIL HOT-EOF
                   READ HOT-FEED-FILE
                      AT END
                         SET HOT-EOF TO TRUE
                      NOT AT END
                         IF HOT-FEED-RECORD NOT = SPACES
                            AND WS-FEED-COUNT NOT < 2000
                            SET FEED-OVERFLOW TO TRUE
                         END-IF
                         IF HOT-FEED-RECORD NOT = SPACES
                            AND WS-FEED-COUNT < 2000
                            ADD 1 TO WS-FEED-COUNT
                            MOVE HOT-FEED-RECORD
                               TO WS-FD-LINE(WS-FEED-COUNT)
                            MOVE "N" TO WS-FD-REFUSED(WS-FEED-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE HOT-FEED-FILE
      *    HOTFEED is rewritten with only the refused lines, so a
      *    feed larger than the table would lose its tail.
           IF FEED-OVERFLOW
              DISPLAY "LUHN-HOTLIST: more than 2000 lines on HOTFEED,"
                 " no changes applied"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
              UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   MOVE WS-FD-LINE(WS-FEED-IDX) TO HF-FEED-RECORD
                   PERFORM APPLY-HOT-FEED-LINE
                   IF WS-FEED-REASON NOT = SPACES
                      ADD 1 TO WS-HOT-REFUSED
                      MOVE "Y" TO WS-FD-REFUSED(WS-FEED-IDX)
                      DISPLAY "LUHN-HOTLIST: " HF-ACTION " "
                         WS-MASKED-PAN(1:19) " REFUSED -- "
                         FUNCTION TRIM(WS-FEED-REASON)
                   END-IF
           END-PERFORM
           PERFORM LAPSE-HOT-LISTINGS
           PERFORM SAVE-HOT-LIST
           OPEN OUTPUT HOT-FEED-FILE
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
              UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   IF WS-FD-REFUSED(WS-FEED-IDX) = "Y"
                      MOVE WS-FD-LINE(WS-FEED-IDX) TO HOT-FEED-RECORD
                      WRITE HOT-FEED-RECORD
                   END-IF
           END-PERFORM
           CLOSE HOT-FEED-FILE
           DISPLAY "LUHN-HOTLIST: " WS-HOT-ADDED " ADDED, "
              WS-HOT-RELISTED " RELISTED, " WS-HOT-REMOVED
              " REMOVED, " WS-HOT-LAPSED " LAPSED, "
              WS-HOT-REFUSED " REFUSED"
      *    Additions the table had no room for are left on HOTFEED
      *    with the other refusals; the hot-list is not cut short.
           IF HOT-LIST-FULL
              DISPLAY "LUHN-HOTLIST: HOTLIST holds 5000 entries,"
                 " additions left on HOTFEED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-HOT-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       LUHN-HOTLIST-EXIT.
           EXIT.

      *    One feed line. The number must be twelve to nineteen
      *    digits (blanks allowed between groups); it is matched on
      *    the digest of its digits.
       APPLY-HOT-FEED-LINE.
           MOVE SPACES TO WS-FEED-REASON
           MOVE SPACES TO WS-MASKED-PAN
           MOVE 0 TO WS-CARD-DIGITS-LEN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 32
                   EVALUATE TRUE
                   WHEN HF-CARD-NUMBER(I:1) IS NUMERIC
                      IF WS-CARD-DIGITS-LEN < 32
                         ADD 1 TO WS-CARD-DIGITS-LEN
                         MOVE HF-CARD-NUMBER(I:1)
                            TO WS-CARD-DIGITS(WS-CARD-DIGITS-LEN:1)
                      END-IF
                   WHEN HF-CARD-NUMBER(I:1) = SPACE
                      CONTINUE
                   WHEN OTHER
                      MOVE "CARD NUMBER NOT NUMERIC"
                         TO WS-FEED-REASON
                   END-EVALUATE
           END-PERFORM
           PERFORM MASK-CARD-NUMBER
           IF WS-FEED-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-CARD-DIGITS-LEN < 12 OR WS-CARD-DIGITS-LEN > 19
              MOVE "CARD NUMBER WRONG LENGTH" TO WS-FEED-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM DIGEST-CARD-DIGITS
           PERFORM FIND-HOT-ENTRY
           EVALUATE TRUE
           WHEN HF-ADD
              PERFORM ADD-HOT-ENTRY
           WHEN HF-DELETE
              IF WS-HOT-FOUND = 0
                 MOVE "NOT ON HOT-LIST" TO WS-FEED-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE "REMOVE" TO WS-HOT-ACTION
              PERFORM WRITE-HOT-LIST-AUDIT
              MOVE SPACES TO WS-HT-DIGEST(WS-HOT-FOUND)
              ADD 1 TO WS-HOT-REMOVED
           WHEN OTHER
              MOVE "ACTION NOT A OR D" TO WS-FEED-REASON
           END-EVALUATE
           .
       APPLY-HOT-FEED-LINE-EXIT.
           EXIT.

      *    Adds the card, or relists it in place when it is already
      *    on the hot-list.
       ADD-HOT-ENTRY.
           MOVE HF-REASON TO HL-REASON
           IF NOT HL-VALID-REASON
              MOVE "REASON NOT LO ST FR OR CP" TO WS-FEED-REASON
              EXIT PARAGRAPH
           END-IF
           IF HF-LISTED-DATE = SPACES
              MOVE BD-BUSINESS-DATE TO HF-LISTED-DATE
           END-IF
           IF HF-LISTED-DATE IS NOT NUMERIC
              MOVE "LISTED DATE NOT A DATE" TO WS-FEED-REASON
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
                 (FUNCTION NUMVAL(HF-LISTED-DATE)) NOT = 0
              MOVE "LISTED DATE NOT A DATE" TO WS-FEED-REASON
              EXIT PARAGRAPH
           END-IF
           IF HF-EXPIRY-DATE = SPACES
              MOVE ZEROS TO HF-EXPIRY-DATE
           END-IF
           IF HF-EXPIRY-DATE IS NOT NUMERIC
              MOVE "EXPIRY DATE NOT A DATE" TO WS-FEED-REASON
              EXIT PARAGRAPH
           END-IF
           IF HF-EXPIRY-DATE NOT = ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD
                    (FUNCTION NUMVAL(HF-EXPIRY-DATE)) NOT = 0
                 MOVE "EXPIRY DATE NOT A DATE" TO WS-FEED-REASON
                 EXIT PARAGRAPH
              END-IF
              IF HF-EXPIRY-DATE < HF-LISTED-DATE
                 MOVE "EXPIRY BEFORE LISTED DATE" TO WS-FEED-REASON
                 EXIT PARAGRAPH
              END-IF
              IF HF-EXPIRY-DATE < BD-BUSINESS-DATE
                 MOVE "EXPIRY DATE ALREADY PASSED" TO WS-FEED-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-HOT-FOUND > 0
              MOVE "RELIST" TO WS-HOT-ACTION
              ADD 1 TO WS-HOT-RELISTED
           ELSE
              IF WS-HOT-LIST-COUNT >= 5000
                 MOVE "HOT-LIST FULL" TO WS-FEED-REASON
                 SET HOT-LIST-FULL TO TRUE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-HOT-LIST-COUNT
              MOVE WS-HOT-LIST-COUNT TO WS-HOT-FOUND
              MOVE "ADD" TO WS-HOT-ACTION
              ADD 1 TO WS-HOT-ADDED
           END-IF
           MOVE WS-HOT-DIGEST TO WS-HT-DIGEST(WS-HOT-FOUND)
           MOVE HF-REASON TO WS-HT-REASON(WS-HOT-FOUND)
           MOVE HF-LISTED-DATE TO WS-HT-LISTED(WS-HOT-FOUND)
           MOVE HF-EXPIRY-DATE TO WS-HT-EXPIRY(WS-HOT-FOUND)
           MOVE WS-MASKED-PAN TO WS-HT-MASKED(WS-HOT-FOUND)
           PERFORM WRITE-HOT-LIST-AUDIT
           .
       ADD-HOT-ENTRY-EXIT.
           EXIT.

      *    Listings whose expiry date has passed come off the
      *    hot-list, on the audit trail like any other removal.
       LAPSE-HOT-LISTINGS.
           MOVE "LAPSE" TO WS-HOT-ACTION
           PERFORM VARYING WS-HOT-FOUND FROM 1 BY 1
              UNTIL WS-HOT-FOUND > WS-HOT-LIST-COUNT
                   IF WS-HT-DIGEST(WS-HOT-FOUND) NOT = SPACES
                      AND WS-HT-EXPIRY(WS-HOT-FOUND) > 0
                      AND WS-HT-EXPIRY(WS-HOT-FOUND) < WS-TODAY-NUM
                      MOVE WS-HT-MASKED(WS-HOT-FOUND)
                         TO WS-MASKED-PAN
                      PERFORM WRITE-HOT-LIST-AUDIT
                      MOVE SPACES TO WS-HT-DIGEST(WS-HOT-FOUND)
                      ADD 1 TO WS-HOT-LAPSED
                   END-IF
           END-PERFORM
           .
       LAPSE-HOT-LISTINGS-EXIT.
           EXIT.

      *    One audit line per hot-list change: the action, the masked
      *    number, the reason and the listed and expiry dates.
       WRITE-HOT-LIST-AUDIT.
           MOVE "LUHN-HOTLIST" TO AL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE BD-BUSINESS-DATE TO AL-TIMESTAMP(1:8)
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING "HOTLIST " DELIMITED BY SIZE
              WS-HOT-ACTION DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-MASKED-PAN(1:19) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-HT-REASON(WS-HOT-FOUND) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-HT-LISTED(WS-HOT-FOUND) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-HT-EXPIRY(WS-HOT-FOUND) DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       WRITE-HOT-LIST-AUDIT-EXIT.
           EXIT.

      *    Loads every hot-list entry, in force or not. A hot-list
      *    past the table would screen short and save short, so the
      *    run stops.
       LOAD-HOT-LIST.
           MOVE 0 TO WS-HOT-LIST-COUNT
           SET HOT-EOF TO FALSE
           OPEN INPUT HOT-LIST-FILE
           PERFORM UNTIL HOT-EOF
                   READ HOT-LIST-FILE INTO HL-HOT-RECORD
                      AT END
                         SET HOT-EOF TO TRUE
                      NOT AT END
                         IF HL-CARD-DIGEST NOT = SPACES
                            AND HL-LISTED-DATE IS NUMERIC
                            AND HL-EXPIRY-DATE IS NUMERIC
                            IF WS-HOT-LIST-COUNT NOT < 5000
                               DISPLAY "LUHN: HOTLIST holds more than"
                                  " 5000 entries, RUN STOPPED"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-HOT-LIST-COUNT
                            MOVE HL-CARD-DIGEST
                               TO WS-HT-DIGEST(WS-HOT-LIST-COUNT)
                            MOVE HL-REASON
                               TO WS-HT-REASON(WS-HOT-LIST-COUNT)
                            MOVE HL-LISTED-DATE
                               TO WS-HT-LISTED(WS-HOT-LIST-COUNT)
                            MOVE HL-EXPIRY-DATE
                               TO WS-HT-EXPIRY(WS-HOT-LIST-COUNT)
                            MOVE HL-MASKED-PAN
                               TO WS-HT-MASKED(WS-HOT-LIST-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE HOT-LIST-FILE
           .
       LOAD-HOT-LIST-EXIT.
           EXIT.

       SAVE-HOT-LIST.
           OPEN OUTPUT HOT-LIST-FILE
           PERFORM VARYING WS-HOT-IDX FROM 1 BY 1
              UNTIL WS-HOT-IDX > WS-HOT-LIST-COUNT
                   IF WS-HT-DIGEST(WS-HOT-IDX) NOT = SPACES
                      MOVE SPACES TO HL-HOT-RECORD
                      MOVE WS-HT-DIGEST(WS-HOT-IDX) TO HL-CARD-DIGEST
                      MOVE WS-HT-REASON(WS-HOT-IDX) TO HL-REASON
                      MOVE WS-HT-LISTED(WS-HOT-IDX) TO HL-LISTED-DATE
                      MOVE WS-HT-EXPIRY(WS-HOT-IDX) TO HL-EXPIRY-DATE
                      MOVE WS-HT-MASKED(WS-HOT-IDX) TO HL-MASKED-PAN
                      MOVE HL-HOT-RECORD TO HOT-LIST-RECORD
                      WRITE HOT-LIST-RECORD
                   END-IF
           END-PERFORM
           CLOSE HOT-LIST-FILE
           .
       SAVE-HOT-LIST-EXIT.
           EXIT.

      *    The digest of the digits packed into WS-CARD-DIGITS, into
      *    WS-HOT-DIGEST -- the keyed-in spacing left out, so the
      *    issuer's feed and the acquirer's file agree on a card.
       DIGEST-CARD-DIGITS.
           MOVE WS-CARD-NUMBER TO WS-HOT-SAVE-NUMBER
           MOVE SPACES TO WS-CARD-NUMBER
           MOVE WS-CARD-DIGITS(1:WS-CARD-DIGITS-LEN) TO WS-CARD-NUMBER
           PERFORM DIGEST-CARD-NUMBER
           MOVE WS-CARD-DIGEST TO WS-HOT-DIGEST
           MOVE WS-HOT-SAVE-NUMBER TO WS-CARD-NUMBER
           .
       DIGEST-CARD-DIGITS-EXIT.
           EXIT.

       FIND-HOT-ENTRY.
           MOVE 0 TO WS-HOT-FOUND
           PERFORM VARYING WS-HOT-IDX FROM 1 BY 1
              UNTIL WS-HOT-IDX > WS-HOT-LIST-COUNT
                 OR WS-HOT-FOUND > 0
                   IF WS-HT-DIGEST(WS-HOT-IDX) = WS-HOT-DIGEST
                      MOVE WS-HOT-IDX TO WS-HOT-FOUND
                   END-IF
           END-PERFORM
           .
       FIND-HOT-ENTRY-EXIT.
           EXIT.

      *    A valid card is hot when the hot-list holds its digest
      *    with a listing in force on the business date.
       CHECK-HOT-LIST.
           SET CARD-IS-HOT TO FALSE
           IF WS-HOT-LIST-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM DIGEST-CARD-DIGITS
           PERFORM FIND-HOT-ENTRY
           IF WS-HOT-FOUND > 0
              IF WS-HT-LISTED(WS-HOT-FOUND) <= WS-TODAY-NUM
                 AND (WS-HT-EXPIRY(WS-HOT-FOUND) = 0
                    OR WS-HT-EXPIRY(WS-HOT-FOUND) >= WS-TODAY-NUM)
                 SET CARD-IS-HOT TO TRUE
              END-IF
           END-IF
           .
       CHECK-HOT-LIST-EXIT.
           EXIT.

      *    A hot card goes to HOTCARD under the survivor cipher and to
      *    HOTRPT masked, never to LUHNSURV, and raises a CRITICAL
      *    alert so the operator can call the issuer tonight.
       DIVERT-HOT-CARD.
           ADD 1 TO WS-HOT-COUNT
           MOVE "HOT" TO WS-REPORT-STATUS
           MOVE SPACES TO WS-CRYPT-TEXT
           MOVE WS-CARD-NUMBER TO WS-CRYPT-TEXT(1:32)
           COMPUTE WS-CRYPT-SHIFT =
              FUNCTION MOD(KS-KEY-IN-FORCE, 10)
           PERFORM ROTATE-CARD-DIGITS
           MOVE SPACES TO HC-HOT-CARD-RECORD
           MOVE WS-CRYPT-TEXT(1:32) TO HC-CARD-NUMBER
           MOVE WS-HT-REASON(WS-HOT-FOUND) TO HC-REASON
           MOVE WS-HT-LISTED(WS-HOT-FOUND) TO HC-LISTED-DATE
           MOVE BD-BUSINESS-DATE TO HC-PRESENTED-DATE
           MOVE HC-HOT-CARD-RECORD TO HOT-CARD-RECORD
           WRITE HOT-CARD-RECORD
           PERFORM MASK-CARD-NUMBER
           MOVE SPACES TO HOT-REPORT-LINE
           STRING WS-MASKED-PAN(1:19) DELIMITED BY SIZE
              " REASON " DELIMITED BY SIZE
              WS-HT-REASON(WS-HOT-FOUND) DELIMITED BY SIZE
              " LISTED " DELIMITED BY SIZE
              WS-HT-LISTED(WS-HOT-FOUND) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-ISSUER-NAME DELIMITED BY SIZE
              INTO HOT-REPORT-LINE
           END-STRING
           WRITE HOT-REPORT-LINE
           MOVE "CRITICAL" TO OA-SEVERITY
           MOVE SPACES TO OA-MESSAGE
           STRING "HOT-LISTED CARD PRESENTED " DELIMITED BY SIZE
              WS-MASKED-PAN(1:19) DELIMITED BY SIZE
              " REASON " DELIMITED BY SIZE
              WS-HT-REASON(WS-HOT-FOUND) DELIMITED BY SIZE
              INTO OA-MESSAGE
           END-STRING
           PERFORM WRITE-OPERATOR-ALERT
           .
       DIVERT-HOT-CARD-EXIT.
           EXIT.

      *    Loads the seen-before store and the replay window. The
      *    window parameter counts days; outside it a resent card is
      *    processed normally again.

      *    A missing or unopenable issuer master downgrades the run
      *    to UNKNOWN issuers instead of failing it -- the screening
      *    itself does not depend on the master. A master that opens
      *    is read through in key order into WS-BIN-TABLE and closed.
       LOAD-ISSUER-MASTER.
           SET ISSUER-MASTER-AVAILABLE TO FALSE
           MOVE 0 TO WS-BIN-COUNT
           OPEN INPUT ISSUER-MASTER-FILE
           IF WS-ISSUER-FILE-STATUS NOT = "00"
              DISPLAY "LUHN BATCH: ISSUERMST unavailable, status "
                 WS-ISSUER-FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           SET BIN-EOF TO FALSE
           PERFORM UNTIL BIN-EOF
                   READ ISSUER-MASTER-FILE NEXT RECORD
                      AT END
                         SET BIN-EOF TO TRUE
                      NOT AT END
                         PERFORM ADD-ISSUER-ENTRY
                   END-READ
           END-PERFORM
           CLOSE ISSUER-MASTER-FILE
           PERFORM CHECK-ISSUER-ORDER
           SET ISSUER-MASTER-AVAILABLE TO TRUE
           .
       LOAD-ISSUER-MASTER-EXIT.
           EXIT.

       ADD-ISSUER-ENTRY.
           IF WS-BIN-COUNT >= WS-BIN-MAX
              MOVE "MORE BINS THAN TABLE HOLDS" TO WS-BIN-ERROR
              MOVE WS-BIN-COUNT TO WS-BIN-IDX
              PERFORM ISSUER-MASTER-LOAD-FAILED
           END-IF
           ADD 1 TO WS-BIN-COUNT
           MOVE IM-BIN TO WS-BT-BIN(WS-BIN-COUNT)
           MOVE IM-ISSUER-NAME TO WS-BT-NAME(WS-BIN-COUNT)
           .
       ADD-ISSUER-ENTRY-EXIT.
           EXIT.

      *    Each BIN must be higher than the one before it: lower is
      *    out of order, equal a duplicate.
       CHECK-ISSUER-ORDER.
           PERFORM VARYING WS-BIN-IDX FROM 2 BY 1
              UNTIL WS-BIN-IDX > WS-BIN-COUNT
                   IF WS-BT-BIN(WS-BIN-IDX) < WS-BT-BIN(WS-BIN-IDX - 1)
                      MOVE "OUT OF ORDER" TO WS-BIN-ERROR
                      PERFORM ISSUER-MASTER-LOAD-FAILED
                   END-IF
                   IF WS-BT-BIN(WS-BIN-IDX) = WS-BT-BIN(WS-BIN-IDX - 1)
                      MOVE "DUPLICATE BIN" TO WS-BIN-ERROR
                      PERFORM ISSUER-MASTER-LOAD-FAILED
                   END-IF
           END-PERFORM
           .
       CHECK-ISSUER-ORDER-EXIT.
           EXIT.

       ISSUER-MASTER-LOAD-FAILED.
           DISPLAY "LUHN BATCH: ISSUERMST "
              FUNCTION TRIM(WS-BIN-ERROR) " AT ENTRY " WS-BIN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       ISSUER-MASTER-LOAD-FAILED-EXIT.
           EXIT.

      *    Binary search of WS-BIN-TABLE on the card's leading six
      *    digits. WS-CARD-DIGITS was packed by VALIDATE-LUHN, so
      *    embedded blanks in the keyed-in number are already gone.
       LOOKUP-ISSUER.
           MOVE "UNKNOWN" TO WS-ISSUER-NAME
           IF NOT ISSUER-MASTER-AVAILABLE OR WS-CARD-DIGITS-LEN < 6
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-BIN-LO
           MOVE WS-BIN-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                   MOVE FUNCTION INTEGER((WS-BIN-LO + WS-BIN-HI) / 2)
                      TO WS-BIN-MID
                   EVALUATE TRUE
                   WHEN WS-BT-BIN(WS-BIN-MID) = WS-CARD-DIGITS(1:6)
                        MOVE WS-BT-NAME(WS-BIN-MID) TO WS-ISSUER-NAME
                        EXIT PERFORM
                   WHEN WS-BT-BIN(WS-BIN-MID) < WS-CARD-DIGITS(1:6)
                        COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                   WHEN OTHER
                        COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                   END-EVALUATE
           END-PERFORM
           .
       LOOKUP-ISSUER-EXIT.
           EXIT.
      *    central-parm.cpy. No entry leaves PP-PARM-FOUND false and
      *    the caller on its old single-purpose file.
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
           DISPLAY "LUHN: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISITOR-BADGE.
      *    Temporary badges for visitors and contractors. A contractor
      *    used to get a regular SECRET-HANDSHAKE badge and keep it
      *    for good, because nobody remembered to revoke it. This job
      *    works reception's VISITREQ requests (see visitor-badge.cpy):
      *    each gets the next badge id from the reserved range
      *    FIRSTID to LASTID (PARMMST VISITOR-BADGE, default
      *    9900000001 to 9900099999) and the requested handshake code
      *    (DEFCODE, default 1, when none is given). The sponsor must
      *    hold an issued badge that is not itself a visitor badge,
      *    and a badge may be good for at most MAXDAYS days (default
      *    30). Each badge goes on the VISITMST master, and onto the
      *    BADGEIN door export -- at issue when it is good from the
      *    business date or earlier, else by the nightly sweep once
      *    its valid-from date arrives -- so HANDSHAKE-BATCH decodes
      *    it and the doors accept it like any other. VISITRPT lists
      *    what was issued and refused; refused lines stay on
      *    VISITREQ. More than 500 lines on VISITREQ stops the run
      *    (RC 8) with nothing issued, as the file is rewritten from
      *    the lines held; so does a VISITREQ that could take VISITMST
      *    or BADGEIN past the lines they may hold.
      *
      *    VISITOR-BADGE-EXPIRY is the nightly sweep: every active
      *    badge whose valid-to date is before the business date is
      *    revoked on VISITMST and taken off BADGEIN, and every
      *    active badge good on the business date and not yet on
      *    BADGEIN is put on it, each listed on VISITEXP. Badges
      *    revoked more than KEEPDAYS days ago are then purged from
      *    VISITMST (see visitor-badge.cpy).
      *    VISITOR-BADGE-ONSITE is Security's daily
      *    VISITONS listing of who is on site: every visitor badge
      *    good on the business date, its sponsor, and its first and
      *    last door swipe of the day off DOOREVTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Visitor master and requests -- see visitor-badge.cpy.
           SELECT OPTIONAL VISITOR-MASTER-FILE ASSIGN TO "VISITMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VISITOR-REQUEST-FILE ASSIGN TO "VISITREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Door system badge export, read by HANDSHAKE-BATCH.
           SELECT OPTIONAL BADGE-FILE ASSIGN TO "BADGEIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DOOR-EVENT-FILE ASSIGN TO "DOOREVTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ISSUE-REPORT-FILE ASSIGN TO "VISITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "VISITEXP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ONSITE-REPORT-FILE ASSIGN TO "VISITONS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-MASTER-FILE.
       01  VISITOR-MASTER-RECORD  PIC X(125).
       FD  VISITOR-REQUEST-FILE.
       01  VISITOR-REQUEST-LINE   PIC X(94).
       FD  BADGE-FILE.
       01  BADGE-RECORD.
           02 BG-BADGE-ID         PIC X(10).
           02 FILLER              PIC X.
           02 BG-CODE             PIC X(3).
      *    Door controller event log. The event date and time follow
      *    the action; a line without a date is taken as the
      *    business date's.
       FD  DOOR-EVENT-FILE.
       01  DOOR-EVENT-RECORD.
           02 DV-DOOR-ID          PIC X(8).
           02 FILLER              PIC X.
           02 DV-BADGE-ID         PIC X(10).
           02 FILLER              PIC X.
           02 DV-CODE             PIC X(3).
           02 FILLER              PIC X.
           02 DV-ACTION           PIC X(20).
           02 FILLER              PIC X.
           02 DV-EVENT-DATE       PIC X(8).
           02 FILLER              PIC X.
           02 DV-EVENT-TIME       PIC X(6).
       FD  ISSUE-REPORT-FILE.
       01  ISSUE-REPORT-LINE      PIC X(150).
       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-LINE     PIC X(132).
       FD  ONSITE-REPORT-FILE.
       01  ONSITE-REPORT-LINE     PIC X(132).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-REQUEST-OVERFLOW-FLAG PIC 9 VALUE 0.
          88 REQUEST-OVERFLOW           VALUE 1 FALSE 0.

      *    Run parameters -- see the header for the defaults.
       01 WS-FIRST-ID         PIC 9(10) VALUE 9900000001.
       01 WS-LAST-ID          PIC 9(10) VALUE 9900099999.
       01 WS-MAX-DAYS         PIC 9(3)  VALUE 30.
       01 WS-DEFAULT-CODE     PIC 9(3)  VALUE 1.
       01 WS-KEEP-DAYS        PIC 9(3)  VALUE 90.
       01 WS-KEEP-CUTOFF      PIC X(8).
       01 WS-KEEP-CUTOFF-NUM REDEFINES WS-KEEP-CUTOFF PIC 9(8).

      *    Every badge on the door export, as the lines stand.
       01 WS-BADGE-COUNT      PIC 9(4)  VALUE 0.
       01 WS-BADGE-TABLE.
          05 WS-BADGE-LINE OCCURS 5000 PIC X(14).

      *    The visitor master, with the day's first and last swipe
      *    for the on-site listing.
       01 WS-VISITOR-COUNT    PIC 9(4)  VALUE 0.
       01 WS-VISITOR-TABLE.
      *    Holds VB-MASTER-MAX lines -- see visitor-badge.cpy.
          05 WS-VISITOR-ENTRY OCCURS 5000.
             10 WS-VT-RECORD     PIC X(125).
             10 WS-VT-FIRST-TIME PIC X(6).
             10 WS-VT-LAST-TIME  PIC X(6).

      *    Requests, and the refused ones kept for correction.
       01 WS-REQUEST-COUNT    PIC 9(4)  VALUE 0.
       01 WS-REQUEST-TABLE.
          05 WS-REQUEST-LINE OCCURS 500 PIC X(94).
       01 WS-KEPT-COUNT       PIC 9(4)  VALUE 0.
       01 WS-KEPT-TABLE.
          05 WS-KEPT-LINE OCCURS 500 PIC X(94).

       77 B                   PIC 9(4).
       77 V                   PIC 9(4).
       77 Q                   PIC 9(4).
       77 WS-FOUND-IDX        PIC 9(4).
       01 WS-NEXT-ID          PIC 9(10).
       01 WS-NEXT-ID-TEXT REDEFINES WS-NEXT-ID PIC X(10).
       01 WS-HIGH-ISSUED      PIC 9(10).
       01 WS-ID-FREE-FLAG     PIC 9     VALUE 0.
          88 ID-FREE                    VALUE 1 FALSE 0.
       01 WS-CODE-NUM         PIC 9(3).
       01 WS-CODE-SHOW        PIC 9(3).
       01 WS-VALID-DAYS       PIC S9(7).
       01 WS-REFUSE-REASON    PIC X(40).
       01 WS-EVENT-DATE       PIC X(8).

      *    Counters for the run summaries.
       01 WS-ISSUED-TOTAL     PIC 9(4)  VALUE 0.
       01 WS-REFUSED-TOTAL    PIC 9(4)  VALUE 0.
       01 WS-REVOKED-TOTAL    PIC 9(4)  VALUE 0.
       01 WS-REMOVED-TOTAL    PIC 9(4)  VALUE 0.
       01 WS-ADDED-TOTAL      PIC 9(4)  VALUE 0.
       01 WS-EXPECTED-TOTAL   PIC 9(4)  VALUE 0.
       01 WS-ONSITE-TOTAL     PIC 9(4)  VALUE 0.
       01 WS-PURGED-TOTAL     PIC 9(4)  VALUE 0.
       77 K                   PIC 9(4).
       01 WS-MAX-SHOW         PIC ZZ9.

      *    Shared visitor badge layouts.
       COPY "visitor-badge.cpy".
      *    Shared central parameter lookup fields.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       VISITOR-BADGE.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-VISITOR-PARMS
           PERFORM LOAD-BADGE-EXPORT
           PERFORM LOAD-VISITOR-MASTER
           PERFORM LOAD-VISITOR-REQUESTS
      *    VISITREQ is rewritten with only the refused lines, so a
      *    file larger than the table would lose its tail.
           IF REQUEST-OVERFLOW
              DISPLAY "VISITOR-BADGE: more than 500 lines on VISITREQ,"
                 " nothing issued"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *    Every request may be issued, so room is made sure of for
      *    all of them before the first goes on the door export.
           IF WS-VISITOR-COUNT + WS-REQUEST-COUNT > VB-MASTER-MAX
              OR WS-BADGE-COUNT + WS-REQUEST-COUNT > 5000
              DISPLAY "VISITOR-BADGE: " WS-REQUEST-COUNT
                 " requests would overfill VISITMST or BADGEIN,"
                 " nothing issued"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *    The next id is one past the highest ever issued in the
      *    range; the line holding it is never purged, so no id comes
      *    round again.
           PERFORM FIND-HIGH-ISSUED
           IF WS-HIGH-ISSUED = 0
              MOVE WS-FIRST-ID TO WS-NEXT-ID
           ELSE
              COMPUTE WS-NEXT-ID = WS-HIGH-ISSUED + 1
           END-IF

           OPEN OUTPUT ISSUE-REPORT-FILE
           MOVE SPACES TO ISSUE-REPORT-LINE
           STRING "VISITOR BADGE ISSUANCE " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO ISSUE-REPORT-LINE
           END-STRING
           WRITE ISSUE-REPORT-LINE
           OPEN EXTEND BADGE-FILE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-REQUEST-COUNT
                   PERFORM WORK-ONE-REQUEST
           END-PERFORM
           CLOSE BADGE-FILE
           CLOSE ISSUE-REPORT-FILE
           PERFORM SAVE-VISITOR-MASTER
           PERFORM SAVE-VISITOR-REQUESTS
           DISPLAY "VISITOR-BADGE: " WS-ISSUED-TOTAL " ISSUED, "
              WS-REFUSED-TOTAL " REQUEST(S) REFUSED"
           IF WS-REFUSED-TOTAL > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    One request: refused whole with the first thing wrong, or
      *    issued the next free id in the range.
       WORK-ONE-REQUEST.
           MOVE WS-REQUEST-LINE(Q) TO VQ-REQUEST-RECORD
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE VQ-SPONSOR-ID TO BG-BADGE-ID
           PERFORM FIND-BADGE
           MOVE WS-FOUND-IDX TO B
           MOVE VQ-SPONSOR-ID TO VB-BADGE-ID
           PERFORM FIND-VISITOR
           IF VQ-CODE = SPACES
              MOVE WS-DEFAULT-CODE TO WS-CODE-NUM
           ELSE
              IF VQ-CODE IS NUMERIC
                 MOVE VQ-CODE TO WS-CODE-NUM
              ELSE
                 MOVE 0 TO WS-CODE-NUM
              END-IF
           END-IF
           EVALUATE TRUE
           WHEN VQ-VISITOR-NAME = SPACES
              MOVE "NO VISITOR NAME" TO WS-REFUSE-REASON
           WHEN VQ-SPONSOR-ID = SPACES OR B = 0
              MOVE "SPONSOR HAS NO ISSUED BADGE" TO WS-REFUSE-REASON
           WHEN WS-FOUND-IDX > 0
              MOVE "SPONSOR IS A VISITOR BADGE" TO WS-REFUSE-REASON
           WHEN VQ-VALID-FROM IS NOT NUMERIC
              MOVE "VALID-FROM IS NOT A DATE" TO WS-REFUSE-REASON
           WHEN TEST-DATE-YYYYMMDD(NUMVAL(VQ-VALID-FROM)) NOT = 0
              MOVE "VALID-FROM IS NOT A DATE" TO WS-REFUSE-REASON
           WHEN VQ-VALID-TO IS NOT NUMERIC
              MOVE "VALID-TO IS NOT A DATE" TO WS-REFUSE-REASON
           WHEN TEST-DATE-YYYYMMDD(NUMVAL(VQ-VALID-TO)) NOT = 0
              MOVE "VALID-TO IS NOT A DATE" TO WS-REFUSE-REASON
           WHEN VQ-VALID-TO < VQ-VALID-FROM
              MOVE "VALID-TO BEFORE VALID-FROM" TO WS-REFUSE-REASON
           WHEN VQ-VALID-TO < BD-BUSINESS-DATE
              MOVE "VALID-TO ALREADY PASSED" TO WS-REFUSE-REASON
           WHEN WS-CODE-NUM < 1 OR WS-CODE-NUM > 31
              MOVE "HANDSHAKE CODE MUST BE 1-31" TO WS-REFUSE-REASON
           WHEN OTHER
              COMPUTE WS-VALID-DAYS =
                 INTEGER-OF-DATE(NUMVAL(VQ-VALID-TO))
                 - INTEGER-OF-DATE(NUMVAL(VQ-VALID-FROM)) + 1
              IF WS-VALID-DAYS > WS-MAX-DAYS
                 MOVE WS-MAX-DAYS TO WS-MAX-SHOW
                 STRING "GOOD FOR MORE THAN " DELIMITED BY SIZE
                    TRIM(WS-MAX-SHOW) DELIMITED BY SIZE
                    " DAYS" DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON
                 END-STRING
              ELSE
                 PERFORM FIND-FREE-ID
                 IF NOT ID-FREE
                    MOVE "RESERVED BADGE RANGE USED UP"
                       TO WS-REFUSE-REASON
                 END-IF
              END-IF
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-TOTAL
              ADD 1 TO WS-KEPT-COUNT
              MOVE WS-REQUEST-LINE(Q) TO WS-KEPT-LINE(WS-KEPT-COUNT)
              MOVE SPACES TO ISSUE-REPORT-LINE
              STRING "REFUSED " DELIMITED BY SIZE
                 WS-REQUEST-LINE(Q) DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 WS-REFUSE-REASON DELIMITED BY SIZE
                 INTO ISSUE-REPORT-LINE
              END-STRING
              WRITE ISSUE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-CODE-NUM TO WS-CODE-SHOW
           MOVE SPACES TO VB-VISITOR-RECORD
           MOVE WS-NEXT-ID-TEXT TO VB-BADGE-ID
           MOVE WS-CODE-SHOW TO VB-CODE
           MOVE VQ-SPONSOR-ID TO VB-SPONSOR-ID
           MOVE VQ-VISITOR-NAME TO VB-VISITOR-NAME
           MOVE VQ-COMPANY TO VB-COMPANY
           MOVE VQ-VALID-FROM TO VB-VALID-FROM
           MOVE VQ-VALID-TO TO VB-VALID-TO
           SET VB-ACTIVE TO TRUE
           MOVE BD-BUSINESS-DATE TO VB-ISSUED-DATE
           ADD 1 TO WS-VISITOR-COUNT
           MOVE VB-VISITOR-RECORD TO WS-VT-RECORD(WS-VISITOR-COUNT)
      *    A badge good only from a later date waits for the sweep.
           IF VB-VALID-FROM <= BD-BUSINESS-DATE
              MOVE SPACES TO BADGE-RECORD
              MOVE VB-BADGE-ID TO BG-BADGE-ID
              MOVE VB-CODE TO BG-CODE
              WRITE BADGE-RECORD
              ADD 1 TO WS-BADGE-COUNT
              MOVE BADGE-RECORD TO WS-BADGE-LINE(WS-BADGE-COUNT)
           END-IF
           ADD 1 TO WS-ISSUED-TOTAL
           ADD 1 TO WS-NEXT-ID
           MOVE SPACES TO ISSUE-REPORT-LINE
           STRING "ISSUED  " DELIMITED BY SIZE
              VB-BADGE-ID DELIMITED BY SIZE
              " CODE " DELIMITED BY SIZE
              VB-CODE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              VB-VISITOR-NAME DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              VB-COMPANY DELIMITED BY SIZE
              " SPONSOR " DELIMITED BY SIZE
              VB-SPONSOR-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              VB-VALID-FROM DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              VB-VALID-TO DELIMITED BY SIZE
              INTO ISSUE-REPORT-LINE
           END-STRING
           WRITE ISSUE-REPORT-LINE
           .
       WORK-ONE-REQUEST-EXIT.
           EXIT.

      *    Highest id on the master inside FIRSTID to LASTID, or 0.
       FIND-HIGH-ISSUED.
           MOVE 0 TO WS-HIGH-ISSUED
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VISITOR-COUNT
                   MOVE WS-VT-RECORD(V) TO VB-VISITOR-RECORD
                   IF VB-BADGE-ID IS NUMERIC
                      AND VB-BADGE-NO >= WS-FIRST-ID
                      AND VB-BADGE-NO <= WS-LAST-ID
                      AND VB-BADGE-NO > WS-HIGH-ISSUED
                      MOVE VB-BADGE-NO TO WS-HIGH-ISSUED
                   END-IF
           END-PERFORM
           .
       FIND-HIGH-ISSUED-EXIT.
           EXIT.

      *    Moves WS-NEXT-ID past any id already on the door export
      *    (a regular badge someone numbered into the range); ID-FREE
      *    is false when the range runs out first.
       FIND-FREE-ID.
           SET ID-FREE TO FALSE
           PERFORM UNTIL ID-FREE OR WS-NEXT-ID > WS-LAST-ID
                   MOVE WS-NEXT-ID-TEXT TO BG-BADGE-ID
                   PERFORM FIND-BADGE
                   IF WS-FOUND-IDX = 0
                      SET ID-FREE TO TRUE
                   ELSE
                      ADD 1 TO WS-NEXT-ID
                   END-IF
           END-PERFORM
           .
       FIND-FREE-ID-EXIT.
           EXIT.

      *    Door export line for the badge id in BG-BADGE-ID, or 0.
       FIND-BADGE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING B FROM 1 BY 1
              UNTIL B > WS-BADGE-COUNT OR WS-FOUND-IDX > 0
                   IF WS-BADGE-LINE(B)(1:10) = BG-BADGE-ID
                      MOVE B TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           .
       FIND-BADGE-EXIT.
           EXIT.

      *    Visitor master entry for the badge id in VB-BADGE-ID, or 0.
       FIND-VISITOR.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING V FROM 1 BY 1
              UNTIL V > WS-VISITOR-COUNT OR WS-FOUND-IDX > 0
                   IF WS-VT-RECORD(V)(1:10) = VB-BADGE-ID
                      MOVE V TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           .
       FIND-VISITOR-EXIT.
           EXIT.

      *    Nightly expiry sweep. A badge is good through its valid-to
      *    date; from the next business date it is revoked. Any
      *    revoked badge still on the door export is taken off, so a
      *    sweep that stopped part way is finished by the next one.
      *    A badge issued ahead of its valid-from date goes on the
      *    export on the first sweep inside its dates.
       ENTRY "VISITOR-BADGE-EXPIRY".
       VISITOR-BADGE-EXPIRY.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-VISITOR-PARMS
           PERFORM LOAD-BADGE-EXPORT
           PERFORM LOAD-VISITOR-MASTER
           OPEN OUTPUT EXPIRY-REPORT-FILE
           MOVE SPACES TO EXPIRY-REPORT-LINE
           STRING "VISITOR BADGE EXPIRY SWEEP " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO EXPIRY-REPORT-LINE
           END-STRING
           WRITE EXPIRY-REPORT-LINE
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VISITOR-COUNT
                   MOVE WS-VT-RECORD(V) TO VB-VISITOR-RECORD
                   IF VB-ACTIVE AND VB-VALID-TO < BD-BUSINESS-DATE
                      SET VB-REVOKED TO TRUE
                      MOVE BD-BUSINESS-DATE TO VB-REVOKED-DATE
                      MOVE VB-VISITOR-RECORD TO WS-VT-RECORD(V)
                      ADD 1 TO WS-REVOKED-TOTAL
                      MOVE SPACES TO EXPIRY-REPORT-LINE
                      STRING "REVOKED " DELIMITED BY SIZE
                         VB-BADGE-ID DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         VB-VISITOR-NAME DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         VB-COMPANY DELIMITED BY SIZE
                         " SPONSOR " DELIMITED BY SIZE
                         VB-SPONSOR-ID DELIMITED BY SIZE
                         " VALID TO " DELIMITED BY SIZE
                         VB-VALID-TO DELIMITED BY SIZE
                         INTO EXPIRY-REPORT-LINE
                      END-STRING
                      WRITE EXPIRY-REPORT-LINE
                   END-IF
           END-PERFORM
           PERFORM SAVE-VISITOR-MASTER

           OPEN OUTPUT BADGE-FILE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BADGE-COUNT
                   MOVE WS-BADGE-LINE(B) TO BADGE-RECORD
                   MOVE BG-BADGE-ID TO VB-BADGE-ID
                   PERFORM FIND-VISITOR
                   IF WS-FOUND-IDX > 0
                      MOVE WS-VT-RECORD(WS-FOUND-IDX)
                         TO VB-VISITOR-RECORD
                   END-IF
                   IF WS-FOUND-IDX > 0 AND VB-REVOKED
                      ADD 1 TO WS-REMOVED-TOTAL
                      MOVE SPACES TO EXPIRY-REPORT-LINE
                      STRING "REMOVED " DELIMITED BY SIZE
                         BG-BADGE-ID DELIMITED BY SIZE
                         " FROM BADGEIN" DELIMITED BY SIZE
                         INTO EXPIRY-REPORT-LINE
                      END-STRING
                      WRITE EXPIRY-REPORT-LINE
                   ELSE
                      WRITE BADGE-RECORD
                   END-IF
           END-PERFORM
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VISITOR-COUNT
                   MOVE WS-VT-RECORD(V) TO VB-VISITOR-RECORD
                   IF VB-ACTIVE
                      AND VB-VALID-FROM <= BD-BUSINESS-DATE
                      AND VB-VALID-TO >= BD-BUSINESS-DATE
                      PERFORM ADD-DUE-BADGE
                   END-IF
           END-PERFORM
           CLOSE BADGE-FILE
      *    Only once every revoked badge is off the door export are
      *    the old ones purged from the master.
           PERFORM PURGE-OLD-BADGES
           IF WS-PURGED-TOTAL > 0
              PERFORM SAVE-VISITOR-MASTER
           END-IF
           CLOSE EXPIRY-REPORT-FILE
           DISPLAY "VISITOR-BADGE-EXPIRY: " WS-REVOKED-TOTAL
              " REVOKED, " WS-REMOVED-TOTAL " TAKEN OFF BADGEIN, "
              WS-ADDED-TOTAL " PUT ON BADGEIN, "
              WS-PURGED-TOTAL " PURGED FROM VISITMST"
           MOVE 0 TO RETURN-CODE
           GOBACK.
       VISITOR-BADGE-EXPIRY-EXIT.
           EXIT.

      *    A badge revoked before the KEEPDAYS cutoff leaves the
      *    master, but never the high-water id.
       PURGE-OLD-BADGES.
           MOVE 0 TO WS-PURGED-TOTAL
           PERFORM FIND-HIGH-ISSUED
           COMPUTE WS-KEEP-CUTOFF-NUM = DATE-OF-INTEGER(
              INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
              - WS-KEEP-DAYS)
           MOVE 0 TO K
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VISITOR-COUNT
                   MOVE WS-VT-RECORD(V) TO VB-VISITOR-RECORD
                   IF VB-REVOKED
                      AND VB-REVOKED-DATE < WS-KEEP-CUTOFF
                      AND NOT (VB-BADGE-ID IS NUMERIC
                         AND VB-BADGE-NO = WS-HIGH-ISSUED)
                      ADD 1 TO WS-PURGED-TOTAL
                      MOVE SPACES TO EXPIRY-REPORT-LINE
                      STRING "PURGED  " DELIMITED BY SIZE
                         VB-BADGE-ID DELIMITED BY SIZE
                         " REVOKED " DELIMITED BY SIZE
                         VB-REVOKED-DATE DELIMITED BY SIZE
                         INTO EXPIRY-REPORT-LINE
                      END-STRING
                      WRITE EXPIRY-REPORT-LINE
                   ELSE
                      ADD 1 TO K
                      MOVE WS-VISITOR-ENTRY(V) TO WS-VISITOR-ENTRY(K)
                   END-IF
           END-PERFORM
           MOVE K TO WS-VISITOR-COUNT
           .
       PURGE-OLD-BADGES-EXIT.
           EXIT.

      *    The badge in VB-VISITOR-RECORD onto the door export, unless
      *    it is already there.
       ADD-DUE-BADGE.
           MOVE VB-BADGE-ID TO BG-BADGE-ID
           PERFORM FIND-BADGE
           IF WS-FOUND-IDX > 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BADGE-RECORD
           MOVE VB-BADGE-ID TO BG-BADGE-ID
           MOVE VB-CODE TO BG-CODE
           WRITE BADGE-RECORD
           ADD 1 TO WS-ADDED-TOTAL
           MOVE SPACES TO EXPIRY-REPORT-LINE
           STRING "ADDED   " DELIMITED BY SIZE
              VB-BADGE-ID DELIMITED BY SIZE
              " TO BADGEIN, VALID FROM " DELIMITED BY SIZE
              VB-VALID-FROM DELIMITED BY SIZE
              INTO EXPIRY-REPORT-LINE
           END-STRING
           WRITE EXPIRY-REPORT-LINE
           .
       ADD-DUE-BADGE-EXIT.
           EXIT.

      *    Daily on-site listing. Every active badge good on the
      *    business date is listed with its first and last swipe of
      *    the day, or as expected and not yet seen.
       ENTRY "VISITOR-BADGE-ONSITE".
       VISITOR-BADGE-ONSITE.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-VISITOR-MASTER
           SET FILE-EOF TO FALSE
           OPEN INPUT DOOR-EVENT-FILE
           PERFORM UNTIL FILE-EOF
                   READ DOOR-EVENT-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM NOTE-ONE-SWIPE
                   END-READ
           END-PERFORM
           CLOSE DOOR-EVENT-FILE

           OPEN OUTPUT ONSITE-REPORT-FILE
           MOVE SPACES TO ONSITE-REPORT-LINE
           STRING "VISITORS ON SITE " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO ONSITE-REPORT-LINE
           END-STRING
           WRITE ONSITE-REPORT-LINE
           MOVE SPACES TO ONSITE-REPORT-LINE
           WRITE ONSITE-REPORT-LINE
           MOVE SPACES TO ONSITE-REPORT-LINE
           STRING "BADGE      VISITOR                        "
                 DELIMITED BY SIZE
              "COMPANY                        SPONSOR    "
                 DELIMITED BY SIZE
              "VALID TO FIRST  LAST" DELIMITED BY SIZE
              INTO ONSITE-REPORT-LINE
           END-STRING
           WRITE ONSITE-REPORT-LINE
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VISITOR-COUNT
                   MOVE WS-VT-RECORD(V) TO VB-VISITOR-RECORD
                   IF VB-ACTIVE
                      AND VB-VALID-FROM <= BD-BUSINESS-DATE
                      AND VB-VALID-TO >= BD-BUSINESS-DATE
                      PERFORM WRITE-ONSITE-LINE
                   END-IF
           END-PERFORM
           CLOSE ONSITE-REPORT-FILE
           DISPLAY "VISITOR-BADGE-ONSITE: " WS-EXPECTED-TOTAL
              " BADGES GOOD TODAY, " WS-ONSITE-TOTAL " SEEN AT A DOOR"
           MOVE 0 TO RETURN-CODE
           GOBACK.
       VISITOR-BADGE-ONSITE-EXIT.
           EXIT.

       NOTE-ONE-SWIPE.
           MOVE DV-EVENT-DATE TO WS-EVENT-DATE
           IF WS-EVENT-DATE = SPACES
              MOVE BD-BUSINESS-DATE TO WS-EVENT-DATE
           END-IF
           IF WS-EVENT-DATE NOT = BD-BUSINESS-DATE
              OR DV-BADGE-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE DV-BADGE-ID TO VB-BADGE-ID
           PERFORM FIND-VISITOR
           IF WS-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
      *    A swipe with no time still puts the visitor on site.
           IF DV-EVENT-TIME = SPACES
              IF WS-VT-FIRST-TIME(WS-FOUND-IDX) = SPACES
                 MOVE "------" TO WS-VT-FIRST-TIME(WS-FOUND-IDX)
                 MOVE "------" TO WS-VT-LAST-TIME(WS-FOUND-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-VT-FIRST-TIME(WS-FOUND-IDX) = SPACES OR "------"
              OR DV-EVENT-TIME < WS-VT-FIRST-TIME(WS-FOUND-IDX)
              MOVE DV-EVENT-TIME TO WS-VT-FIRST-TIME(WS-FOUND-IDX)
           END-IF
           IF DV-EVENT-TIME > WS-VT-LAST-TIME(WS-FOUND-IDX)
              MOVE DV-EVENT-TIME TO WS-VT-LAST-TIME(WS-FOUND-IDX)
           END-IF
           .
       NOTE-ONE-SWIPE-EXIT.
           EXIT.

       WRITE-ONSITE-LINE.
           ADD 1 TO WS-EXPECTED-TOTAL
           MOVE SPACES TO ONSITE-REPORT-LINE
           IF WS-VT-FIRST-TIME(V) = SPACES
              STRING VB-BADGE-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 VB-VISITOR-NAME DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 VB-COMPANY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 VB-SPONSOR-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 VB-VALID-TO DELIMITED BY SIZE
                 " EXPECTED, NOT SEEN" DELIMITED BY SIZE
                 INTO ONSITE-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-ONSITE-TOTAL
              STRING VB-BADGE-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 VB-VISITOR-NAME DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 VB-COMPANY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 VB-SPONSOR-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 VB-VALID-TO DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-VT-FIRST-TIME(V) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-VT-LAST-TIME(V) DELIMITED BY SIZE
                 INTO ONSITE-REPORT-LINE
              END-STRING
           END-IF
           WRITE ONSITE-REPORT-LINE
           .
       WRITE-ONSITE-LINE-EXIT.
           EXIT.

      *    PARMMST entries in force on the business date; an absent
      *    or unusable entry leaves the default.
       LOAD-VISITOR-PARMS.
           MOVE "VISITOR-BADGE" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "FIRSTID" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 9999999999
                 COMPUTE WS-FIRST-ID = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "LASTID" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= WS-FIRST-ID
                 AND NUMVAL(PP-FOUND-VALUE) <= 9999999999
                 COMPUTE WS-LAST-ID = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "MAXDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 366
                 COMPUTE WS-MAX-DAYS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "DEFCODE" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 31
                 COMPUTE WS-DEFAULT-CODE = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "KEEPDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 999
                 COMPUTE WS-KEEP-DAYS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-VISITOR-PARMS-EXIT.
           EXIT.

       LOAD-BADGE-EXPORT.
           MOVE 0 TO WS-BADGE-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT BADGE-FILE
           PERFORM UNTIL FILE-EOF
                   READ BADGE-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF BADGE-RECORD NOT = SPACES
                            IF WS-BADGE-COUNT >= 5000
                               DISPLAY "VISITOR-BADGE: BADGEIN has"
                                  " more than 5000 badges"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-BADGE-COUNT
                            MOVE BADGE-RECORD
                               TO WS-BADGE-LINE(WS-BADGE-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BADGE-FILE
           .
       LOAD-BADGE-EXPORT-EXIT.
           EXIT.

       LOAD-VISITOR-MASTER.
           MOVE 0 TO WS-VISITOR-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT VISITOR-MASTER-FILE
           PERFORM UNTIL FILE-EOF
                   READ VISITOR-MASTER-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF VISITOR-MASTER-RECORD NOT = SPACES
                            IF WS-VISITOR-COUNT >= VB-MASTER-MAX
                               DISPLAY "VISITOR-BADGE: VISITMST has"
                                  " more than " VB-MASTER-MAX
                                  " badges"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-VISITOR-COUNT
                            MOVE VISITOR-MASTER-RECORD
                               TO WS-VT-RECORD(WS-VISITOR-COUNT)
                            MOVE SPACES
                               TO WS-VT-FIRST-TIME(WS-VISITOR-COUNT)
                            MOVE SPACES
                               TO WS-VT-LAST-TIME(WS-VISITOR-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE VISITOR-MASTER-FILE
           .
       LOAD-VISITOR-MASTER-EXIT.
           EXIT.

       LOAD-VISITOR-REQUESTS.
           MOVE 0 TO WS-REQUEST-COUNT
           SET REQUEST-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT VISITOR-REQUEST-FILE
           PERFORM UNTIL FILE-EOF
                   READ VISITOR-REQUEST-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF VISITOR-REQUEST-LINE NOT = SPACES
                            AND WS-REQUEST-COUNT NOT < 500
                            SET REQUEST-OVERFLOW TO TRUE
                         END-IF
                         IF VISITOR-REQUEST-LINE NOT = SPACES
                            AND WS-REQUEST-COUNT < 500
                            ADD 1 TO WS-REQUEST-COUNT
                            MOVE VISITOR-REQUEST-LINE
                               TO WS-REQUEST-LINE(WS-REQUEST-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE VISITOR-REQUEST-FILE
           .
       LOAD-VISITOR-REQUESTS-EXIT.
           EXIT.

       SAVE-VISITOR-MASTER.
           OPEN OUTPUT VISITOR-MASTER-FILE
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-VISITOR-COUNT
                   MOVE WS-VT-RECORD(V) TO VISITOR-MASTER-RECORD
                   WRITE VISITOR-MASTER-RECORD
           END-PERFORM
           CLOSE VISITOR-MASTER-FILE
           .
       SAVE-VISITOR-MASTER-EXIT.
           EXIT.

       SAVE-VISITOR-REQUESTS.
           OPEN OUTPUT VISITOR-REQUEST-FILE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-KEPT-COUNT
                   MOVE WS-KEPT-LINE(Q) TO VISITOR-REQUEST-LINE
                   WRITE VISITOR-REQUEST-LINE
           END-PERFORM
           CLOSE VISITOR-REQUEST-FILE
           .
       SAVE-VISITOR-REQUESTS-EXIT.
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
           DISPLAY "VISITOR-BADGE: PARMMST "
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

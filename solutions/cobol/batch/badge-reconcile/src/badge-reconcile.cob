      *    whose action is outside the badge's decoded permitted
      *    list, and issued badges never seen at any door during the
      *    period.
      *
      *    Temporary badges issued by VISITOR-BADGE (VISITMST, see
      *    visitor-badge.cpy) are also held to their terms: a visitor
      *    badge used on a day outside its valid-from to valid-to
      *    dates, or used while its sponsor's own badge has not yet
      *    been seen at any door that day, is reported. An event
      *    without a date is taken as the business date's. A visitor
      *    badge revoked long enough to be purged from VISITMST is no
      *    longer held to its terms.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECONCILE-REPORT-FILE ASSIGN TO "BADGRCON"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Visitor badge master -- see visitor-badge.cpy.
           SELECT OPTIONAL VISITOR-MASTER-FILE ASSIGN TO "VISITMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 DV-CODE         PIC X(3).
           02 FILLER          PIC X.
           02 DV-ACTION       PIC X(20).
           02 FILLER          PIC X.
           02 DV-EVENT-DATE   PIC X(8).
           02 FILLER          PIC X.
           02 DV-EVENT-TIME   PIC X(6).
       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-LINE PIC X(100).
       FD  VISITOR-MASTER-FILE.
       01  VISITOR-MASTER-RECORD PIC X(125).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BADGE-EOF-FLAG   PIC 9     VALUE 0.
       01 WS-UNISSUED-COUNT   PIC 9(4)  VALUE 0.
       01 WS-VIOLATION-COUNT  PIC 9(4)  VALUE 0.
       01 WS-UNSEEN-COUNT     PIC 9(3)  VALUE 0.
       01 WS-VISITOR-EXCEPTIONS PIC 9(4) VALUE 0.

      *    Visitor badges and their terms, off VISITMST. Holds
      *    VB-MASTER-MAX lines -- see visitor-badge.cpy.
       01 WS-VISITOR-COUNT    PIC 9(4)  VALUE 0.
       01 WS-VISITOR-TABLE.
          05 WS-VISITOR-ENTRY OCCURS 5000.
             10 WS-VS-ID       PIC X(10).
             10 WS-VS-SPONSOR  PIC X(10).
             10 WS-VS-FROM     PIC X(8).
             10 WS-VS-TO       PIC X(8).
       77 V                   PIC 9(4).
       77 WS-VISITOR-IDX      PIC 9(4).

      *    A sponsor's first swipe of each day in the event log.
       01 WS-PRESENCE-COUNT   PIC 9(4)  VALUE 0.
       01 WS-PRESENCE-TABLE.
          05 WS-PRESENCE-ENTRY OCCURS 2000.
             10 WS-PS-BADGE    PIC X(10).
             10 WS-PS-DATE     PIC X(8).
             10 WS-PS-TIME     PIC X(6).
       77 S                   PIC 9(4).
       01 WS-EVENT-DATE       PIC X(8).
       01 WS-SPONSOR-FLAG     PIC 9     VALUE 0.
          88 SPONSOR-ON-SITE            VALUE 1 FALSE 0.

      *    Shared visitor badge layouts.
       COPY "visitor-badge.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       BADGE-RECONCILE.
           PERFORM LOAD-ISSUED-BADGES
           PERFORM LOAD-DECODED-ACTIONS
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-VISITOR-BADGES
           PERFORM LOAD-SPONSOR-PRESENCE
           IF WS-BADGE-COUNT = 0
              DISPLAY "BADGE-RECONCILE: no issued badges on file"
              MOVE 8 TO RETURN-CODE
           DISPLAY "BADGE-RECONCILE: " WS-EVENT-COUNT " EVENTS, "
              WS-UNISSUED-COUNT " UNISSUED, "
              WS-VIOLATION-COUNT " VIOLATIONS, "
              WS-UNSEEN-COUNT " BADGES NEVER SEEN, "
              WS-VISITOR-EXCEPTIONS " VISITOR EXCEPTIONS"
           IF WS-UNISSUED-COUNT > 0 OR WS-VIOLATION-COUNT > 0
              OR WS-VISITOR-EXCEPTIONS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      *    we never issued. A matched event's action must appear in
      *    the badge's decoded action list.
       CHECK-ONE-EVENT.
           PERFORM CHECK-VISITOR-EVENT
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-BADGE-COUNT OR WS-FOUND-IDX > 0
           END-PERFORM
           IF WS-FOUND-IDX = 0
              ADD 1 TO WS-UNISSUED-COUNT
              MOVE SPACES TO RECONCILE-REPORT-LINE
              STRING "UNISSUED CODE " DELIMITED BY SIZE
                 DV-CODE DELIMITED BY SIZE
                 " AS " DELIMITED BY SIZE
           PERFORM CHECK-ACTION-PERMITTED
           IF NOT ACTION-PERMITTED
              ADD 1 TO WS-VIOLATION-COUNT
              MOVE SPACES TO RECONCILE-REPORT-LINE
              STRING DV-BADGE-ID DELIMITED BY SIZE
                 " ACTION " DELIMITED BY SIZE
                 FUNCTION TRIM(DV-ACTION) DELIMITED BY SIZE
       CHECK-ACTION-PERMITTED-EXIT.
           EXIT.

      *    A visitor badge is checked on its terms whether or not it
      *    is still on the door export -- a revoked badge is also
      *    reported above as a code we no longer issue.
       CHECK-VISITOR-EVENT.
           MOVE 0 TO WS-VISITOR-IDX
           PERFORM VARYING V FROM 1 BY 1
              UNTIL V > WS-VISITOR-COUNT OR WS-VISITOR-IDX > 0
                   IF WS-VS-ID(V) = DV-BADGE-ID
                      MOVE V TO WS-VISITOR-IDX
                   END-IF
           END-PERFORM
           IF WS-VISITOR-IDX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE DV-EVENT-DATE TO WS-EVENT-DATE
           IF WS-EVENT-DATE = SPACES
              MOVE BD-BUSINESS-DATE TO WS-EVENT-DATE
           END-IF
           IF WS-EVENT-DATE < WS-VS-FROM(WS-VISITOR-IDX)
              OR WS-EVENT-DATE > WS-VS-TO(WS-VISITOR-IDX)
              ADD 1 TO WS-VISITOR-EXCEPTIONS
              MOVE SPACES TO RECONCILE-REPORT-LINE
              STRING "VISITOR " DELIMITED BY SIZE
                 DV-BADGE-ID DELIMITED BY SIZE
                 " USED " DELIMITED BY SIZE
                 WS-EVENT-DATE DELIMITED BY SIZE
                 " OUTSIDE " DELIMITED BY SIZE
                 WS-VS-FROM(WS-VISITOR-IDX) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-VS-TO(WS-VISITOR-IDX) DELIMITED BY SIZE
                 " AT DOOR " DELIMITED BY SIZE
                 DV-DOOR-ID DELIMITED BY SIZE
                 INTO RECONCILE-REPORT-LINE
              END-STRING
              WRITE RECONCILE-REPORT-LINE
           END-IF
      *    The sponsor is on site once their badge has been seen that
      *    day at or before the visitor's swipe; without times on
      *    either, any swipe that day will do.
           SET SPONSOR-ON-SITE TO FALSE
           PERFORM VARYING S FROM 1 BY 1
              UNTIL S > WS-PRESENCE-COUNT OR SPONSOR-ON-SITE
                   IF WS-PS-BADGE(S) = WS-VS-SPONSOR(WS-VISITOR-IDX)
                      AND WS-PS-DATE(S) = WS-EVENT-DATE
                      AND (WS-PS-TIME(S) <= DV-EVENT-TIME
                         OR WS-PS-TIME(S) = SPACES
                         OR DV-EVENT-TIME = SPACES)
                      SET SPONSOR-ON-SITE TO TRUE
                   END-IF
           END-PERFORM
           IF NOT SPONSOR-ON-SITE
              ADD 1 TO WS-VISITOR-EXCEPTIONS
              MOVE SPACES TO RECONCILE-REPORT-LINE
              STRING "VISITOR " DELIMITED BY SIZE
                 DV-BADGE-ID DELIMITED BY SIZE
                 " AT DOOR " DELIMITED BY SIZE
                 DV-DOOR-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-EVENT-DATE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 DV-EVENT-TIME DELIMITED BY SIZE
                 " WITHOUT SPONSOR " DELIMITED BY SIZE
                 WS-VS-SPONSOR(WS-VISITOR-IDX) DELIMITED BY SIZE
                 " ON SITE" DELIMITED BY SIZE
                 INTO RECONCILE-REPORT-LINE
              END-STRING
              WRITE RECONCILE-REPORT-LINE
           END-IF
           .
       CHECK-VISITOR-EVENT-EXIT.
           EXIT.

       LOAD-VISITOR-BADGES.
           MOVE 0 TO WS-VISITOR-COUNT
           SET EVENT-EOF TO FALSE
           OPEN INPUT VISITOR-MASTER-FILE
           PERFORM UNTIL EVENT-EOF
                   READ VISITOR-MASTER-FILE INTO VB-VISITOR-RECORD
                      AT END
                         SET EVENT-EOF TO TRUE
                      NOT AT END
                         IF VB-BADGE-ID NOT = SPACES
                            IF WS-VISITOR-COUNT >= VB-MASTER-MAX
                               DISPLAY "BADGE-RECONCILE: VISITMST has"
                                  " more than " VB-MASTER-MAX
                                  " badges"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-VISITOR-COUNT
                            MOVE VB-BADGE-ID
                               TO WS-VS-ID(WS-VISITOR-COUNT)
                            MOVE VB-SPONSOR-ID
                               TO WS-VS-SPONSOR(WS-VISITOR-COUNT)
                            MOVE VB-VALID-FROM
                               TO WS-VS-FROM(WS-VISITOR-COUNT)
                            MOVE VB-VALID-TO
                               TO WS-VS-TO(WS-VISITOR-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE VISITOR-MASTER-FILE
           .
       LOAD-VISITOR-BADGES-EXIT.
           EXIT.

      *    First pass over the event log: the earliest swipe each
      *    sponsor of a visitor badge made on each day.
       LOAD-SPONSOR-PRESENCE.
           MOVE 0 TO WS-PRESENCE-COUNT
           IF WS-VISITOR-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           SET EVENT-EOF TO FALSE
           OPEN INPUT DOOR-EVENT-FILE
           PERFORM UNTIL EVENT-EOF
                   READ DOOR-EVENT-FILE
                      AT END
                         SET EVENT-EOF TO TRUE
                      NOT AT END
                         IF DV-BADGE-ID NOT = SPACES
                            PERFORM NOTE-SPONSOR-SWIPE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE DOOR-EVENT-FILE
           .
       LOAD-SPONSOR-PRESENCE-EXIT.
           EXIT.

       NOTE-SPONSOR-SWIPE.
           MOVE 0 TO WS-VISITOR-IDX
           PERFORM VARYING V FROM 1 BY 1
              UNTIL V > WS-VISITOR-COUNT OR WS-VISITOR-IDX > 0
                   IF WS-VS-SPONSOR(V) = DV-BADGE-ID
                      MOVE V TO WS-VISITOR-IDX
                   END-IF
           END-PERFORM
           IF WS-VISITOR-IDX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE DV-EVENT-DATE TO WS-EVENT-DATE
           IF WS-EVENT-DATE = SPACES
              MOVE BD-BUSINESS-DATE TO WS-EVENT-DATE
           END-IF
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-PRESENCE-COUNT
                   IF WS-PS-BADGE(S) = DV-BADGE-ID
                      AND WS-PS-DATE(S) = WS-EVENT-DATE
                      IF DV-EVENT-TIME < WS-PS-TIME(S)
                         MOVE DV-EVENT-TIME TO WS-PS-TIME(S)
                      END-IF
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-PRESENCE-COUNT >= 2000
              DISPLAY "BADGE-RECONCILE: more than 2000 sponsor days"
                 " in DOOREVTS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PRESENCE-COUNT
           MOVE DV-BADGE-ID TO WS-PS-BADGE(WS-PRESENCE-COUNT)
           MOVE WS-EVENT-DATE TO WS-PS-DATE(WS-PRESENCE-COUNT)
           MOVE DV-EVENT-TIME TO WS-PS-TIME(WS-PRESENCE-COUNT)
           .
       NOTE-SPONSOR-SWIPE-EXIT.
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

       REPORT-UNSEEN-BADGES.
           MOVE "ISSUED BADGES NEVER SEEN AT A DOOR"
              TO RECONCILE-REPORT-LINE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-RUN.
      *    Two-for-one voucher run for the PTA events. The bake sale
      *    and book fair coupons were hand-typed from TWO-FER's single
      *    line every term; this run walks the ROSTERIDX master by
      *    school and grade and issues one numbered voucher per
      *    student in the TWO-FER wording ("One for <name>, one for
      *    me."), printing the coupons to VOUCHERS and appending each
      *    issue to the VCHRREG voucher register. Numbers come off the
      *    VCHRCTL control record and are never reused across events;
      *    the event is named by VCHRPARM, and an event that already
      *    has vouchers on the register is refused rather than issued
      *    twice -- so a roster past the 3000-student or 50-school
      *    tables stops the run before any voucher is issued, since
      *    the students left over could never be issued afterwards.
      *
      *    The VOUCHER-RECONCILE entry takes the event's redemption
      *    file back (REDEEMIN: voucher number, event, station, time)
      *    and reconciles it against the register to VCHRRCON:
      *    duplicate redemptions, voucher numbers we never issued for
      *    that event, and vouchers never used.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *    Event code for this run's vouchers, first line only.
           SELECT OPTIONAL VOUCHER-PARM-FILE ASSIGN TO "VCHRPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Last voucher number issued, carried across runs.
           SELECT OPTIONAL VOUCHER-CONTROL-FILE ASSIGN TO "VCHRCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Append-forever register of every voucher issued.
           SELECT OPTIONAL VOUCHER-REGISTER-FILE ASSIGN TO "VCHRREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOUCHER-PRINT-FILE ASSIGN TO "VOUCHERS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REDEMPTION-FILE ASSIGN TO "REDEEMIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECONCILE-REPORT-FILE ASSIGN TO "VCHRRCON"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-RECORD.
           02 RM-KEY.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  VOUCHER-PARM-FILE.
       01  VOUCHER-PARM-RECORD.
           02 VP-EVENT-ID         PIC X(8).
       FD  VOUCHER-CONTROL-FILE.
       01  VOUCHER-CONTROL-RECORD.
           02 VC-LAST-VOUCHER     PIC 9(8).
       FD  VOUCHER-REGISTER-FILE.
       01  VOUCHER-REGISTER-RECORD.
           02 VR-VOUCHER-NO       PIC 9(8).
           02 FILLER              PIC X.
           02 VR-EVENT-ID         PIC X(8).
           02 FILLER              PIC X.
           02 VR-ISSUE-DATE       PIC X(8).
           02 FILLER              PIC X.
           02 VR-SCHOOL-ID        PIC X(3).
           02 FILLER              PIC X.
           02 VR-GRADE            PIC 9.
           02 FILLER              PIC X.
           02 VR-NAME             PIC X(60).
       FD  VOUCHER-PRINT-FILE.
       01  VOUCHER-PRINT-LINE     PIC X(80).
       FD  REDEMPTION-FILE.
       01  REDEMPTION-RECORD.
           02 RD-VOUCHER-NO       PIC X(8).
           02 FILLER              PIC X.
           02 RD-EVENT-ID         PIC X(8).
           02 FILLER              PIC X.
           02 RD-STATION          PIC X(8).
           02 FILLER              PIC X.
           02 RD-TIME             PIC X(4).
       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-LINE  PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-ROSTER-EOF-FLAG     PIC 9     VALUE 0.
          88 ROSTER-EOF                    VALUE 1 FALSE 0.
       01 WS-REGISTER-EOF-FLAG   PIC 9     VALUE 0.
          88 REGISTER-EOF                  VALUE 1 FALSE 0.
       01 WS-REDEEM-EOF-FLAG     PIC 9     VALUE 0.
          88 REDEEM-EOF                    VALUE 1 FALSE 0.
       01 WS-EVENT-ID            PIC X(8)  VALUE SPACES.
       01 WS-LAST-VOUCHER        PIC 9(8)  VALUE 0.

      *    The roster is walked in key order (school, name) and
      *    buffered, then issued school by school, grade by grade --
      *    the order the PTA hands the coupons out in.
       01 WS-STUDENT-COUNT       PIC 9(4)  VALUE 0.
       01 WS-STUDENT-TABLE.
          05 WS-STUDENT-ENTRY OCCURS 3000.
             10 WS-ST-SCHOOL-ID  PIC X(3).
             10 WS-ST-NAME       PIC X(60).
             10 WS-ST-GRADE      PIC 9.
       01 WS-SCHOOL-COUNT        PIC 9(2)  VALUE 0.
       01 WS-SCHOOL-TABLE.
          05 WS-SCHOOL-ID-ENTRY  PIC X(3) OCCURS 50.
       77 I                      PIC 9(4).
       77 S                      PIC 9(2).
       77 G                      PIC 9(2).
       77 WS-FOUND-IDX           PIC 9(4).
       01 WS-ISSUED-COUNT        PIC 9(5)  VALUE 0.
       01 WS-TRUNCATED-COUNT     PIC 9(5)  VALUE 0.

      *    The TWO-FER wording: a blank name reads "you".
       01 WS-TWO-FER-NAME        PIC X(60).
       01 WS-TWO-FER-TEXT        PIC X(80).

      *    Reconciliation table: the event's vouchers off the
      *    register, with their redemption counts.
       01 WS-VOUCHER-COUNT       PIC 9(5)  VALUE 0.
       01 WS-VOUCHER-TABLE.
          05 WS-VOUCHER-ENTRY OCCURS 5000.
             10 WS-VT-NUMBER     PIC 9(8).
             10 WS-VT-SCHOOL-ID  PIC X(3).
             10 WS-VT-GRADE      PIC 9.
             10 WS-VT-NAME       PIC X(60).
             10 WS-VT-REDEEMED   PIC 9(3).
       01 WS-REDEEM-NUMBER       PIC 9(8).
       01 WS-REDEMPTION-COUNT    PIC 9(5)  VALUE 0.
       01 WS-DUPLICATE-COUNT     PIC 9(5)  VALUE 0.
       01 WS-UNKNOWN-COUNT       PIC 9(5)  VALUE 0.
       01 WS-UNUSED-COUNT        PIC 9(5)  VALUE 0.
       01 WS-USED-COUNT          PIC 9(5)  VALUE 0.

      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       VOUCHER-RUN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-VOUCHER-PARMS
           IF WS-EVENT-ID = SPACES
              DISPLAY "VOUCHER-RUN: no event code on VCHRPARM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-EVENT-VOUCHERS
           IF WS-VOUCHER-COUNT > 0
              DISPLAY "VOUCHER-RUN: event " WS-EVENT-ID
                 " already has " WS-VOUCHER-COUNT
                 " vouchers on VCHRREG, not reissued"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ROSTER-STUDENTS
           IF WS-MASTER-FILE-STATUS NOT = "00"
              AND WS-MASTER-FILE-STATUS NOT = "10"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-TRUNCATED-COUNT > 0
              DISPLAY "VOUCHER-RUN: " WS-TRUNCATED-COUNT
                 " STUDENTS PAST THE 3000-STUDENT OR 50-SCHOOL"
                 " TABLES, NO VOUCHERS ISSUED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-VOUCHER-CONTROL
           OPEN EXTEND VOUCHER-REGISTER-FILE
           OPEN OUTPUT VOUCHER-PRINT-FILE
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SCHOOL-COUNT
                   PERFORM VARYING G FROM 0 BY 1 UNTIL G > 9
                           PERFORM ISSUE-SCHOOL-GRADE
                   END-PERFORM
           END-PERFORM
           CLOSE VOUCHER-PRINT-FILE
           CLOSE VOUCHER-REGISTER-FILE
           PERFORM SAVE-VOUCHER-CONTROL
           DISPLAY "VOUCHER-RUN: " WS-ISSUED-COUNT
              " VOUCHERS ISSUED FOR EVENT " WS-EVENT-ID
              ", LAST NUMBER " WS-LAST-VOUCHER
           GOBACK.

       LOAD-VOUCHER-PARMS.
           MOVE SPACES TO WS-EVENT-ID
           OPEN INPUT VOUCHER-PARM-FILE
           READ VOUCHER-PARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE VP-EVENT-ID TO WS-EVENT-ID
           END-READ
           CLOSE VOUCHER-PARM-FILE
           .
       LOAD-VOUCHER-PARMS-EXIT.
           EXIT.

      *    A missing or unreadable control record starts numbering
      *    at one; after that the register is the proof no number
      *    went out twice.
       LOAD-VOUCHER-CONTROL.
           MOVE 0 TO WS-LAST-VOUCHER
           OPEN INPUT VOUCHER-CONTROL-FILE
           READ VOUCHER-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF VC-LAST-VOUCHER IS NUMERIC
                    MOVE VC-LAST-VOUCHER TO WS-LAST-VOUCHER
                 END-IF
           END-READ
           CLOSE VOUCHER-CONTROL-FILE
           .
       LOAD-VOUCHER-CONTROL-EXIT.
           EXIT.

       SAVE-VOUCHER-CONTROL.
           OPEN OUTPUT VOUCHER-CONTROL-FILE
           MOVE WS-LAST-VOUCHER TO VC-LAST-VOUCHER
           WRITE VOUCHER-CONTROL-RECORD
           CLOSE VOUCHER-CONTROL-FILE
           .
       SAVE-VOUCHER-CONTROL-EXIT.
           EXIT.

      *    Reads the roster in key order, remembering each school the
      *    first time it is seen. Read-only, so no ROSTRLCK.
       LOAD-ROSTER-STUDENTS.
           MOVE 0 TO WS-STUDENT-COUNT
           MOVE 0 TO WS-SCHOOL-COUNT
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "VOUCHER-RUN: cannot open ROSTERIDX,"
                 " status " WS-MASTER-FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           SET ROSTER-EOF TO FALSE
           MOVE LOW-VALUES TO RM-KEY
           START ROSTER-MASTER-FILE KEY IS >= RM-KEY
              INVALID KEY
                 SET ROSTER-EOF TO TRUE
           END-START
           PERFORM UNTIL ROSTER-EOF
                   READ ROSTER-MASTER-FILE NEXT RECORD
                      AT END
                         SET ROSTER-EOF TO TRUE
                      NOT AT END
                         PERFORM STORE-ONE-STUDENT
                   END-READ
           END-PERFORM
           CLOSE ROSTER-MASTER-FILE
           MOVE "00" TO WS-MASTER-FILE-STATUS
           .
       LOAD-ROSTER-STUDENTS-EXIT.
           EXIT.

       STORE-ONE-STUDENT.
           IF WS-STUDENT-COUNT >= 3000
              ADD 1 TO WS-TRUNCATED-COUNT
              EXIT PARAGRAPH
           END-IF
           IF WS-SCHOOL-COUNT = 0
              OR WS-SCHOOL-ID-ENTRY(WS-SCHOOL-COUNT) NOT = RM-SCHOOL-ID
              IF WS-SCHOOL-COUNT >= 50
                 ADD 1 TO WS-TRUNCATED-COUNT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-SCHOOL-COUNT
              MOVE RM-SCHOOL-ID
                 TO WS-SCHOOL-ID-ENTRY(WS-SCHOOL-COUNT)
           END-IF
           ADD 1 TO WS-STUDENT-COUNT
           MOVE RM-SCHOOL-ID TO WS-ST-SCHOOL-ID(WS-STUDENT-COUNT)
           MOVE RM-NAME TO WS-ST-NAME(WS-STUDENT-COUNT)
           MOVE RM-GRADE TO WS-ST-GRADE(WS-STUDENT-COUNT)
           .
       STORE-ONE-STUDENT-EXIT.
           EXIT.

      *    Every buffered student of school S in grade G, in name
      *    order, gets the next voucher number.
       ISSUE-SCHOOL-GRADE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-ST-SCHOOL-ID(I) = WS-SCHOOL-ID-ENTRY(S)
                      AND WS-ST-GRADE(I) = G
                      PERFORM ISSUE-ONE-VOUCHER
                   END-IF
           END-PERFORM
           .
       ISSUE-SCHOOL-GRADE-EXIT.
           EXIT.

       ISSUE-ONE-VOUCHER.
           ADD 1 TO WS-LAST-VOUCHER
           ADD 1 TO WS-ISSUED-COUNT
           MOVE WS-ST-NAME(I) TO WS-TWO-FER-NAME
           PERFORM BUILD-TWO-FER-TEXT
           MOVE SPACES TO VOUCHER-REGISTER-RECORD
           MOVE WS-LAST-VOUCHER TO VR-VOUCHER-NO
           MOVE WS-EVENT-ID TO VR-EVENT-ID
           MOVE BD-BUSINESS-DATE TO VR-ISSUE-DATE
           MOVE WS-ST-SCHOOL-ID(I) TO VR-SCHOOL-ID
           MOVE WS-ST-GRADE(I) TO VR-GRADE
           MOVE WS-ST-NAME(I) TO VR-NAME
           WRITE VOUCHER-REGISTER-RECORD
           PERFORM PRINT-ONE-VOUCHER
           .
       ISSUE-ONE-VOUCHER-EXIT.
           EXIT.

      *    Same wording TWO-FER builds: "One for <name>, one for
      *    me.", with "you" standing in for a blank name.
       BUILD-TWO-FER-TEXT.
           IF WS-TWO-FER-NAME = SPACES
              MOVE "you" TO WS-TWO-FER-NAME
           END-IF
           MOVE SPACES TO WS-TWO-FER-TEXT
           STRING "One for " DELIMITED BY SIZE
              FUNCTION TRIM(WS-TWO-FER-NAME) DELIMITED BY SIZE
              ", one for me." DELIMITED BY SIZE
              INTO WS-TWO-FER-TEXT
           END-STRING
           .
       BUILD-TWO-FER-TEXT-EXIT.
           EXIT.

      *    One coupon per voucher, cut along the dashed rule.
       PRINT-ONE-VOUCHER.
           MOVE ALL "-" TO VOUCHER-PRINT-LINE
           WRITE VOUCHER-PRINT-LINE
           MOVE SPACES TO VOUCHER-PRINT-LINE
           STRING "TWO-FOR-ONE VOUCHER NO. " DELIMITED BY SIZE
              VR-VOUCHER-NO DELIMITED BY SIZE
              "   EVENT " DELIMITED BY SIZE
              WS-EVENT-ID DELIMITED BY SIZE
              INTO VOUCHER-PRINT-LINE
           END-STRING
           WRITE VOUCHER-PRINT-LINE
           MOVE WS-TWO-FER-TEXT TO VOUCHER-PRINT-LINE
           WRITE VOUCHER-PRINT-LINE
           MOVE SPACES TO VOUCHER-PRINT-LINE
           STRING "SCHOOL " DELIMITED BY SIZE
              VR-SCHOOL-ID DELIMITED BY SIZE
              "  GRADE " DELIMITED BY SIZE
              VR-GRADE DELIMITED BY SIZE
              "  ISSUED " DELIMITED BY SIZE
              VR-ISSUE-DATE DELIMITED BY SIZE
              INTO VOUCHER-PRINT-LINE
           END-STRING
           WRITE VOUCHER-PRINT-LINE
           .
       PRINT-ONE-VOUCHER-EXIT.
           EXIT.

      *    Loads the register entries for WS-EVENT-ID. Used by the
      *    issue pass to refuse a second issue of the same event,
      *    and by the reconcile pass as the table redemptions are
      *    matched against.
       LOAD-EVENT-VOUCHERS.
           MOVE 0 TO WS-VOUCHER-COUNT
           SET REGISTER-EOF TO FALSE
           OPEN INPUT VOUCHER-REGISTER-FILE
           PERFORM UNTIL REGISTER-EOF
                   READ VOUCHER-REGISTER-FILE
                      AT END
                         SET REGISTER-EOF TO TRUE
                      NOT AT END
                         IF VR-EVENT-ID = WS-EVENT-ID
                            AND VR-VOUCHER-NO IS NUMERIC
                            AND WS-VOUCHER-COUNT < 5000
                            ADD 1 TO WS-VOUCHER-COUNT
                            MOVE VR-VOUCHER-NO
                               TO WS-VT-NUMBER(WS-VOUCHER-COUNT)
                            MOVE VR-SCHOOL-ID
                               TO WS-VT-SCHOOL-ID(WS-VOUCHER-COUNT)
                            MOVE VR-GRADE
                               TO WS-VT-GRADE(WS-VOUCHER-COUNT)
                            MOVE VR-NAME
                               TO WS-VT-NAME(WS-VOUCHER-COUNT)
                            MOVE 0
                               TO WS-VT-REDEEMED(WS-VOUCHER-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE VOUCHER-REGISTER-FILE
           .
       LOAD-EVENT-VOUCHERS-EXIT.
           EXIT.

      *    Redemption reconciliation for the event named on VCHRPARM
      *    (or, when VCHRPARM is blank, the event on the first
      *    redemption record). Reachable as its own entry point.
       ENTRY "VOUCHER-RECONCILE".
       VOUCHER-RECONCILE.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-VOUCHER-PARMS
           IF WS-EVENT-ID = SPACES
              OPEN INPUT REDEMPTION-FILE
              READ REDEMPTION-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RD-EVENT-ID TO WS-EVENT-ID
              END-READ
              CLOSE REDEMPTION-FILE
           END-IF
           IF WS-EVENT-ID = SPACES
              DISPLAY "VOUCHER-RECONCILE: no event to reconcile"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-EVENT-VOUCHERS
           OPEN OUTPUT RECONCILE-REPORT-FILE
           MOVE SPACES TO RECONCILE-REPORT-LINE
           STRING "VOUCHER REDEMPTION RECONCILIATION -- EVENT "
              DELIMITED BY SIZE
              WS-EVENT-ID DELIMITED BY SIZE
              " -- " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO RECONCILE-REPORT-LINE
           END-STRING
           WRITE RECONCILE-REPORT-LINE
           MOVE "REDEMPTION EXCEPTIONS" TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE
           SET REDEEM-EOF TO FALSE
           OPEN INPUT REDEMPTION-FILE
           PERFORM UNTIL REDEEM-EOF
                   READ REDEMPTION-FILE
                      AT END
                         SET REDEEM-EOF TO TRUE
                      NOT AT END
                         IF REDEMPTION-RECORD NOT = SPACES
                            ADD 1 TO WS-REDEMPTION-COUNT
                            PERFORM MATCH-ONE-REDEMPTION
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE REDEMPTION-FILE
           PERFORM REPORT-UNUSED-VOUCHERS
           PERFORM WRITE-RECONCILE-SUMMARY
           CLOSE RECONCILE-REPORT-FILE
           DISPLAY "VOUCHER-RECONCILE: " WS-REDEMPTION-COUNT
              " REDEMPTIONS, " WS-DUPLICATE-COUNT " DUPLICATE, "
              WS-UNKNOWN-COUNT " UNKNOWN, " WS-UNUSED-COUNT
              " NEVER USED"
           IF WS-DUPLICATE-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A redemption carrying another event's code, a number off
      *    the register, or a non-numeric number is UNKNOWN; a
      *    voucher's second and later redemptions are DUPLICATE.
       MATCH-ONE-REDEMPTION.
           MOVE 0 TO WS-FOUND-IDX
           IF RD-VOUCHER-NO IS NUMERIC
              AND (RD-EVENT-ID = WS-EVENT-ID OR RD-EVENT-ID = SPACES)
              MOVE RD-VOUCHER-NO TO WS-REDEEM-NUMBER
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-VOUCHER-COUNT OR WS-FOUND-IDX > 0
                      IF WS-VT-NUMBER(I) = WS-REDEEM-NUMBER
                         MOVE I TO WS-FOUND-IDX
                      END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO RECONCILE-REPORT-LINE
           IF WS-FOUND-IDX = 0
              ADD 1 TO WS-UNKNOWN-COUNT
              STRING "UNKNOWN VOUCHER " DELIMITED BY SIZE
                 RD-VOUCHER-NO DELIMITED BY SIZE
                 " EVENT " DELIMITED BY SIZE
                 RD-EVENT-ID DELIMITED BY SIZE
                 " AT " DELIMITED BY SIZE
                 RD-STATION DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 RD-TIME DELIMITED BY SIZE
                 INTO RECONCILE-REPORT-LINE
              END-STRING
              WRITE RECONCILE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VT-REDEEMED(WS-FOUND-IDX)
           IF WS-VT-REDEEMED(WS-FOUND-IDX) > 1
              ADD 1 TO WS-DUPLICATE-COUNT
              STRING "DUPLICATE REDEMPTION " DELIMITED BY SIZE
                 RD-VOUCHER-NO DELIMITED BY SIZE
                 " (USE " DELIMITED BY SIZE
                 WS-VT-REDEEMED(WS-FOUND-IDX) DELIMITED BY SIZE
                 ") AT " DELIMITED BY SIZE
                 RD-STATION DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 RD-TIME DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-VT-SCHOOL-ID(WS-FOUND-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VT-NAME(WS-FOUND-IDX))
                    DELIMITED BY SIZE
                 INTO RECONCILE-REPORT-LINE
              END-STRING
              WRITE RECONCILE-REPORT-LINE
           ELSE
              ADD 1 TO WS-USED-COUNT
           END-IF
           .
       MATCH-ONE-REDEMPTION-EXIT.
           EXIT.

       REPORT-UNUSED-VOUCHERS.
           MOVE "VOUCHERS NEVER USED" TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-VOUCHER-COUNT
                   IF WS-VT-REDEEMED(I) = 0
                      ADD 1 TO WS-UNUSED-COUNT
                      MOVE SPACES TO RECONCILE-REPORT-LINE
                      STRING WS-VT-NUMBER(I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-VT-SCHOOL-ID(I) DELIMITED BY SIZE
                         " GRADE " DELIMITED BY SIZE
                         WS-VT-GRADE(I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-VT-NAME(I))
                            DELIMITED BY SIZE
                         INTO RECONCILE-REPORT-LINE
                      END-STRING
                      WRITE RECONCILE-REPORT-LINE
                   END-IF
           END-PERFORM
           .
       REPORT-UNUSED-VOUCHERS-EXIT.
           EXIT.

       WRITE-RECONCILE-SUMMARY.
           MOVE SPACES TO RECONCILE-REPORT-LINE
           STRING "ISSUED " DELIMITED BY SIZE
              WS-VOUCHER-COUNT DELIMITED BY SIZE
              " REDEMPTIONS " DELIMITED BY SIZE
              WS-REDEMPTION-COUNT DELIMITED BY SIZE
              " USED " DELIMITED BY SIZE
              WS-USED-COUNT DELIMITED BY SIZE
              " DUPLICATE " DELIMITED BY SIZE
              WS-DUPLICATE-COUNT DELIMITED BY SIZE
              " UNKNOWN " DELIMITED BY SIZE
              WS-UNKNOWN-COUNT DELIMITED BY SIZE
              " NEVER USED " DELIMITED BY SIZE
              WS-UNUSED-COUNT DELIMITED BY SIZE
              INTO RECONCILE-REPORT-LINE
           END-STRING
           WRITE RECONCILE-REPORT-LINE
           .
       WRITE-RECONCILE-SUMMARY-EXIT.
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

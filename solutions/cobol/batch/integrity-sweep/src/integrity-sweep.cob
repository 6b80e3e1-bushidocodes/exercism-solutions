       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
      *    Weekly cross-master referential integrity sweep. The
      *    masters refer to each other but each is maintained by its
      *    own programs, and nothing checked that the links still
      *    held after a transfer, a purge or a robot leaving the
      *    fleet. This run walks every relationship in turn:
      *
      *       GUARDMST -> ROSTERIDX  guardian with no student
      *       PATROSTR -> ROSTERIDX  patient with no student
      *       SCOREIDX -> SUBJIDX    scorecard with no subject
      *       ROBOTBAT -> ROBOTMNT   robot not in the fleet
      *
      *    and lists each orphan on INTGRPT under its master and
      *    relationship. Orphans whose name belongs to a subject
      *    SUBJECT-PURGE has executed (a DONE request on PURGPEND,
      *    taken through SUBJIDX to every spelling of the subject)
      *    are listed apart, in their own section, as the evidence
      *    that a purge reached everything or did not. INTGSTAT gets
      *    the pass/fail summary for the operations dashboard -- see
      *    integrity-status.cpy.
      *
      *    RETURN-CODE is 4 when anything is orphaned and 8 when a
      *    master could not be read at all. More than 1000 purged
      *    names (DONE requests with their spellings) stop the run
      *    with 8 before anything is swept.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-MASTER-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GUARDMST-STATUS.
           SELECT OPTIONAL PATIENT-ROSTER-XREF ASSIGN TO "PATROSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROSTERIDX-STATUS.
           SELECT SCORECARD-MASTER-FILE ASSIGN TO "SCOREIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-PLAYER-ID
               FILE STATUS IS WS-SCOREIDX-STATUS.
           SELECT OPTIONAL SUBJECT-IDENTITY-FILE ASSIGN TO "SUBJIDX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROBOT-BATTERY-FILE ASSIGN TO "ROBOTBAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Robot maintenance master, one record per fleet robot --
      *    see robot-maint.cpy.
           SELECT MAINT-MASTER-FILE ASSIGN TO "ROBOTMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-ROBOT-ID
               FILE STATUS IS WS-ROBOTMNT-STATUS.
      *    Pending-approvals queue -- see purge-approval.cpy.
           SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO "PURGPEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Dashboard feed -- see integrity-status.cpy.
           SELECT INTEGRITY-STATUS-FILE ASSIGN TO "INTGSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-RECORD.
           02 RM-KEY.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  SCORECARD-MASTER-FILE.
       01  SCORECARD-MASTER-RECORD.
           02 SM-PLAYER-ID        PIC X(20).
           02 SM-CATEGORY OCCURS 12 TIMES.
              03 SM-LOCKED        PIC X.
              03 SM-SCORE         PIC 99.
       FD  SUBJECT-IDENTITY-FILE.
       01  SUBJECT-IDENTITY-RECORD PIC X(78).
       FD  ROBOT-BATTERY-FILE.
       01  ROBOT-BATTERY-RECORD.
           02 RB-ROBOT-ID         PIC X(10).
           02 RB-CHARGE           PIC 9(3).
       FD  MAINT-MASTER-FILE.
       01  MAINT-MASTER-RECORD.
           02 MM-ROBOT-ID         PIC X(10).
           02 FILLER              PIC X(119).
       FD  PENDING-APPROVAL-FILE.
       01  PENDING-APPROVAL-RECORD PIC X(100).
       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE  PIC X(132).
       FD  INTEGRITY-STATUS-FILE.
       01  INTEGRITY-STATUS-LINE  PIC X(77).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-GUARDMST-STATUS  PIC XX.
       01 WS-ROSTERIDX-STATUS PIC XX.
       01 WS-SCOREIDX-STATUS  PIC XX.
       01 WS-ROBOTMNT-STATUS  PIC XX.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-ROSTER-OPEN-FLAG PIC 9     VALUE 0.
          88 ROSTER-OPEN                VALUE 1 FALSE 0.
       01 WS-OPEN-FAILED-FLAG PIC 9     VALUE 0.
          88 MASTER-OPEN-FAILED         VALUE 1 FALSE 0.

      *    The relationships walked, in report order, with this
      *    run's counts for each.
       01 WS-REL-COUNT        PIC 9     VALUE 4.
       01 WS-REL-TABLE.
          05 WS-REL-ENTRY OCCURS 4.
             10 WS-RL-MASTER  PIC X(10).
             10 WS-RL-TARGET  PIC X(10).
             10 WS-RL-DESC    PIC X(30).
             10 WS-RL-CHECKED PIC 9(6).
             10 WS-RL-ORPHANS PIC 9(6).
             10 WS-RL-PURGED  PIC 9(6).
             10 WS-RL-NOTE    PIC X(20).
       77 WS-REL              PIC 9.

      *    Every spelling of every subject SUBJECT-PURGE has
      *    executed, with the request that purged it.
       01 WS-PURGED-COUNT     PIC 9(4)  VALUE 0.
       01 WS-PURGED-TABLE.
          05 WS-PURGED-ENTRY OCCURS 1000.
             10 WS-PG-NAME    PIC X(60).
             10 WS-PG-DATE    PIC 9(8).
             10 WS-PG-REQUEST PIC X(60).
       01 WS-PURGED-ID        PIC X(8).

      *    Orphans left behind by a purge, held for their own
      *    section at the end of the report; past the first 500
      *    they are listed as ORPHAN under their relationship instead.
       01 WS-PO-COUNT         PIC 9(4)  VALUE 0.
       01 WS-PO-UNLISTED      PIC 9(6)  VALUE 0.
       01 WS-PO-TABLE.
          05 WS-PO-ENTRY OCCURS 500.
             10 WS-PO-REL     PIC 9.
             10 WS-PO-KEY     PIC X(76).
             10 WS-PO-ROW     PIC 9(4).

       01 WS-ORPHAN-KEY       PIC X(76).
       01 WS-ORPHAN-NAME      PIC X(60).
       01 WS-ORPHAN-ROW       PIC 9(4).
       01 WS-TOTAL-CHECKED    PIC 9(6)  VALUE 0.
       01 WS-TOTAL-ORPHANS    PIC 9(6)  VALUE 0.
       01 WS-TOTAL-PURGED     PIC 9(6)  VALUE 0.
       01 WS-COUNT-SHOW       PIC ZZZ,ZZ9.
       01 WS-ORPHAN-SHOW      PIC ZZZ,ZZ9.
       01 WS-PURGED-SHOW      PIC ZZZ,ZZ9.

       77 I                   PIC 9(4).
       77 P                   PIC 9(3).

       COPY "purge-approval.cpy".
       COPY "subject-identity.cpy".
       COPY "integrity-status.cpy".
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       INTEGRITY-SWEEP.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-IDENTITY-MASTER
           PERFORM LOAD-PURGED-SUBJECTS
           PERFORM SET-UP-RELATIONSHIPS
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "CROSS-MASTER REFERENTIAL INTEGRITY SWEEP"
              DELIMITED BY SIZE
              "   BUSINESS DATE " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
           SET ROSTER-OPEN TO FALSE
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-ROSTERIDX-STATUS = "00"
              SET ROSTER-OPEN TO TRUE
           ELSE
              DISPLAY "INTEGRITY-SWEEP: cannot open ROSTERIDX,"
                 " status " WS-ROSTERIDX-STATUS
              SET MASTER-OPEN-FAILED TO TRUE
           END-IF
           PERFORM SWEEP-GUARDIAN-MASTER
           PERFORM SWEEP-PATIENT-ROSTER
           IF ROSTER-OPEN
              CLOSE ROSTER-MASTER-FILE
           END-IF
           PERFORM SWEEP-SCORECARD-MASTER
           PERFORM SWEEP-ROBOT-BATTERY
           PERFORM WRITE-PURGE-SECTION
           PERFORM WRITE-SWEEP-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE
           DISPLAY "INTEGRITY-SWEEP: " WS-TOTAL-CHECKED
              " references checked, " WS-TOTAL-ORPHANS
              " orphaned, " WS-TOTAL-PURGED " after purge"
           EVALUATE TRUE
           WHEN MASTER-OPEN-FAILED
                MOVE 8 TO RETURN-CODE
           WHEN WS-TOTAL-ORPHANS > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       SET-UP-RELATIONSHIPS.
           INITIALIZE WS-REL-TABLE
           MOVE "GUARDMST" TO WS-RL-MASTER(1)
           MOVE "ROSTERIDX" TO WS-RL-TARGET(1)
           MOVE "GUARDIAN WITH NO STUDENT" TO WS-RL-DESC(1)
           MOVE "PATROSTR" TO WS-RL-MASTER(2)
           MOVE "ROSTERIDX" TO WS-RL-TARGET(2)
           MOVE "PATIENT WITH NO STUDENT" TO WS-RL-DESC(2)
           MOVE "SCOREIDX" TO WS-RL-MASTER(3)
           MOVE "SUBJIDX" TO WS-RL-TARGET(3)
           MOVE "SCORECARD WITH NO SUBJECT" TO WS-RL-DESC(3)
           MOVE "ROBOTBAT" TO WS-RL-MASTER(4)
           MOVE "ROBOTMNT" TO WS-RL-TARGET(4)
           MOVE "ROBOT NOT IN THE FLEET" TO WS-RL-DESC(4)
           .
       SET-UP-RELATIONSHIPS-EXIT.
           EXIT.

      *    Every subject SUBJECT-PURGE has finished with: the name on
      *    each DONE request and, when SUBJIDX knows the subject,
      *    every spelling it has for it in any file -- the purge
      *    swept each file under that file's own spelling.
       LOAD-PURGED-SUBJECTS.
           MOVE 0 TO WS-PURGED-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT PENDING-APPROVAL-FILE
           PERFORM UNTIL FILE-EOF
                   READ PENDING-APPROVAL-FILE INTO PA-PENDING-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF PA-DONE AND PA-SUBJECT-NAME NOT = SPACES
                            PERFORM ADD-PURGED-SUBJECT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PENDING-APPROVAL-FILE
           .
       LOAD-PURGED-SUBJECTS-EXIT.
           EXIT.

       ADD-PURGED-SUBJECT.
           MOVE PA-SUBJECT-NAME TO WS-ORPHAN-NAME
           PERFORM ADD-PURGED-NAME
           MOVE PA-SUBJECT-NAME TO SID-SEARCH-NAME
           MOVE SPACES TO SID-SEARCH-SCOPE
           PERFORM FIND-IDENTITY-NAME
           IF SID-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SID-FOUND-ID TO WS-PURGED-ID
           PERFORM VARYING SID-IDX FROM 1 BY 1
              UNTIL SID-IDX > SID-COUNT
                   IF SID-TB-ID(SID-IDX) = WS-PURGED-ID
                      MOVE SID-TB-NAME(SID-IDX) TO WS-ORPHAN-NAME
                      PERFORM ADD-PURGED-NAME
                   END-IF
           END-PERFORM
           .
       ADD-PURGED-SUBJECT-EXIT.
           EXIT.

       ADD-PURGED-NAME.
           IF WS-PURGED-COUNT >= 1000
              DISPLAY "INTEGRITY-SWEEP: more than 1000 purged names"
                 " on PURGPEND, RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PURGED-COUNT
           MOVE WS-ORPHAN-NAME TO WS-PG-NAME(WS-PURGED-COUNT)
           MOVE PA-REQUEST-DATE TO WS-PG-DATE(WS-PURGED-COUNT)
           MOVE PA-SUBJECT-NAME TO WS-PG-REQUEST(WS-PURGED-COUNT)
           .
       ADD-PURGED-NAME-EXIT.
           EXIT.

      *    GUARDMST is keyed on the student's roster key, so each
      *    guardian entry must find its student on ROSTERIDX.
       SWEEP-GUARDIAN-MASTER.
           MOVE 1 TO WS-REL
           PERFORM WRITE-RELATIONSHIP-HEADING
           IF NOT ROSTER-OPEN
              MOVE "ROSTERIDX NOT OPENED" TO WS-RL-NOTE(WS-REL)
              PERFORM WRITE-RELATIONSHIP-FOOTING
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT GUARDIAN-MASTER-FILE
           IF WS-GUARDMST-STATUS NOT = "00"
              DISPLAY "INTEGRITY-SWEEP: cannot open GUARDMST,"
                 " status " WS-GUARDMST-STATUS
              SET MASTER-OPEN-FAILED TO TRUE
              MOVE "GUARDMST NOT OPENED" TO WS-RL-NOTE(WS-REL)
              PERFORM WRITE-RELATIONSHIP-FOOTING
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ GUARDIAN-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-RL-CHECKED(WS-REL)
                         MOVE GM-KEY TO RM-KEY
                         READ ROSTER-MASTER-FILE
                            INVALID KEY
                               MOVE SPACES TO WS-ORPHAN-KEY
                               STRING GM-SCHOOL-ID DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  GM-NAME DELIMITED BY SIZE
                                  INTO WS-ORPHAN-KEY
                               END-STRING
                               MOVE GM-NAME TO WS-ORPHAN-NAME
                               PERFORM RECORD-ORPHAN
                         END-READ
                   END-READ
           END-PERFORM
           CLOSE GUARDIAN-MASTER-FILE
           PERFORM WRITE-RELATIONSHIP-FOOTING
           .
       SWEEP-GUARDIAN-MASTER-EXIT.
           EXIT.

      *    Each PATROSTR cross-reference names a school and student
      *    that must still be on ROSTERIDX.
       SWEEP-PATIENT-ROSTER.
           MOVE 2 TO WS-REL
           PERFORM WRITE-RELATIONSHIP-HEADING
           IF NOT ROSTER-OPEN
              MOVE "ROSTERIDX NOT OPENED" TO WS-RL-NOTE(WS-REL)
              PERFORM WRITE-RELATIONSHIP-FOOTING
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           OPEN INPUT PATIENT-ROSTER-XREF
           PERFORM UNTIL FILE-EOF
                   READ PATIENT-ROSTER-XREF
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-RL-CHECKED(WS-REL)
                         MOVE PX-SCHOOL-ID TO RM-SCHOOL-ID
                         MOVE PX-NAME TO RM-NAME
                         READ ROSTER-MASTER-FILE
                            INVALID KEY
                               MOVE SPACES TO WS-ORPHAN-KEY
                               STRING PX-PATIENT-ID DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  PX-SCHOOL-ID DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  PX-NAME DELIMITED BY SIZE
                                  INTO WS-ORPHAN-KEY
                               END-STRING
                               MOVE PX-NAME TO WS-ORPHAN-NAME
                               PERFORM RECORD-ORPHAN
                         END-READ
                   END-READ
           END-PERFORM
           CLOSE PATIENT-ROSTER-XREF
           PERFORM WRITE-RELATIONSHIP-FOOTING
           .
       SWEEP-PATIENT-ROSTER-EXIT.
           EXIT.

      *    A scorecard's player must be a SUBJIDX subject under some
      *    spelling in the SCORE scope -- see subject-identity.cpy.
       SWEEP-SCORECARD-MASTER.
           MOVE 3 TO WS-REL
           PERFORM WRITE-RELATIONSHIP-HEADING
           OPEN INPUT SCORECARD-MASTER-FILE
           IF WS-SCOREIDX-STATUS NOT = "00"
              DISPLAY "INTEGRITY-SWEEP: cannot open SCOREIDX,"
                 " status " WS-SCOREIDX-STATUS
              SET MASTER-OPEN-FAILED TO TRUE
              MOVE "SCOREIDX NOT OPENED" TO WS-RL-NOTE(WS-REL)
              PERFORM WRITE-RELATIONSHIP-FOOTING
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ SCORECARD-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-RL-CHECKED(WS-REL)
                         MOVE SM-PLAYER-ID TO SID-SEARCH-NAME
                         MOVE "SCORE" TO SID-SEARCH-SCOPE
                         PERFORM FIND-IDENTITY-NAME
                         IF SID-FOUND-IDX = 0
                            MOVE SM-PLAYER-ID TO WS-ORPHAN-KEY
                            MOVE SM-PLAYER-ID TO WS-ORPHAN-NAME
                            PERFORM RECORD-ORPHAN
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SCORECARD-MASTER-FILE
           PERFORM WRITE-RELATIONSHIP-FOOTING
           .
       SWEEP-SCORECARD-MASTER-EXIT.
           EXIT.

      *    Every robot reporting a charge on ROBOTBAT must be on the
      *    ROBOTMNT fleet master.
       SWEEP-ROBOT-BATTERY.
           MOVE 4 TO WS-REL
           PERFORM WRITE-RELATIONSHIP-HEADING
           OPEN INPUT MAINT-MASTER-FILE
           IF WS-ROBOTMNT-STATUS NOT = "00"
              DISPLAY "INTEGRITY-SWEEP: cannot open ROBOTMNT,"
                 " status " WS-ROBOTMNT-STATUS
              SET MASTER-OPEN-FAILED TO TRUE
              MOVE "ROBOTMNT NOT OPENED" TO WS-RL-NOTE(WS-REL)
              PERFORM WRITE-RELATIONSHIP-FOOTING
              EXIT PARAGRAPH
           END-IF
           SET FILE-EOF TO FALSE
           OPEN INPUT ROBOT-BATTERY-FILE
           PERFORM UNTIL FILE-EOF
                   READ ROBOT-BATTERY-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-RL-CHECKED(WS-REL)
                         MOVE RB-ROBOT-ID TO MM-ROBOT-ID
                         READ MAINT-MASTER-FILE
                            INVALID KEY
                               MOVE RB-ROBOT-ID TO WS-ORPHAN-KEY
                               MOVE SPACES TO WS-ORPHAN-NAME
                               PERFORM RECORD-ORPHAN
                         END-READ
                   END-READ
           END-PERFORM
           CLOSE ROBOT-BATTERY-FILE
           CLOSE MAINT-MASTER-FILE
           PERFORM WRITE-RELATIONSHIP-FOOTING
           .
       SWEEP-ROBOT-BATTERY-EXIT.
           EXIT.

      *    An orphan whose name is a purged subject's is held for the
      *    purge section; any other is listed under its relationship
      *    now.
       RECORD-ORPHAN.
           ADD 1 TO WS-RL-ORPHANS(WS-REL)
           MOVE 0 TO WS-ORPHAN-ROW
           IF WS-ORPHAN-NAME NOT = SPACES
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-PURGED-COUNT OR WS-ORPHAN-ROW > 0
                      IF WS-PG-NAME(I) = WS-ORPHAN-NAME
                         MOVE I TO WS-ORPHAN-ROW
                      END-IF
              END-PERFORM
           END-IF
           IF WS-ORPHAN-ROW > 0 AND WS-PO-COUNT NOT < 500
              ADD 1 TO WS-RL-PURGED(WS-REL)
              ADD 1 TO WS-PO-UNLISTED
              MOVE 0 TO WS-ORPHAN-ROW
           END-IF
           IF WS-ORPHAN-ROW = 0
              MOVE SPACES TO INTEGRITY-REPORT-LINE
              STRING "   ORPHAN  " DELIMITED BY SIZE
                 WS-ORPHAN-KEY DELIMITED BY SIZE
                 INTO INTEGRITY-REPORT-LINE
              END-STRING
              WRITE INTEGRITY-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RL-PURGED(WS-REL)
           ADD 1 TO WS-PO-COUNT
           MOVE WS-REL TO WS-PO-REL(WS-PO-COUNT)
           MOVE WS-ORPHAN-KEY TO WS-PO-KEY(WS-PO-COUNT)
           MOVE WS-ORPHAN-ROW TO WS-PO-ROW(WS-PO-COUNT)
           .
       RECORD-ORPHAN-EXIT.
           EXIT.

       WRITE-RELATIONSHIP-HEADING.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING WS-RL-MASTER(WS-REL) DELIMITED BY SIZE
              " -> " DELIMITED BY SIZE
              WS-RL-TARGET(WS-REL) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-RL-DESC(WS-REL) DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
           .
       WRITE-RELATIONSHIP-HEADING-EXIT.
           EXIT.

      *    A relationship that could not be walked says so; one that
      *    was walked clean says NONE. Orphans held for the purge
      *    section are pointed to, not listed twice.
       WRITE-RELATIONSHIP-FOOTING.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           EVALUATE TRUE
           WHEN WS-RL-NOTE(WS-REL) NOT = SPACES
                STRING "   NOT CHECKED: " DELIMITED BY SIZE
                   WS-RL-NOTE(WS-REL) DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
                END-STRING
           WHEN WS-RL-ORPHANS(WS-REL) = 0
                MOVE "   NONE" TO INTEGRITY-REPORT-LINE
           WHEN WS-RL-PURGED(WS-REL) > 0
                MOVE WS-RL-PURGED(WS-REL) TO WS-PURGED-SHOW
                STRING "   PLUS " DELIMITED BY SIZE
                   TRIM(WS-PURGED-SHOW) DELIMITED BY SIZE
                   " LEFT AFTER SUBJECT-PURGE, LISTED BELOW"
                   DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
                END-STRING
           WHEN OTHER
                EXIT PARAGRAPH
           END-EVALUATE
           WRITE INTEGRITY-REPORT-LINE
           .
       WRITE-RELATIONSHIP-FOOTING-EXIT.
           EXIT.

       WRITE-PURGE-SECTION.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE "ORPHANS LEFT AFTER SUBJECT-PURGE"
              TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           IF WS-PO-COUNT = 0
              MOVE "   NONE" TO INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PO-COUNT
                   MOVE WS-PO-REL(P) TO WS-REL
                   MOVE WS-PO-ROW(P) TO I
                   MOVE SPACES TO INTEGRITY-REPORT-LINE
                   STRING "   " DELIMITED BY SIZE
                      WS-RL-MASTER(WS-REL) DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WS-RL-TARGET(WS-REL) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PO-KEY(P) DELIMITED BY SIZE
                      INTO INTEGRITY-REPORT-LINE
                   END-STRING
                   WRITE INTEGRITY-REPORT-LINE
                   MOVE SPACES TO INTEGRITY-REPORT-LINE
                   STRING "      PURGE REQUESTED " DELIMITED BY SIZE
                      WS-PG-DATE(I) DELIMITED BY SIZE
                      " FOR " DELIMITED BY SIZE
                      WS-PG-REQUEST(I) DELIMITED BY SIZE
                      INTO INTEGRITY-REPORT-LINE
                   END-STRING
                   WRITE INTEGRITY-REPORT-LINE
           END-PERFORM
           IF WS-PO-UNLISTED > 0
              MOVE WS-PO-UNLISTED TO WS-COUNT-SHOW
              MOVE SPACES TO INTEGRITY-REPORT-LINE
              STRING "   " DELIMITED BY SIZE
                 WS-COUNT-SHOW DELIMITED BY SIZE
                 " MORE LISTED AS ORPHAN UNDER THEIR RELATIONSHIP"
                 DELIMITED BY SIZE
                 INTO INTEGRITY-REPORT-LINE
              END-STRING
              WRITE INTEGRITY-REPORT-LINE
           END-IF
           .
       WRITE-PURGE-SECTION-EXIT.
           EXIT.

      *    The summary by master and relationship goes on the report
      *    and, line for line, to INTGSTAT for the dashboard.
       WRITE-SWEEP-SUMMARY.
           OPEN OUTPUT INTEGRITY-STATUS-FILE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE "SUMMARY BY MASTER AND RELATIONSHIP"
              TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           PERFORM VARYING WS-REL FROM 1 BY 1
              UNTIL WS-REL > WS-REL-COUNT
                   ADD WS-RL-CHECKED(WS-REL) TO WS-TOTAL-CHECKED
                   ADD WS-RL-ORPHANS(WS-REL) TO WS-TOTAL-ORPHANS
                   ADD WS-RL-PURGED(WS-REL) TO WS-TOTAL-PURGED
                   PERFORM WRITE-RELATIONSHIP-SUMMARY
           END-PERFORM
           MOVE SPACES TO IS-STATUS-RECORD
           MOVE BD-BUSINESS-DATE TO IS-RUN-DATE
           MOVE "ALL" TO IS-MASTER
           MOVE WS-TOTAL-CHECKED TO IS-CHECKED
           MOVE WS-TOTAL-ORPHANS TO IS-ORPHANS
           MOVE WS-TOTAL-PURGED TO IS-PURGE-ORPHANS
           IF WS-TOTAL-ORPHANS > 0 OR MASTER-OPEN-FAILED
              MOVE "FAIL" TO IS-RESULT
           ELSE
              MOVE "PASS" TO IS-RESULT
           END-IF
           IF MASTER-OPEN-FAILED
              MOVE "MASTER NOT OPENED" TO IS-NOTE
           END-IF
           WRITE INTEGRITY-STATUS-LINE FROM IS-STATUS-RECORD
           CLOSE INTEGRITY-STATUS-FILE
           MOVE WS-TOTAL-CHECKED TO WS-COUNT-SHOW
           MOVE WS-TOTAL-ORPHANS TO WS-ORPHAN-SHOW
           MOVE WS-TOTAL-PURGED TO WS-PURGED-SHOW
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "SWEEP RESULT " DELIMITED BY SIZE
              IS-RESULT DELIMITED BY SIZE
              "   CHECKED " DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              "   ORPHANS " DELIMITED BY SIZE
              WS-ORPHAN-SHOW DELIMITED BY SIZE
              "   AFTER PURGE " DELIMITED BY SIZE
              WS-PURGED-SHOW DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
           .
       WRITE-SWEEP-SUMMARY-EXIT.
           EXIT.

       WRITE-RELATIONSHIP-SUMMARY.
           MOVE SPACES TO IS-STATUS-RECORD
           MOVE BD-BUSINESS-DATE TO IS-RUN-DATE
           MOVE WS-RL-MASTER(WS-REL) TO IS-MASTER
           MOVE WS-RL-TARGET(WS-REL) TO IS-TARGET
           MOVE WS-RL-CHECKED(WS-REL) TO IS-CHECKED
           MOVE WS-RL-ORPHANS(WS-REL) TO IS-ORPHANS
           MOVE WS-RL-PURGED(WS-REL) TO IS-PURGE-ORPHANS
           MOVE WS-RL-NOTE(WS-REL) TO IS-NOTE
           IF WS-RL-ORPHANS(WS-REL) > 0
              OR WS-RL-NOTE(WS-REL) NOT = SPACES
              MOVE "FAIL" TO IS-RESULT
           ELSE
              MOVE "PASS" TO IS-RESULT
           END-IF
           WRITE INTEGRITY-STATUS-LINE FROM IS-STATUS-RECORD
           MOVE WS-RL-CHECKED(WS-REL) TO WS-COUNT-SHOW
           MOVE WS-RL-ORPHANS(WS-REL) TO WS-ORPHAN-SHOW
           MOVE WS-RL-PURGED(WS-REL) TO WS-PURGED-SHOW
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "   " DELIMITED BY SIZE
              WS-RL-MASTER(WS-REL) DELIMITED BY SIZE
              " -> " DELIMITED BY SIZE
              WS-RL-TARGET(WS-REL) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              IS-RESULT DELIMITED BY SIZE
              "   CHECKED " DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              "   ORPHANS " DELIMITED BY SIZE
              WS-ORPHAN-SHOW DELIMITED BY SIZE
              "   AFTER PURGE " DELIMITED BY SIZE
              WS-PURGED-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-RL-NOTE(WS-REL) DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
           .
       WRITE-RELATIONSHIP-SUMMARY-EXIT.
           EXIT.

      *    Loads the SUBJIDX identity master whole -- see
      *    subject-identity.cpy. A missing master leaves the table
      *    empty, and every scorecard then an orphan.
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
           DISPLAY "INTEGRITY-SWEEP: SUBJIDX "
              TRIM(SID-LOAD-ERROR) " AT ENTRY " SID-IDX
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
                   MOVE INTEGER((SID-LO + SID-HI) / 2) TO SID-MID
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

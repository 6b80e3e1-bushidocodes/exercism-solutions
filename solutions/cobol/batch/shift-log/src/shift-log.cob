       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-LOG.
      *    Operator shift log and handover. The night operator's notes
      *    lived in a paper binder, and the day shift kept missing a
      *    rerun still pending or an alert somebody had suppressed.
      *    SHIFTLOG (see shift-log.cpy) is the binder: this job posts
      *    the operator's SHIFTTRN lines to it -- INCIDENT, RERUN,
      *    HOLD, NOTE and FOLLOW-UP entries, each numbered and stamped
      *    with the time and the operator from OPERID, and closings
      *    of open follow-ups. SHIFTRPT lists what was posted and
      *    refused; refused lines stay on SHIFTTRN. More than 500
      *    lines on SHIFTTRN stops the run (RC 8) with nothing
      *    posted, as the file is rewritten from the lines held.
      *
      *    Whenever SHIFTLOG is saved, closed entries stamped more
      *    than KEEPDAYS before the business date (PARMMST
      *    SHIFT-LOG, default 90) are moved to the end of the
      *    SHIFTARC archive. Open follow-ups and handovers stay,
      *    however old, as do the newest entry (which carries the
      *    entry numbering) and the last SIGNOFF (the start of the
      *    shift).
      *
      *    SHIFT-LOG-HANDOVER is run by the outgoing operator at
      *    shift change. The shift began at the last SIGNOFF entry
      *    (or at the start of the business date when there is
      *    none). The HANDOVER report gathers every open follow-up,
      *    the shift's own log entries, the shift's CRITICAL and
      *    WARNING lines from ALERTS, every JOBSTAT step that is not
      *    OK or PRIOR and every step NIGHTRUN still has pending, and
      *    the business date's LATE and MISSING reports from SLAHIST.
      *    It is posted as a HANDOVER entry; one prepared again
      *    before sign-off replaces the earlier one.
      *
      *    SHIFT-LOG-SIGNOFF is run by the incoming operator, who may
      *    not be the one who prepared the handover: it closes the
      *    HANDOVER entry, posts a SIGNOFF entry, and certifies the
      *    sign-off on the shared AUDITLOG. Every entry point needs
      *    the SHIFTOPR role on OPERMST; a refusal is audited and
      *    nothing is posted.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Shift log and postings -- see shift-log.cpy.
           SELECT OPTIONAL SHIFT-LOG-FILE ASSIGN TO "SHIFTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHIFT-TRAN-FILE ASSIGN TO "SHIFTTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-REPORT-FILE ASSIGN TO "SHIFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HANDOVER-REPORT-FILE ASSIGN TO "HANDOVER"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Entries aged off SHIFTLOG, oldest first.
           SELECT OPTIONAL SHIFT-ARCHIVE-FILE ASSIGN TO "SHIFTARC"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central operator-alert file -- see operator-alert.cpy.
           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "NIGHTRUN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SLA-HISTORY-FILE ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Operator identity for this session, keyed in at sign-on.
           SELECT OPTIONAL OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Operator security master -- see operator-security.cpy.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS OS-MASTER-STATUS.
      *    Shared across programs -- see audit-log.cpy.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Per-program audit sequence sidecar -- see audit-log.cpy.
           SELECT OPTIONAL AUDIT-SEQ-FILE ASSIGN TO "AUDITSEQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-LOG-FILE.
       01  SHIFT-LOG-RECORD       PIC X(127).
       FD  SHIFT-TRAN-FILE.
       01  SHIFT-TRAN-LINE        PIC X(79).
       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-LINE    PIC X(132).
       FD  HANDOVER-REPORT-FILE.
       01  HANDOVER-REPORT-LINE   PIC X(132).
       FD  SHIFT-ARCHIVE-FILE.
       01  SHIFT-ARCHIVE-RECORD   PIC X(127).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD  PIC X(105).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD      PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD     PIC X(14).
       FD  SLA-HISTORY-FILE.
       01  SLA-HISTORY-RECORD.
           02 SH-REPORT-NAME      PIC X(8).
           02 SH-RUN-DATE         PIC X(8).
           02 SH-DEADLINE-HHMM    PIC 9(4).
           02 SH-ACTUAL-HHMM      PIC 9(4).
           02 SH-OUTCOME          PIC X(8).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD     PIC X(8).
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           02 OM-OPERATOR-ID      PIC X(8).
           02 FILLER              PIC X(94).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD       PIC X(22).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-TRAN-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 TRAN-OVERFLOW              VALUE 1 FALSE 0.

      *    The whole shift log, in entry order.
       01 WS-ENTRY-COUNT      PIC 9(5)  VALUE 0.
       01 WS-ENTRY-TABLE.
          05 WS-ENTRY-LINE OCCURS 5000 PIC X(127).
       01 WS-NEXT-ENTRY-NO    PIC 9(6).

      *    Aging closed entries off to SHIFTARC.
       01 WS-KEEP-DAYS        PIC 9(3)  VALUE 90.
       01 WS-KEEP-CUTOFF      PIC X(8).
       01 WS-KEEP-CUTOFF-NUM REDEFINES WS-KEEP-CUTOFF PIC 9(8).
       01 WS-LAST-SIGNOFF-IDX PIC 9(5).
       01 WS-ARCHIVED-TOTAL   PIC 9(5).
       01 WS-HOLD-ENTRY       PIC X(127).

      *    Postings, and the refused ones kept for correction.
       01 WS-TRAN-COUNT       PIC 9(4)  VALUE 0.
       01 WS-TRAN-TABLE.
          05 WS-TRAN-LINE OCCURS 500 PIC X(79).
       01 WS-KEPT-COUNT       PIC 9(4)  VALUE 0.
       01 WS-KEPT-TABLE.
          05 WS-KEPT-LINE OCCURS 500 PIC X(79).

      *    The nightly driver's steps, in NIGHTRUN byte order.
       01 WS-STEP-NAMES.
          05 FILLER   PIC X(30) VALUE "LUHN-BATCH".
          05 FILLER   PIC X(30) VALUE "NUCLEOTIDE-COUNT-BATCH".
          05 FILLER   PIC X(30) VALUE "HAMMING-BATCH".
       01 WS-STEP-LIST REDEFINES WS-STEP-NAMES.
          05 WS-STEP-NAME   PIC X(30) OCCURS 3.
       77 WS-STEP-COUNT       PIC 9     VALUE 3.

       77 L                   PIC 9(5).
       77 T                   PIC 9(4).
       77 I                   PIC 9.
       77 WS-FOUND-IDX        PIC 9(5).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-NOW-STAMP        PIC X(14).
       01 WS-SHIFT-START      PIC X(14).
       01 WS-REFUSE-REASON    PIC X(40).
       01 WS-TALLY            PIC 9(3).
       01 WS-PREPARED-BY      PIC X(8).
       01 WS-HANDOVER-NO      PIC 9(6).
       01 WS-TEXT-PTR         PIC 9(3).

      *    Counters for the run summaries and the handover.
       01 WS-POSTED-TOTAL     PIC 9(4)  VALUE 0.
       01 WS-CLOSED-TOTAL     PIC 9(4)  VALUE 0.
       01 WS-REFUSED-TOTAL    PIC 9(4)  VALUE 0.
       01 WS-FOLLOW-UP-TOTAL  PIC 9(4)  VALUE 0.
       01 WS-SHIFT-TOTAL      PIC 9(4)  VALUE 0.
       01 WS-ALERT-TOTAL      PIC 9(4)  VALUE 0.
       01 WS-STEP-TOTAL       PIC 9(4)  VALUE 0.
       01 WS-SLA-TOTAL        PIC 9(4)  VALUE 0.
       01 WS-COUNT-SHOW       PIC ZZZ9.
       01 WS-ENTRY-NO-SHOW    PIC 9(6).
       01 WS-HHMM-SHOW        PIC 9(4).

      *    Shared shift log layouts.
       COPY "shift-log.cpy".
      *    Shared operator-alert record layout.
       COPY "operator-alert.cpy".
      *    Shared run-control record layout.
       COPY "run-control.cpy".
      *    Shared audit-log record layout.
       COPY "audit-log.cpy".
      *    Shared operator security master layout.
       COPY "operator-security.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       SHIFT-LOG.
           PERFORM CHECK-SHIFT-OPERATOR
           IF NOT OS-AUTHORIZED
              DISPLAY "SHIFT-LOG: operator " WS-OPERATOR-ID
                 " refused -- " TRIM(OS-REFUSAL-TEXT)
                 ", nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SHIFT-LOG
           PERFORM LOAD-SHIFT-TRANS
      *    SHIFTTRN is rewritten with only the refused lines, so a
      *    file larger than the table would lose its tail.
           IF TRAN-OVERFLOW
              DISPLAY "SHIFT-LOG: more than 500 lines on SHIFTTRN,"
                 " nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE CURRENT-DATE(1:14) TO WS-NOW-STAMP
           OPEN OUTPUT POSTING-REPORT-FILE
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "SHIFT LOG POSTINGS " DELIMITED BY SIZE
              WS-NOW-STAMP DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              WS-OPERATOR-ID DELIMITED BY SIZE
              INTO POSTING-REPORT-LINE
           END-STRING
           WRITE POSTING-REPORT-LINE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TRAN-COUNT
                   PERFORM POST-ONE-TRAN
           END-PERFORM
           CLOSE POSTING-REPORT-FILE
           PERFORM SAVE-SHIFT-LOG
           PERFORM SAVE-SHIFT-TRANS
           DISPLAY "SHIFT-LOG: " WS-POSTED-TOTAL " POSTED, "
              WS-CLOSED-TOTAL " FOLLOW-UP(S) CLOSED, "
              WS-REFUSED-TOTAL " REFUSED"
           IF WS-REFUSED-TOTAL > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    P posts a new entry; C closes an open follow-up. Anything
      *    else, or a posting that does not fit, is refused whole.
       POST-ONE-TRAN.
           MOVE WS-TRAN-LINE(T) TO OT-TRAN-RECORD
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE SPACES TO OL-ENTRY-RECORD
           MOVE OT-CATEGORY TO OL-CATEGORY
           MOVE 0 TO WS-FOUND-IDX
           IF OT-CLOSE AND OT-ENTRY-NO IS NUMERIC
              PERFORM VARYING L FROM 1 BY 1
                 UNTIL L > WS-ENTRY-COUNT OR WS-FOUND-IDX > 0
                      IF WS-ENTRY-LINE(L)(1:6) = OT-ENTRY-NO
                         MOVE L TO WS-FOUND-IDX
                      END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
           WHEN OT-POST AND NOT OL-OPERATOR-CATEGORY
              MOVE "NOT AN OPERATOR CATEGORY" TO WS-REFUSE-REASON
           WHEN OT-POST AND OT-TEXT = SPACES
              MOVE "NO TEXT TO POST" TO WS-REFUSE-REASON
           WHEN OT-POST AND WS-ENTRY-COUNT >= 5000
              MOVE "SHIFT LOG FULL" TO WS-REFUSE-REASON
           WHEN OT-POST
              CONTINUE
           WHEN NOT OT-CLOSE
              MOVE "ACTION MUST BE P OR C" TO WS-REFUSE-REASON
           WHEN WS-FOUND-IDX = 0
              MOVE "NO SUCH ENTRY" TO WS-REFUSE-REASON
           WHEN OTHER
              MOVE WS-ENTRY-LINE(WS-FOUND-IDX) TO OL-ENTRY-RECORD
              IF NOT OL-FOLLOW-UP
                 MOVE "ENTRY IS NOT A FOLLOW-UP" TO WS-REFUSE-REASON
              ELSE
                 IF NOT OL-OPEN
                    MOVE "FOLLOW-UP ALREADY CLOSED"
                       TO WS-REFUSE-REASON
                 END-IF
              END-IF
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-TOTAL
              ADD 1 TO WS-KEPT-COUNT
              MOVE WS-TRAN-LINE(T) TO WS-KEPT-LINE(WS-KEPT-COUNT)
              MOVE SPACES TO POSTING-REPORT-LINE
              STRING "REFUSED " DELIMITED BY SIZE
                 WS-TRAN-LINE(T) DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 WS-REFUSE-REASON DELIMITED BY SIZE
                 INTO POSTING-REPORT-LINE
              END-STRING
              WRITE POSTING-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           IF OT-CLOSE
              SET OL-CLOSED TO TRUE
              MOVE WS-NOW-STAMP TO OL-CLOSED-STAMP
              MOVE WS-OPERATOR-ID TO OL-CLOSED-BY
              MOVE OL-ENTRY-RECORD TO WS-ENTRY-LINE(WS-FOUND-IDX)
              ADD 1 TO WS-CLOSED-TOTAL
              MOVE SPACES TO POSTING-REPORT-LINE
              STRING "CLOSED  " DELIMITED BY SIZE
                 OL-ENTRY-NO DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 OL-TEXT DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 TRIM(OT-TEXT) DELIMITED BY SIZE
                 INTO POSTING-REPORT-LINE
              END-STRING
              WRITE POSTING-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE OT-TEXT TO OL-TEXT
           IF OL-FOLLOW-UP
              SET OL-OPEN TO TRUE
           END-IF
           PERFORM ADD-LOG-ENTRY
           ADD 1 TO WS-POSTED-TOTAL
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "POSTED  " DELIMITED BY SIZE
              OL-ENTRY-NO DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OL-CATEGORY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OL-TEXT DELIMITED BY SIZE
              INTO POSTING-REPORT-LINE
           END-STRING
           WRITE POSTING-REPORT-LINE
           .
       POST-ONE-TRAN-EXIT.
           EXIT.

      *    Numbers, stamps and appends OL-ENTRY-RECORD; the caller
      *    fills the category, status and text.
       ADD-LOG-ENTRY.
           IF WS-ENTRY-COUNT >= 5000
              DISPLAY "SHIFT-LOG: SHIFTLOG has more than 5000 entries"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-NEXT-ENTRY-NO TO OL-ENTRY-NO
           ADD 1 TO WS-NEXT-ENTRY-NO
           MOVE WS-NOW-STAMP TO OL-STAMP
           MOVE WS-OPERATOR-ID TO OL-OPERATOR-ID
           ADD 1 TO WS-ENTRY-COUNT
           MOVE OL-ENTRY-RECORD TO WS-ENTRY-LINE(WS-ENTRY-COUNT)
           .
       ADD-LOG-ENTRY-EXIT.
           EXIT.

      *    Shift change, run by the outgoing operator.
       ENTRY "SHIFT-LOG-HANDOVER".
       SHIFT-LOG-HANDOVER.
           PERFORM CHECK-SHIFT-OPERATOR
           IF NOT OS-AUTHORIZED
              DISPLAY "SHIFT-LOG-HANDOVER: operator " WS-OPERATOR-ID
                 " refused -- " TRIM(OS-REFUSAL-TEXT)
                 ", no handover prepared"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-SHIFT-LOG
           MOVE CURRENT-DATE(1:14) TO WS-NOW-STAMP
      *    The shift began at the newest sign-off; an unsigned
      *    handover prepared earlier is replaced by this one.
           STRING BD-BUSINESS-DATE DELIMITED BY SIZE
              "000000" DELIMITED BY SIZE
              INTO WS-SHIFT-START
           END-STRING
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ENTRY-COUNT
                   MOVE WS-ENTRY-LINE(L) TO OL-ENTRY-RECORD
                   IF OL-SIGNOFF
                      MOVE OL-STAMP TO WS-SHIFT-START
                   END-IF
                   IF OL-HANDOVER AND OL-OPEN
                      SET OL-CLOSED TO TRUE
                      MOVE WS-NOW-STAMP TO OL-CLOSED-STAMP
                      MOVE WS-OPERATOR-ID TO OL-CLOSED-BY
                      MOVE OL-ENTRY-RECORD TO WS-ENTRY-LINE(L)
                   END-IF
           END-PERFORM
           MOVE WS-NEXT-ENTRY-NO TO WS-ENTRY-NO-SHOW

           OPEN OUTPUT HANDOVER-REPORT-FILE
           MOVE SPACES TO HANDOVER-REPORT-LINE
           STRING "SHIFT HANDOVER " DELIMITED BY SIZE
              WS-ENTRY-NO-SHOW DELIMITED BY SIZE
              " PREPARED " DELIMITED BY SIZE
              WS-NOW-STAMP DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              WS-OPERATOR-ID DELIMITED BY SIZE
              " FOR THE SHIFT FROM " DELIMITED BY SIZE
              WS-SHIFT-START DELIMITED BY SIZE
              INTO HANDOVER-REPORT-LINE
           END-STRING
           WRITE HANDOVER-REPORT-LINE
           PERFORM HANDOVER-FOLLOW-UPS
           PERFORM HANDOVER-SHIFT-ENTRIES
           PERFORM HANDOVER-ALERTS
           PERFORM HANDOVER-BATCH-STEPS
           PERFORM HANDOVER-SLA-MISSES
           MOVE SPACES TO HANDOVER-REPORT-LINE
           WRITE HANDOVER-REPORT-LINE
           MOVE SPACES TO HANDOVER-REPORT-LINE
           STRING "SIGN-OFF PENDING -- THE INCOMING OPERATOR SIGNS"
                 DELIMITED BY SIZE
              " WITH SHIFT-LOG-SIGNOFF" DELIMITED BY SIZE
              INTO HANDOVER-REPORT-LINE
           END-STRING
           WRITE HANDOVER-REPORT-LINE
           CLOSE HANDOVER-REPORT-FILE

           MOVE SPACES TO OL-ENTRY-RECORD
           MOVE "HANDOVER" TO OL-CATEGORY
           SET OL-OPEN TO TRUE
           MOVE 1 TO WS-TEXT-PTR
           MOVE WS-FOLLOW-UP-TOTAL TO WS-COUNT-SHOW
           STRING TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              " FOLLOW-UPS, " DELIMITED BY SIZE
              INTO OL-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING
           MOVE WS-ALERT-TOTAL TO WS-COUNT-SHOW
           STRING TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              " ALERTS, " DELIMITED BY SIZE
              INTO OL-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING
           MOVE WS-STEP-TOTAL TO WS-COUNT-SHOW
           STRING TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              " STEPS, " DELIMITED BY SIZE
              INTO OL-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING
           MOVE WS-SLA-TOTAL TO WS-COUNT-SHOW
           STRING TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              " SLA MISSES" DELIMITED BY SIZE
              INTO OL-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING
           PERFORM ADD-LOG-ENTRY
           PERFORM SAVE-SHIFT-LOG
           DISPLAY "SHIFT-LOG-HANDOVER: HANDOVER " WS-ENTRY-NO-SHOW
              " -- " TRIM(OL-TEXT)
           MOVE 0 TO RETURN-CODE
           GOBACK.
       SHIFT-LOG-HANDOVER-EXIT.
           EXIT.

       HANDOVER-FOLLOW-UPS.
           MOVE SPACES TO HANDOVER-REPORT-LINE
           WRITE HANDOVER-REPORT-LINE
           MOVE "OPEN FOLLOW-UPS" TO HANDOVER-REPORT-LINE
           WRITE HANDOVER-REPORT-LINE
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ENTRY-COUNT
                   MOVE WS-ENTRY-LINE(L) TO OL-ENTRY-RECORD
                   IF OL-FOLLOW-UP AND OL-OPEN
                      ADD 1 TO WS-FOLLOW-UP-TOTAL
                      PERFORM WRITE-ENTRY-LINE
                   END-IF
           END-PERFORM
           IF WS-FOLLOW-UP-TOTAL = 0
              MOVE "  NONE" TO HANDOVER-REPORT-LINE
              WRITE HANDOVER-REPORT-LINE
           END-IF
           .
       HANDOVER-FOLLOW-UPS-EXIT.
           EXIT.

       HANDOVER-SHIFT-ENTRIES.
           MOVE SPACES TO HANDOVER-REPORT-LINE
           WRITE HANDOVER-REPORT-LINE
           MOVE "THIS SHIFT'S LOG ENTRIES" TO HANDOVER-REPORT-LINE
           WRITE HANDOVER-REPORT-LINE
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ENTRY-COUNT
                   MOVE WS-ENTRY-LINE(L) TO OL-ENTRY-RECORD
                   IF OL-OPERATOR-CATEGORY
                      AND NOT (OL-FOLLOW-UP AND OL-OPEN)
                      AND OL-STAMP >= WS-SHIFT-START
                      ADD 1 TO WS-SHIFT-TOTAL
                      PERFORM WRITE-ENTRY-LINE
                   END-IF
           END-PERFORM
           IF WS-SHIFT-TOTAL = 0
              MOVE "  NONE" TO HANDOVER-REPORT-LINE
              WRITE HANDOVER-REPORT-LINE
           END-IF
           .
       HANDOVER-SHIFT-ENTRIES-EXIT.
           EXIT.

       WRITE-ENTRY-LINE.
           MOVE SPACES TO HANDOVER-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
              OL-ENTRY-NO DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OL-STAMP DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OL-OPERATOR-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OL-CATEGORY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OL-TEXT DELIMITED BY SIZE
              INTO HANDOVER-REPORT-LINE
           END-STRING
           WRITE HANDOVER-REPORT-LINE
           .
       WRITE-ENTRY-LINE-EXIT.
           EXIT.

       HANDOVER-ALERTS.
           MOVE SPACES TO HANDOVER-REPORT-LINE
           WRITE HANDOVER-REPORT-LINE
           MOVE "CRITICAL AND WARNING ALERTS THIS SHIFT"
              TO HANDOVER-REPORT-LINE
           WRITE HANDOVER-REPORT-LINE
           SET FILE-EOF TO FALSE
           OPEN INPUT OPERATOR-ALERT-FILE
           PERFORM UNTIL FILE-EOF
                   READ OPERATOR-ALERT-FILE INTO OA-ALERT-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF (OA-CRITICAL OR OA-WARNING)
                            AND OA-TIMESTAMP(1:14) >= WS-SHIFT-START
                            ADD 1 TO WS-ALERT-TOTAL
                            MOVE SPACES TO HANDOVER-REPORT-LINE
                            STRING "  " DELIMITED BY SIZE
                               OA-TIMESTAMP(1:14) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               OA-SEVERITY DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               OA-PROGRAM-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               OA-MESSAGE DELIMITED BY SIZE
                               INTO HANDOVER-REPORT-LINE
                            END-STRING
                            WRITE HANDOVER-REPORT-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE OPERATOR-ALERT-FILE
           IF WS-ALERT-TOTAL = 0
              MOVE "  NONE" TO HANDOVER-REPORT-LINE
              WRITE HANDOVER-REPORT-LINE
           END-IF
           .
       HANDOVER-ALERTS-EXIT.
           EXIT.

      *    A JOBSTAT line that is neither OK nor PRIOR failed or was
      *    skipped, as on the dashboard; a NIGHTRUN step byte not
      *    yet done in an active run is still to be run.
       HANDOVER-BATCH-STEPS.
           MOVE SPACES TO HANDOVER-REPORT-LINE
           WRITE HANDOVER-REPORT-LINE
           MOVE "BATCH STEPS FAILED OR PENDING"
              TO HANDOVER-REPORT-LINE
           WRITE HANDOVER-REPORT-LINE
           SET FILE-EOF TO FALSE
           OPEN INPUT JOB-STATUS-FILE
           PERFORM UNTIL FILE-EOF
                   READ JOB-STATUS-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF JOB-STATUS-RECORD NOT = SPACES
                            PERFORM CHECK-ONE-STEP-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE JOB-STATUS-FILE
           INITIALIZE RC-RUN-CONTROL
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE INTO RC-RUN-CONTROL
              AT END
                 CONTINUE
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF RC-RUN-NUMBER IS NUMERIC AND RC-RUN-NUMBER > 0
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STEP-COUNT
                      IF NOT RC-STEP-DONE(I)
                         ADD 1 TO WS-STEP-TOTAL
                         MOVE SPACES TO HANDOVER-REPORT-LINE
                         STRING "  NIGHTRUN " DELIMITED BY SIZE
                            TRIM(WS-STEP-NAME(I)) DELIMITED BY SIZE
                            " PENDING IN RUN " DELIMITED BY SIZE
                            RC-RUN-NUMBER DELIMITED BY SIZE
                            INTO HANDOVER-REPORT-LINE
                         END-STRING
                         WRITE HANDOVER-REPORT-LINE
                      END-IF
              END-PERFORM
           END-IF
           IF WS-STEP-TOTAL = 0
              MOVE "  NONE" TO HANDOVER-REPORT-LINE
              WRITE HANDOVER-REPORT-LINE
           END-IF
           .
       HANDOVER-BATCH-STEPS-EXIT.
           EXIT.

       CHECK-ONE-STEP-LINE.
           MOVE 0 TO WS-TALLY
           INSPECT JOB-STATUS-RECORD TALLYING WS-TALLY
              FOR ALL " OK" ALL " PRIOR"
           IF WS-TALLY = 0
              ADD 1 TO WS-STEP-TOTAL
              MOVE SPACES TO HANDOVER-REPORT-LINE
              STRING "  JOBSTAT  " DELIMITED BY SIZE
                 JOB-STATUS-RECORD DELIMITED BY SIZE
                 INTO HANDOVER-REPORT-LINE
              END-STRING
              WRITE HANDOVER-REPORT-LINE
           END-IF
           .
       CHECK-ONE-STEP-LINE-EXIT.
           EXIT.

       HANDOVER-SLA-MISSES.
           MOVE SPACES TO HANDOVER-REPORT-LINE
           WRITE HANDOVER-REPORT-LINE
           MOVE SPACES TO HANDOVER-REPORT-LINE
           STRING "SLA MISSES FOR " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO HANDOVER-REPORT-LINE
           END-STRING
           WRITE HANDOVER-REPORT-LINE
           SET FILE-EOF TO FALSE
           OPEN INPUT SLA-HISTORY-FILE
           PERFORM UNTIL FILE-EOF
                   READ SLA-HISTORY-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF SH-RUN-DATE = BD-BUSINESS-DATE
                            AND (SH-OUTCOME = "LATE"
                               OR SH-OUTCOME = "MISSING")
                            ADD 1 TO WS-SLA-TOTAL
                            MOVE SH-DEADLINE-HHMM TO WS-HHMM-SHOW
                            MOVE SPACES TO HANDOVER-REPORT-LINE
                            STRING "  " DELIMITED BY SIZE
                               SH-REPORT-NAME DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               SH-OUTCOME DELIMITED BY SIZE
                               " DEADLINE " DELIMITED BY SIZE
                               WS-HHMM-SHOW DELIMITED BY SIZE
                               INTO HANDOVER-REPORT-LINE
                            END-STRING
                            IF SH-OUTCOME = "LATE"
                               MOVE SH-ACTUAL-HHMM TO WS-HHMM-SHOW
                               MOVE " DONE " TO
                                  HANDOVER-REPORT-LINE(34:6)
                               MOVE WS-HHMM-SHOW TO
                                  HANDOVER-REPORT-LINE(40:4)
                            END-IF
                            WRITE HANDOVER-REPORT-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SLA-HISTORY-FILE
           IF WS-SLA-TOTAL = 0
              MOVE "  NONE" TO HANDOVER-REPORT-LINE
              WRITE HANDOVER-REPORT-LINE
           END-IF
           .
       HANDOVER-SLA-MISSES-EXIT.
           EXIT.

      *    The incoming operator takes the shift: the newest open
      *    handover is closed under their ID, a SIGNOFF entry starts
      *    the new shift, and the sign-off is certified on AUDITLOG.
       ENTRY "SHIFT-LOG-SIGNOFF".
       SHIFT-LOG-SIGNOFF.
           PERFORM CHECK-SHIFT-OPERATOR
           IF NOT OS-AUTHORIZED
              DISPLAY "SHIFT-LOG-SIGNOFF: operator " WS-OPERATOR-ID
                 " refused -- " TRIM(OS-REFUSAL-TEXT)
                 ", not signed off"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SHIFT-LOG
           MOVE CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ENTRY-COUNT
                   MOVE WS-ENTRY-LINE(L) TO OL-ENTRY-RECORD
                   IF OL-HANDOVER AND OL-OPEN
                      MOVE L TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              DISPLAY "SHIFT-LOG-SIGNOFF: no handover awaiting"
                 " sign-off"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-ENTRY-LINE(WS-FOUND-IDX) TO OL-ENTRY-RECORD
           IF OL-OPERATOR-ID = WS-OPERATOR-ID
              DISPLAY "SHIFT-LOG-SIGNOFF: operator " WS-OPERATOR-ID
                 " prepared handover " OL-ENTRY-NO
                 " and cannot sign it off"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE OL-ENTRY-NO TO WS-HANDOVER-NO
           MOVE OL-OPERATOR-ID TO WS-PREPARED-BY
           SET OL-CLOSED TO TRUE
           MOVE WS-NOW-STAMP TO OL-CLOSED-STAMP
           MOVE WS-OPERATOR-ID TO OL-CLOSED-BY
           MOVE OL-ENTRY-RECORD TO WS-ENTRY-LINE(WS-FOUND-IDX)

           MOVE SPACES TO OL-ENTRY-RECORD
           MOVE "SIGNOFF" TO OL-CATEGORY
           STRING "SIGNED OFF HANDOVER " DELIMITED BY SIZE
              WS-HANDOVER-NO DELIMITED BY SIZE
              " FROM " DELIMITED BY SIZE
              WS-PREPARED-BY DELIMITED BY SIZE
              INTO OL-TEXT
           END-STRING
           PERFORM ADD-LOG-ENTRY
           PERFORM SAVE-SHIFT-LOG

           MOVE "SHIFT-LOG" TO AL-PROGRAM-ID
           MOVE CURRENT-DATE TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING "HANDOVER " DELIMITED BY SIZE
              WS-HANDOVER-NO DELIMITED BY SIZE
              " FROM " DELIMITED BY SIZE
              WS-PREPARED-BY DELIMITED BY SIZE
              " SIGNED OFF BY " DELIMITED BY SIZE
              WS-OPERATOR-ID DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           DISPLAY "SHIFT-LOG-SIGNOFF: HANDOVER " WS-HANDOVER-NO
              " FROM " WS-PREPARED-BY " SIGNED OFF BY "
              WS-OPERATOR-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.
       SHIFT-LOG-SIGNOFF-EXIT.
           EXIT.

      *    Every entry point: the operator from OPERID must hold
      *    SHIFTOPR; a refusal is audited.
       CHECK-SHIFT-OPERATOR.
           PERFORM LOAD-OPERATOR-ID
           MOVE "SHIFTOPR" TO OS-CHECK-ROLE
           IF WS-OPERATOR-ID = SPACES
              SET OS-UNKNOWN-OPERATOR TO TRUE
              MOVE "NO OPERATOR ID" TO OS-REFUSAL-TEXT
              PERFORM WRITE-REFUSAL-AUDIT
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT OS-AUTHORIZED
              PERFORM WRITE-REFUSAL-AUDIT
           END-IF
           .
       CHECK-SHIFT-OPERATOR-EXIT.
           EXIT.

       LOAD-SHIFT-LOG.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 1 TO WS-NEXT-ENTRY-NO
           SET FILE-EOF TO FALSE
           OPEN INPUT SHIFT-LOG-FILE
           PERFORM UNTIL FILE-EOF
                   READ SHIFT-LOG-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF SHIFT-LOG-RECORD NOT = SPACES
                            IF WS-ENTRY-COUNT >= 5000
                               DISPLAY "SHIFT-LOG: SHIFTLOG has more"
                                  " than 5000 entries"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-ENTRY-COUNT
                            MOVE SHIFT-LOG-RECORD
                               TO WS-ENTRY-LINE(WS-ENTRY-COUNT)
                            MOVE SHIFT-LOG-RECORD TO OL-ENTRY-RECORD
                            IF OL-ENTRY-NO IS NUMERIC
                               AND OL-ENTRY-NO >= WS-NEXT-ENTRY-NO
                               COMPUTE WS-NEXT-ENTRY-NO =
                                  OL-ENTRY-NO + 1
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SHIFT-LOG-FILE
           .
       LOAD-SHIFT-LOG-EXIT.
           EXIT.

       LOAD-SHIFT-TRANS.
           MOVE 0 TO WS-TRAN-COUNT
           SET TRAN-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT SHIFT-TRAN-FILE
           PERFORM UNTIL FILE-EOF
                   READ SHIFT-TRAN-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF SHIFT-TRAN-LINE NOT = SPACES
                            AND WS-TRAN-COUNT NOT < 500
                            SET TRAN-OVERFLOW TO TRUE
                         END-IF
                         IF SHIFT-TRAN-LINE NOT = SPACES
                            AND WS-TRAN-COUNT < 500
                            ADD 1 TO WS-TRAN-COUNT
                            MOVE SHIFT-TRAN-LINE
                               TO WS-TRAN-LINE(WS-TRAN-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SHIFT-TRAN-FILE
           .
       LOAD-SHIFT-TRANS-EXIT.
           EXIT.

      *    Closed entries older than the KEEPDAYS window go to the
      *    SHIFTARC archive rather than back to SHIFTLOG; open ones,
      *    the newest entry and the last SIGNOFF always stay. The
      *    caller's OL-ENTRY-RECORD is left as it was.
       SAVE-SHIFT-LOG.
           MOVE OL-ENTRY-RECORD TO WS-HOLD-ENTRY
           PERFORM SET-KEEP-CUTOFF
           MOVE 0 TO WS-LAST-SIGNOFF-IDX
           MOVE 0 TO WS-ARCHIVED-TOTAL
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ENTRY-COUNT
                   MOVE WS-ENTRY-LINE(L) TO OL-ENTRY-RECORD
                   IF OL-SIGNOFF
                      MOVE L TO WS-LAST-SIGNOFF-IDX
                   END-IF
           END-PERFORM
           OPEN OUTPUT SHIFT-LOG-FILE
           OPEN EXTEND SHIFT-ARCHIVE-FILE
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ENTRY-COUNT
                   MOVE WS-ENTRY-LINE(L) TO OL-ENTRY-RECORD
                   IF NOT OL-OPEN
                      AND OL-STAMP(1:8) < WS-KEEP-CUTOFF
                      AND L < WS-ENTRY-COUNT
                      AND L NOT = WS-LAST-SIGNOFF-IDX
                      MOVE WS-ENTRY-LINE(L) TO SHIFT-ARCHIVE-RECORD
                      WRITE SHIFT-ARCHIVE-RECORD
                      ADD 1 TO WS-ARCHIVED-TOTAL
                   ELSE
                      MOVE WS-ENTRY-LINE(L) TO SHIFT-LOG-RECORD
                      WRITE SHIFT-LOG-RECORD
                   END-IF
           END-PERFORM
           CLOSE SHIFT-ARCHIVE-FILE
           CLOSE SHIFT-LOG-FILE
           IF WS-ARCHIVED-TOTAL > 0
              DISPLAY "SHIFT-LOG: " WS-ARCHIVED-TOTAL
                 " ENTRIES OLDER THAN " WS-KEEP-DAYS
                 " DAYS MOVED TO SHIFTARC"
           END-IF
           MOVE WS-HOLD-ENTRY TO OL-ENTRY-RECORD
           .
       SAVE-SHIFT-LOG-EXIT.
           EXIT.

       SAVE-SHIFT-TRANS.
           OPEN OUTPUT SHIFT-TRAN-FILE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-KEPT-COUNT
                   MOVE WS-KEPT-LINE(T) TO SHIFT-TRAN-LINE
                   WRITE SHIFT-TRAN-LINE
           END-PERFORM
           CLOSE SHIFT-TRAN-FILE
           .
       SAVE-SHIFT-TRANS-EXIT.
           EXIT.

      *    First date kept on SHIFTLOG: KEEPDAYS (PARMMST SHIFT-LOG,
      *    1 to 999, default 90) before the business date.
       SET-KEEP-CUTOFF.
           PERFORM LOAD-BUSINESS-DATE
           MOVE "SHIFT-LOG" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "KEEPDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 999
                 COMPUTE WS-KEEP-DAYS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           COMPUTE WS-KEEP-CUTOFF-NUM = DATE-OF-INTEGER(
              INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
              - WS-KEEP-DAYS)
           .
       SET-KEEP-CUTOFF-EXIT.
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
           DISPLAY "SHIFT-LOG: PARMMST "
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

       LOAD-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT OPERATOR-ID-FILE
           READ OPERATOR-ID-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE OPERATOR-ID-RECORD TO WS-OPERATOR-ID
           END-READ
           CLOSE OPERATOR-ID-FILE
           .
       LOAD-OPERATOR-ID-EXIT.
           EXIT.

      *    Verdict on WS-OPERATOR-ID for the role in OS-CHECK-ROLE,
      *    off the OPERMST operator master; an accepted operator's
      *    last-used date is stamped -- see operator-security.cpy.
       CHECK-OPERATOR-AUTHORITY.
           SET OS-UNKNOWN-OPERATOR TO TRUE
           MOVE "UNKNOWN OPERATOR" TO OS-REFUSAL-TEXT
           MOVE FUNCTION CURRENT-DATE(1:8) TO OS-TODAY
           OPEN I-O OPERATOR-MASTER-FILE
           IF OS-MASTER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
           READ OPERATOR-MASTER-FILE INTO OS-OPERATOR-RECORD
              INVALID KEY
                 CLOSE OPERATOR-MASTER-FILE
                 EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
              WHEN OS-ACTIVE-DATE IS NOT NUMERIC
                 OR OS-ACTIVE-DATE > OS-TODAY
                 SET OS-NOT-YET-ACTIVE TO TRUE
                 MOVE "NOT YET ACTIVE" TO OS-REFUSAL-TEXT
              WHEN OS-EXPIRY-DATE IS NOT NUMERIC
                 SET OS-EXPIRED TO TRUE
                 MOVE "ID EXPIRED" TO OS-REFUSAL-TEXT
              WHEN OS-EXPIRY-DATE NOT = 0
                 AND OS-EXPIRY-DATE < OS-TODAY
                 SET OS-EXPIRED TO TRUE
                 MOVE "ID EXPIRED" TO OS-REFUSAL-TEXT
              WHEN OTHER
                 SET OS-LACKS-ROLE TO TRUE
                 MOVE "LACKS ROLE" TO OS-REFUSAL-TEXT
                 PERFORM VARYING OS-ROLE-IDX FROM 1 BY 1
                    UNTIL OS-ROLE-IDX > 5 OR OS-AUTHORIZED
                         IF OS-ROLE-CODE(OS-ROLE-IDX) = OS-CHECK-ROLE
                            SET OS-AUTHORIZED TO TRUE
                         END-IF
                 END-PERFORM
           END-EVALUATE
           IF OS-AUTHORIZED
              MOVE SPACES TO OS-REFUSAL-TEXT
              MOVE OS-TODAY TO OS-LAST-USED-DATE
              REWRITE OPERATOR-MASTER-RECORD FROM OS-OPERATOR-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF
           CLOSE OPERATOR-MASTER-FILE
           .
       CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

      *    A refused operator leaves a sealed line on the shared
      *    AUDITLOG naming the ID, the reason and the role asked for.
       WRITE-REFUSAL-AUDIT.
           MOVE "SHIFT-LOG" TO AL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING "OPERATOR " DELIMITED BY SIZE
              WS-OPERATOR-ID DELIMITED BY SIZE
              " REFUSED " DELIMITED BY SIZE
              FUNCTION TRIM(OS-REFUSAL-TEXT) DELIMITED BY SIZE
              " FOR " DELIMITED BY SIZE
              OS-CHECK-ROLE DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       WRITE-REFUSAL-AUDIT-EXIT.
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

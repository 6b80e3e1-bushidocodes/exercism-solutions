       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-CASE.
      *    Case management for escalated BOB conversations.
      *    CONV-ESCALATION flags a session to ESCALATE for same-day
      *    follow-up, but nothing recorded whether anyone called the
      *    customer back. CASEMST, keyed by case number and by
      *    session, holds one case per escalated session: who it is
      *    assigned to, where it stands (OPEN until someone is
      *    assigned, ASSIGNED, then CLOSED with a closure reason),
      *    the latest follow-up note and how often it has been
      *    reopened. Every change to a case is also appended to the
      *    CASEHIST case history, which is where the full trail of
      *    follow-up notes lives.
      *
      *    The main entry is the daily run after CONV-ESCALATION: a
      *    case is opened for each ESCALATE session not already on
      *    CASEMST, then the CASEAGE aging report lists every case
      *    not closed by assignee, with its age in days and the age
      *    band it falls in, and a band-by-assignee count at the
      *    foot. A case ages from the day it was opened or last
      *    reopened. CONV-CASE-UPDATE posts the service desk's
      *    CASETRAN transactions -- A assign, N follow-up note, C
      *    close with a reason, R reopen -- and leaves any it refuses
      *    on CASETRAN for correction. CONV-CASE-WEEKLY summarises
      *    CASEHIST for the seven days ending on the business date:
      *    cases opened, closed and reopened each day, closures by
      *    reason, and the cases still open.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-MASTER ASSIGN TO "CASEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CASE-NUMBER
               ALTERNATE RECORD KEY IS CM-SESSION-ID WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *    Escalated sessions from CONV-ESCALATION.
           SELECT OPTIONAL ESCALATION-FILE ASSIGN TO "ESCALATE"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Service desk case updates.
           SELECT OPTIONAL CASE-TRAN-FILE ASSIGN TO "CASETRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-HISTORY-FILE ASSIGN TO "CASEHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO "CASEAGE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEEKLY-REPORT-FILE ASSIGN TO "CASEWEEK"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing date -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-MASTER.
       01  CASE-RECORD.
           02 CM-CASE-NUMBER      PIC 9(6).
           02 CM-SESSION-ID       PIC X(8).
           02 CM-START-TIME       PIC X(21).
           02 CM-EXCHANGE-COUNT   PIC 9(4).
           02 CM-SHOUT-RUN        PIC 9(3).
           02 CM-OPENED-DATE      PIC X(8).
           02 CM-AGING-DATE       PIC X(8).
           02 CM-STATUS           PIC X(8).
           02 CM-ASSIGNEE         PIC X(8).
           02 CM-UPDATED-DATE     PIC X(8).
           02 CM-CLOSED-DATE      PIC X(8).
           02 CM-CLOSE-REASON     PIC X(8).
           02 CM-REOPEN-COUNT     PIC 9(2).
           02 CM-LAST-NOTE        PIC X(60).
       FD  ESCALATION-FILE.
       01  ESCALATION-RECORD.
           02 ES-SESSION-ID       PIC X(8).
           02 ES-START-TIME       PIC X(21).
           02 ES-EXCHANGE-COUNT   PIC 9(4).
           02 ES-SHOUT-RUN        PIC 9(3).
       FD  CASE-TRAN-FILE.
       01  CASE-TRAN-RECORD.
           02 CT-CASE-NUMBER      PIC X(6).
           02 FILLER              PIC X.
           02 CT-ACTION           PIC X.
           02 FILLER              PIC X.
           02 CT-ASSIGNEE         PIC X(8).
           02 FILLER              PIC X.
           02 CT-REASON           PIC X(8).
           02 FILLER              PIC X.
           02 CT-POSTED-BY        PIC X(8).
           02 FILLER              PIC X.
           02 CT-NOTE             PIC X(60).
       FD  CASE-HISTORY-FILE.
       01  CASE-HISTORY-RECORD.
           02 CH-CASE-NUMBER      PIC 9(6).
           02 FILLER              PIC X.
           02 CH-DATE             PIC X(8).
           02 FILLER              PIC X.
           02 CH-EVENT            PIC X(8).
           02 FILLER              PIC X.
           02 CH-ASSIGNEE         PIC X(8).
           02 FILLER              PIC X.
           02 CH-REASON           PIC X(8).
           02 FILLER              PIC X.
           02 CH-POSTED-BY        PIC X(8).
           02 FILLER              PIC X.
           02 CH-NOTE             PIC X(60).
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE      PIC X(120).
       FD  WEEKLY-REPORT-FILE.
       01  WEEKLY-REPORT-LINE     PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-MASTER-EOF-FLAG     PIC 9     VALUE 0.
          88 MASTER-EOF                    VALUE 1 FALSE 0.
       01 WS-CASE-ON-FILE-FLAG   PIC 9     VALUE 0.
          88 CASE-ON-FILE                  VALUE 1 FALSE 0.
       01 WS-ESCALATE-EOF-FLAG   PIC 9     VALUE 0.
          88 ESCALATE-EOF                  VALUE 1 FALSE 0.
       01 WS-TRAN-EOF-FLAG       PIC 9     VALUE 0.
          88 TRAN-EOF                      VALUE 1 FALSE 0.
       01 WS-TRAN-OVERFLOW-FLAG  PIC X     VALUE 'N'.
          88 TRAN-OVERFLOW                 VALUE 'Y' FALSE 'N'.
       01 WS-HISTORY-EOF-FLAG    PIC 9     VALUE 0.
          88 HISTORY-EOF                   VALUE 1 FALSE 0.

      *    Every case on CASEMST not yet closed, in case-number
      *    order -- which is also the order the cases were opened
      *    in. Closed cases stay on CASEMST but are not held here.
       01 WS-CASE-COUNT          PIC 9(4)  VALUE 0.
       01 WS-CASE-MAX            PIC 9(4)  VALUE 2000.
       01 WS-CASE-TABLE.
          05 WS-CASE-ENTRY OCCURS 2000.
             10 WS-CS-NUMBER     PIC 9(6).
             10 WS-CS-SESSION    PIC X(8).
             10 WS-CS-AGING-DATE PIC X(8).
             10 WS-CS-STATUS     PIC X(8).
             10 WS-CS-ASSIGNEE   PIC X(8).
             10 WS-CS-REOPENS    PIC 9(2).
             10 WS-CS-NOTE       PIC X(60).
       01 WS-NEXT-CASE-NUMBER    PIC 9(6)  VALUE 0.
       01 WS-OPENED-COUNT        PIC 9(4)  VALUE 0.
       01 WS-KNOWN-COUNT         PIC 9(4)  VALUE 0.
       01 WS-OPEN-CASE-COUNT     PIC 9(4)  VALUE 0.

      *    Age bands for the aging report, by lowest age in days.
       01 WS-BAND-VALUES.
          05 FILLER              PIC X(13) VALUE "000 0-1 DAYS ".
          05 FILLER              PIC X(13) VALUE "002 2-3 DAYS ".
          05 FILLER              PIC X(13) VALUE "004 4-7 DAYS ".
          05 FILLER              PIC X(13) VALUE "008 8-14 DAYS".
          05 FILLER              PIC X(13) VALUE "015 15+ DAYS ".
       01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
          05 WS-BAND-ENTRY OCCURS 5.
             10 WS-BAND-LOW      PIC 9(3).
             10 WS-BAND-LABEL    PIC X(10).
       01 WS-BAND-COUNT          PIC 9     VALUE 5.
       77 WS-BAND-IDX            PIC 9.

      *    Assignees with cases not closed, in assignee order --
      *    unassigned cases (blank assignee) sort first -- and
      *    their case counts by age band.
       01 WS-ASSIGNEE-COUNT      PIC 9(3)  VALUE 0.
       01 WS-ASSIGNEE-TABLE.
          05 WS-ASSIGNEE-ENTRY OCCURS 200.
             10 WS-AS-ID         PIC X(8).
             10 WS-AS-BAND-CASES PIC 9(4) OCCURS 5.
             10 WS-AS-TOTAL      PIC 9(4).
       01 WS-BAND-TOTALS.
          05 WS-BT-CASES         PIC 9(4) OCCURS 5.
       01 WS-ASSIGNEE-LABEL      PIC X(10).
       01 WS-AGE-DAYS            PIC 9(5).
       01 WS-AGE-DISPLAY         PIC ZZZZ9.
       01 WS-COUNT-DISPLAY       PIC ZZZ9.

      *    Accepted closure reasons.
       01 WS-REASON-VALUES.
          05 FILLER              PIC X(8)  VALUE "CALLEDBK".
          05 FILLER              PIC X(8)  VALUE "NOREPLY".
          05 FILLER              PIC X(8)  VALUE "DUPLICAT".
          05 FILLER              PIC X(8)  VALUE "NOACTION".
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
          05 WS-REASON-CODE      PIC X(8)  OCCURS 4.
       01 WS-REASON-COUNT        PIC 9     VALUE 4.
       77 WS-REASON-IDX          PIC 9.

      *    Service desk transactions; any refused are written back
      *    to CASETRAN.
       01 WS-TRAN-COUNT          PIC 9(4)  VALUE 0.
       01 WS-TRAN-TABLE.
          05 WS-TRAN-ENTRY OCCURS 1000.
             10 WS-TR-RECORD     PIC X(97).
             10 WS-TR-REFUSED    PIC X.
       01 WS-APPLIED-COUNT       PIC 9(4)  VALUE 0.
       01 WS-REFUSED-COUNT       PIC 9(4)  VALUE 0.
       01 WS-REFUSAL-REASON      PIC X(30).
       01 WS-HISTORY-EVENT       PIC X(8).

      *    Weekly summary: the seven days ending on the business
      *    date, oldest first.
       01 WS-WEEK-START          PIC 9(8).
       01 WS-WEEK-END            PIC 9(8).
       01 WS-DAY-OFFSET          PIC 9(5).
       01 WS-WEEK-TABLE.
          05 WS-WEEK-DAY OCCURS 7.
             10 WS-WD-DATE       PIC 9(8).
             10 WS-WD-OPENED     PIC 9(4).
             10 WS-WD-CLOSED     PIC 9(4).
             10 WS-WD-REOPENED   PIC 9(4).
       01 WS-WEEK-TOTALS.
          05 WS-WT-OPENED        PIC 9(4).
          05 WS-WT-CLOSED        PIC 9(4).
          05 WS-WT-REOPENED      PIC 9(4).
       01 WS-REASON-CLOSED.
          05 WS-RC-CASES         PIC 9(4) OCCURS 4.
       01 WS-OTHER-CLOSED        PIC 9(4).
       01 WS-DAY-IDX             PIC 9.
       01 WS-HISTORY-DATE        PIC 9(8).
       01 WS-OPENED-DISPLAY      PIC ZZZ9.
       01 WS-CLOSED-DISPLAY      PIC ZZZ9.
       01 WS-REOPENED-DISPLAY    PIC ZZZ9.

       77 I                      PIC 9(4).
       77 J                      PIC 9(4).
       77 K                      PIC 9(4).
       77 WS-FOUND-IDX           PIC 9(4).

      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       CONV-CASE.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CASE-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-ESCALATED-CASES
           IF WS-MASTER-FILE-STATUS NOT = "00"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-AGING-REPORT
           DISPLAY "CONV-CASE: " WS-OPENED-COUNT " CASES OPENED, "
              WS-KNOWN-COUNT " ALREADY ON FILE, "
              WS-OPEN-CASE-COUNT " NOT CLOSED"
           GOBACK.

      *    A session on ESCALATE gets a case unless one already
      *    exists for it, whatever that case's status.
       OPEN-ESCALATED-CASES.
           OPEN I-O CASE-MASTER
           IF WS-MASTER-FILE-STATUS = "35"
              OPEN OUTPUT CASE-MASTER
              CLOSE CASE-MASTER
              OPEN I-O CASE-MASTER
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "CONV-CASE: cannot open CASEMST,"
                 " status " WS-MASTER-FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CASE-HISTORY-FILE
           SET ESCALATE-EOF TO FALSE
           OPEN INPUT ESCALATION-FILE
           PERFORM UNTIL ESCALATE-EOF
                   READ ESCALATION-FILE
                      AT END
                         SET ESCALATE-EOF TO TRUE
                      NOT AT END
                         IF ES-SESSION-ID NOT = SPACES
                            PERFORM OPEN-ONE-CASE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ESCALATION-FILE
           CLOSE CASE-HISTORY-FILE
           CLOSE CASE-MASTER
           .
       OPEN-ESCALATED-CASES-EXIT.
           EXIT.

       OPEN-ONE-CASE.
           SET CASE-ON-FILE TO TRUE
           MOVE ES-SESSION-ID TO CM-SESSION-ID
           READ CASE-MASTER KEY IS CM-SESSION-ID
              INVALID KEY
                 SET CASE-ON-FILE TO FALSE
           END-READ
           IF CASE-ON-FILE
              ADD 1 TO WS-KNOWN-COUNT
              EXIT PARAGRAPH
           END-IF
           IF WS-CASE-COUNT >= WS-CASE-MAX
              DISPLAY "CONV-CASE: more than " WS-CASE-MAX
                 " cases not closed, session " ES-SESSION-ID
                 " and the rest of ESCALATE not opened"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-NEXT-CASE-NUMBER
           INITIALIZE CASE-RECORD
           MOVE WS-NEXT-CASE-NUMBER TO CM-CASE-NUMBER
           MOVE ES-SESSION-ID TO CM-SESSION-ID
           MOVE ES-START-TIME TO CM-START-TIME
           MOVE ES-EXCHANGE-COUNT TO CM-EXCHANGE-COUNT
           MOVE ES-SHOUT-RUN TO CM-SHOUT-RUN
           MOVE BD-BUSINESS-DATE TO CM-OPENED-DATE
           MOVE BD-BUSINESS-DATE TO CM-AGING-DATE
           MOVE BD-BUSINESS-DATE TO CM-UPDATED-DATE
           MOVE "OPEN" TO CM-STATUS
           MOVE 0 TO CM-REOPEN-COUNT
           WRITE CASE-RECORD
              INVALID KEY
                 DISPLAY "CONV-CASE: case " CM-CASE-NUMBER
                    " already on CASEMST, session "
                    ES-SESSION-ID " not opened"
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-OPENED-COUNT
           PERFORM ADD-CASE-ENTRY
           MOVE SPACES TO CASE-HISTORY-RECORD
           MOVE CM-CASE-NUMBER TO CH-CASE-NUMBER
           MOVE BD-BUSINESS-DATE TO CH-DATE
           MOVE "OPENED" TO CH-EVENT
           MOVE "AUTO" TO CH-POSTED-BY
           STRING "SESSION " DELIMITED BY SIZE
              ES-SESSION-ID DELIMITED BY SIZE
              " SHOUT RUN " DELIMITED BY SIZE
              ES-SHOUT-RUN DELIMITED BY SIZE
              INTO CH-NOTE
           END-STRING
           WRITE CASE-HISTORY-RECORD
           .
       OPEN-ONE-CASE-EXIT.
           EXIT.

      *    Cases not closed, grouped by assignee; each line shows
      *    the case's age and band, and the foot counts each
      *    assignee's cases by band.
       WRITE-AGING-REPORT.
           PERFORM BUILD-ASSIGNEE-TABLE
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "ESCALATED CONVERSATION CASE AGING AS OF "
              DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "ASSIGNEE   CASE   SESSION  STATUS     AGE "
              DELIMITED BY SIZE
              "BAND       RO NOTE" DELIMITED BY SIZE
              INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-ASSIGNEE-COUNT
                   PERFORM LIST-ASSIGNEE-CASES
           END-PERFORM
           IF WS-ASSIGNEE-COUNT = 0
              MOVE "NO CASES OPEN" TO AGING-REPORT-LINE
              WRITE AGING-REPORT-LINE
           END-IF
           PERFORM WRITE-BAND-SUMMARY
           CLOSE AGING-REPORT-FILE
           .
       WRITE-AGING-REPORT-EXIT.
           EXIT.

      *    Collects each open case's assignee in order and counts
      *    the case in its band.
       BUILD-ASSIGNEE-TABLE.
           MOVE 0 TO WS-ASSIGNEE-COUNT
           MOVE 0 TO WS-OPEN-CASE-COUNT
           INITIALIZE WS-BAND-TOTALS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CASE-COUNT
                   IF WS-CS-STATUS(I) NOT = "CLOSED"
                      PERFORM COUNT-ONE-OPEN-CASE
                   END-IF
           END-PERFORM
           .
       BUILD-ASSIGNEE-TABLE-EXIT.
           EXIT.

       COUNT-ONE-OPEN-CASE.
           PERFORM FIND-CASE-BAND
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-ASSIGNEE-COUNT OR WS-FOUND-IDX > 0
                   IF WS-AS-ID(J) = WS-CS-ASSIGNEE(I)
                      MOVE J TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              IF WS-ASSIGNEE-COUNT >= 200
                 EXIT PARAGRAPH
              END-IF
      *       Insert in assignee order.
              MOVE 1 TO WS-FOUND-IDX
              PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > WS-ASSIGNEE-COUNT
                      IF WS-AS-ID(J) < WS-CS-ASSIGNEE(I)
                         COMPUTE WS-FOUND-IDX = J + 1
                      END-IF
              END-PERFORM
              PERFORM VARYING J FROM WS-ASSIGNEE-COUNT BY -1
                 UNTIL J < WS-FOUND-IDX
                      MOVE WS-ASSIGNEE-ENTRY(J)
                         TO WS-ASSIGNEE-ENTRY(J + 1)
              END-PERFORM
              ADD 1 TO WS-ASSIGNEE-COUNT
              INITIALIZE WS-ASSIGNEE-ENTRY(WS-FOUND-IDX)
              MOVE WS-CS-ASSIGNEE(I) TO WS-AS-ID(WS-FOUND-IDX)
           END-IF
           ADD 1 TO WS-OPEN-CASE-COUNT
           ADD 1 TO WS-AS-BAND-CASES(WS-FOUND-IDX, WS-BAND-IDX)
           ADD 1 TO WS-AS-TOTAL(WS-FOUND-IDX)
           ADD 1 TO WS-BT-CASES(WS-BAND-IDX)
           .
       COUNT-ONE-OPEN-CASE-EXIT.
           EXIT.

      *    Age in days of case I and the band it falls in.
       FIND-CASE-BAND.
           MOVE 0 TO WS-AGE-DAYS
           IF WS-CS-AGING-DATE(I) IS NUMERIC
              AND WS-CS-AGING-DATE(I) < BD-BUSINESS-DATE
              COMPUTE WS-AGE-DAYS =
                 INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
                 - INTEGER-OF-DATE(NUMVAL(WS-CS-AGING-DATE(I)))
           END-IF
           MOVE 1 TO WS-BAND-IDX
           PERFORM VARYING K FROM 2 BY 1 UNTIL K > WS-BAND-COUNT
                   IF WS-AGE-DAYS >= WS-BAND-LOW(K)
                      MOVE K TO WS-BAND-IDX
                   END-IF
           END-PERFORM
           .
       FIND-CASE-BAND-EXIT.
           EXIT.

       LIST-ASSIGNEE-CASES.
           IF WS-AS-ID(J) = SPACES
              MOVE "UNASSIGNED" TO WS-ASSIGNEE-LABEL
           ELSE
              MOVE WS-AS-ID(J) TO WS-ASSIGNEE-LABEL
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CASE-COUNT
                   IF WS-CS-STATUS(I) NOT = "CLOSED"
                      AND WS-CS-ASSIGNEE(I) = WS-AS-ID(J)
                      PERFORM LIST-ONE-OPEN-CASE
                   END-IF
           END-PERFORM
           MOVE WS-AS-TOTAL(J) TO WS-COUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING WS-ASSIGNEE-LABEL DELIMITED BY SIZE
              " TOTAL " DELIMITED BY SIZE
              WS-COUNT-DISPLAY DELIMITED BY SIZE
              INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           .
       LIST-ASSIGNEE-CASES-EXIT.
           EXIT.

       LIST-ONE-OPEN-CASE.
           PERFORM FIND-CASE-BAND
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING WS-ASSIGNEE-LABEL DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CS-NUMBER(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CS-SESSION(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CS-STATUS(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AGE-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BAND-LABEL(WS-BAND-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CS-REOPENS(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CS-NOTE(I) DELIMITED BY SIZE
              INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           .
       LIST-ONE-OPEN-CASE-EXIT.
           EXIT.

      *    One line per assignee with the case count in each band,
      *    then the band totals.
       WRITE-BAND-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "ASSIGNEE  " DELIMITED BY SIZE
              WS-BAND-LABEL(1) DELIMITED BY SIZE
              WS-BAND-LABEL(2) DELIMITED BY SIZE
              WS-BAND-LABEL(3) DELIMITED BY SIZE
              WS-BAND-LABEL(4) DELIMITED BY SIZE
              WS-BAND-LABEL(5) DELIMITED BY SIZE
              "     TOTAL" DELIMITED BY SIZE
              INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-ASSIGNEE-COUNT
                   IF WS-AS-ID(J) = SPACES
                      MOVE "UNASSIGNED" TO WS-ASSIGNEE-LABEL
                   ELSE
                      MOVE WS-AS-ID(J) TO WS-ASSIGNEE-LABEL
                   END-IF
                   MOVE SPACES TO AGING-REPORT-LINE
                   MOVE WS-ASSIGNEE-LABEL TO AGING-REPORT-LINE(1:10)
                   PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                      UNTIL WS-BAND-IDX > WS-BAND-COUNT
                           MOVE WS-AS-BAND-CASES(J, WS-BAND-IDX)
                              TO WS-COUNT-DISPLAY
                           MOVE WS-COUNT-DISPLAY TO AGING-REPORT-LINE
                              (WS-BAND-IDX * 10 + 4:4)
                   END-PERFORM
                   MOVE WS-AS-TOTAL(J) TO WS-COUNT-DISPLAY
                   MOVE WS-COUNT-DISPLAY TO AGING-REPORT-LINE(67:4)
                   WRITE AGING-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO AGING-REPORT-LINE
           MOVE "ALL" TO AGING-REPORT-LINE(1:10)
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > WS-BAND-COUNT
                   MOVE WS-BT-CASES(WS-BAND-IDX) TO WS-COUNT-DISPLAY
                   MOVE WS-COUNT-DISPLAY TO AGING-REPORT-LINE
                      (WS-BAND-IDX * 10 + 4:4)
           END-PERFORM
           MOVE WS-OPEN-CASE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO AGING-REPORT-LINE(67:4)
           WRITE AGING-REPORT-LINE
           .
       WRITE-BAND-SUMMARY-EXIT.
           EXIT.

      *    Service desk posting: A assigns an open case, N adds a
      *    follow-up note to an open case, C closes an open case
      *    with one of the accepted reasons, R reopens a closed
      *    case with a note saying why. Every posting needs the
      *    poster's ID and goes on CASEHIST.
       ENTRY "CONV-CASE-UPDATE".
       CONV-CASE-UPDATE.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CASE-TRANS
      *    CASETRAN is rewritten with only the refused lines, so a
      *    file larger than the table would lose its tail.
           IF TRAN-OVERFLOW
              DISPLAY "CONV-CASE-UPDATE: more than 1000 lines on"
                 " CASETRAN, no updates posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O CASE-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "CONV-CASE-UPDATE: cannot open CASEMST,"
                 " status " WS-MASTER-FILE-STATUS
                 ", no updates posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND CASE-HISTORY-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TRAN-COUNT
                   MOVE WS-TR-RECORD(J) TO CASE-TRAN-RECORD
                   PERFORM APPLY-ONE-TRAN
           END-PERFORM
           CLOSE CASE-HISTORY-FILE
           CLOSE CASE-MASTER
           IF WS-TRAN-COUNT > 0
              PERFORM REWRITE-CASE-TRANS
           END-IF
           DISPLAY "CONV-CASE-UPDATE: " WS-APPLIED-COUNT
              " POSTED, " WS-REFUSED-COUNT " REFUSED"
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-CASE-TRANS.
           MOVE 0 TO WS-TRAN-COUNT
           SET TRAN-EOF TO FALSE
           SET TRAN-OVERFLOW TO FALSE
           OPEN INPUT CASE-TRAN-FILE
           PERFORM UNTIL TRAN-EOF
                   READ CASE-TRAN-FILE
                      AT END
                         SET TRAN-EOF TO TRUE
                      NOT AT END
                         IF CASE-TRAN-RECORD NOT = SPACES
                            AND WS-TRAN-COUNT NOT < 1000
                            SET TRAN-OVERFLOW TO TRUE
                         END-IF
                         IF CASE-TRAN-RECORD NOT = SPACES
                            AND WS-TRAN-COUNT < 1000
                            ADD 1 TO WS-TRAN-COUNT
                            MOVE CASE-TRAN-RECORD
                               TO WS-TR-RECORD(WS-TRAN-COUNT)
                            MOVE 'N' TO WS-TR-REFUSED(WS-TRAN-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CASE-TRAN-FILE
           .
       LOAD-CASE-TRANS-EXIT.
           EXIT.

       APPLY-ONE-TRAN.
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE SPACES TO WS-HISTORY-EVENT
           IF CT-CASE-NUMBER IS NOT NUMERIC
              MOVE "CASE NUMBER NOT NUMERIC" TO WS-REFUSAL-REASON
           ELSE
              MOVE CT-CASE-NUMBER TO CM-CASE-NUMBER
              READ CASE-MASTER
                 INVALID KEY
                    MOVE "NO SUCH CASE" TO WS-REFUSAL-REASON
              END-READ
           END-IF
           IF WS-REFUSAL-REASON = SPACES
              EVALUATE TRUE
              WHEN CT-POSTED-BY = SPACES
                   MOVE "NO POSTER ID" TO WS-REFUSAL-REASON
              WHEN CT-ACTION = "A"
                   PERFORM ASSIGN-CASE
              WHEN CT-ACTION = "N"
                   PERFORM NOTE-CASE
              WHEN CT-ACTION = "C"
                   PERFORM CLOSE-CASE
              WHEN CT-ACTION = "R"
                   PERFORM REOPEN-CASE
              WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REFUSAL-REASON
              END-EVALUATE
           END-IF
           IF WS-REFUSAL-REASON = SPACES
              MOVE BD-BUSINESS-DATE TO CM-UPDATED-DATE
              IF CT-NOTE NOT = SPACES
                 MOVE CT-NOTE TO CM-LAST-NOTE
              END-IF
              REWRITE CASE-RECORD
                 INVALID KEY
                    MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
              END-REWRITE
           END-IF
           IF WS-REFUSAL-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'Y' TO WS-TR-REFUSED(J)
              DISPLAY "CONV-CASE-UPDATE: " CT-ACTION " "
                 CT-CASE-NUMBER " REFUSED -- "
                 TRIM(WS-REFUSAL-REASON)
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO CASE-HISTORY-RECORD
           MOVE CM-CASE-NUMBER TO CH-CASE-NUMBER
           MOVE BD-BUSINESS-DATE TO CH-DATE
           MOVE WS-HISTORY-EVENT TO CH-EVENT
           MOVE CM-ASSIGNEE TO CH-ASSIGNEE
           MOVE CT-REASON TO CH-REASON
           MOVE CT-POSTED-BY TO CH-POSTED-BY
           MOVE CT-NOTE TO CH-NOTE
           WRITE CASE-HISTORY-RECORD
           .
       APPLY-ONE-TRAN-EXIT.
           EXIT.

       ASSIGN-CASE.
           EVALUATE TRUE
           WHEN CM-STATUS = "CLOSED"
                MOVE "CASE IS CLOSED" TO WS-REFUSAL-REASON
           WHEN CT-ASSIGNEE = SPACES
                MOVE "NO ASSIGNEE" TO WS-REFUSAL-REASON
           WHEN OTHER
                MOVE CT-ASSIGNEE TO CM-ASSIGNEE
                MOVE "ASSIGNED" TO CM-STATUS
                MOVE "ASSIGNED" TO WS-HISTORY-EVENT
           END-EVALUATE
           .
       ASSIGN-CASE-EXIT.
           EXIT.

       NOTE-CASE.
           EVALUATE TRUE
           WHEN CM-STATUS = "CLOSED"
                MOVE "CASE IS CLOSED" TO WS-REFUSAL-REASON
           WHEN CT-NOTE = SPACES
                MOVE "NO NOTE" TO WS-REFUSAL-REASON
           WHEN OTHER
                MOVE "NOTE" TO WS-HISTORY-EVENT
           END-EVALUATE
           .
       NOTE-CASE-EXIT.
           EXIT.

       CLOSE-CASE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
              UNTIL WS-REASON-IDX > WS-REASON-COUNT
                   IF WS-REASON-CODE(WS-REASON-IDX) = CT-REASON
                      MOVE WS-REASON-IDX TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN CM-STATUS = "CLOSED"
                MOVE "CASE ALREADY CLOSED" TO WS-REFUSAL-REASON
           WHEN WS-FOUND-IDX = 0
                MOVE "UNKNOWN CLOSURE REASON" TO WS-REFUSAL-REASON
           WHEN OTHER
                MOVE "CLOSED" TO CM-STATUS
                MOVE BD-BUSINESS-DATE TO CM-CLOSED-DATE
                MOVE CT-REASON TO CM-CLOSE-REASON
                MOVE "CLOSED" TO WS-HISTORY-EVENT
           END-EVALUATE
           .
       CLOSE-CASE-EXIT.
           EXIT.

      *    A reopened case goes back to its assignee, if it had one,
      *    and ages afresh from the day it was reopened.
       REOPEN-CASE.
           EVALUATE TRUE
           WHEN CM-STATUS NOT = "CLOSED"
                MOVE "CASE IS NOT CLOSED" TO WS-REFUSAL-REASON
           WHEN CT-NOTE = SPACES
                MOVE "NO NOTE" TO WS-REFUSAL-REASON
           WHEN OTHER
                IF CM-ASSIGNEE = SPACES
                   MOVE "OPEN" TO CM-STATUS
                ELSE
                   MOVE "ASSIGNED" TO CM-STATUS
                END-IF
                MOVE SPACES TO CM-CLOSED-DATE
                MOVE SPACES TO CM-CLOSE-REASON
                MOVE BD-BUSINESS-DATE TO CM-AGING-DATE
                IF CM-REOPEN-COUNT < 99
                   ADD 1 TO CM-REOPEN-COUNT
                END-IF
                MOVE "REOPENED" TO WS-HISTORY-EVENT
           END-EVALUATE
           .
       REOPEN-CASE-EXIT.
           EXIT.

      *    Refused transactions stay on CASETRAN for the desk to
      *    correct; posted ones are taken off.
       REWRITE-CASE-TRANS.
           OPEN OUTPUT CASE-TRAN-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TRAN-COUNT
                   IF WS-TR-REFUSED(J) = 'Y'
                      MOVE WS-TR-RECORD(J) TO CASE-TRAN-RECORD
                      WRITE CASE-TRAN-RECORD
                   END-IF
           END-PERFORM
           CLOSE CASE-TRAN-FILE
           .
       REWRITE-CASE-TRANS-EXIT.
           EXIT.

      *    Weekly summary off CASEHIST for the seven days ending on
      *    the business date.
       ENTRY "CONV-CASE-WEEKLY".
       CONV-CASE-WEEKLY.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CASE-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BD-BUSINESS-DATE TO WS-WEEK-END
           COMPUTE WS-WEEK-START = DATE-OF-INTEGER(
              INTEGER-OF-DATE(WS-WEEK-END) - 6)
           INITIALIZE WS-WEEK-TABLE WS-WEEK-TOTALS WS-REASON-CLOSED
           MOVE 0 TO WS-OTHER-CLOSED
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > 7
                   COMPUTE WS-WD-DATE(WS-DAY-IDX) = DATE-OF-INTEGER(
                      INTEGER-OF-DATE(WS-WEEK-START) + WS-DAY-IDX - 1)
           END-PERFORM
           SET HISTORY-EOF TO FALSE
           OPEN INPUT CASE-HISTORY-FILE
           PERFORM UNTIL HISTORY-EOF
                   READ CASE-HISTORY-FILE
                      AT END
                         SET HISTORY-EOF TO TRUE
                      NOT AT END
                         IF CH-DATE IS NUMERIC
                            PERFORM TALLY-ONE-EVENT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CASE-HISTORY-FILE
           MOVE 0 TO WS-OPEN-CASE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CASE-COUNT
                   IF WS-CS-STATUS(I) NOT = "CLOSED"
                      ADD 1 TO WS-OPEN-CASE-COUNT
                   END-IF
           END-PERFORM
           PERFORM WRITE-WEEKLY-REPORT
           DISPLAY "CONV-CASE-WEEKLY: " WS-WT-OPENED " OPENED, "
              WS-WT-CLOSED " CLOSED, " WS-WT-REOPENED " REOPENED, "
              WS-OPEN-CASE-COUNT " NOT CLOSED"
           GOBACK.

       TALLY-ONE-EVENT.
           MOVE CH-DATE TO WS-HISTORY-DATE
           IF WS-HISTORY-DATE < WS-WEEK-START
              OR WS-HISTORY-DATE > WS-WEEK-END
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-IDX = INTEGER-OF-DATE(WS-HISTORY-DATE)
              - INTEGER-OF-DATE(WS-WEEK-START) + 1
           EVALUATE CH-EVENT
           WHEN "OPENED"
                ADD 1 TO WS-WD-OPENED(WS-DAY-IDX)
                ADD 1 TO WS-WT-OPENED
           WHEN "CLOSED"
                ADD 1 TO WS-WD-CLOSED(WS-DAY-IDX)
                ADD 1 TO WS-WT-CLOSED
                MOVE 0 TO WS-FOUND-IDX
                PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
                        IF WS-REASON-CODE(WS-REASON-IDX) = CH-REASON
                           MOVE WS-REASON-IDX TO WS-FOUND-IDX
                        END-IF
                END-PERFORM
                IF WS-FOUND-IDX = 0
                   ADD 1 TO WS-OTHER-CLOSED
                ELSE
                   ADD 1 TO WS-RC-CASES(WS-FOUND-IDX)
                END-IF
           WHEN "REOPENED"
                ADD 1 TO WS-WD-REOPENED(WS-DAY-IDX)
                ADD 1 TO WS-WT-REOPENED
           END-EVALUATE
           .
       TALLY-ONE-EVENT-EXIT.
           EXIT.

       WRITE-WEEKLY-REPORT.
           OPEN OUTPUT WEEKLY-REPORT-FILE
           MOVE SPACES TO WEEKLY-REPORT-LINE
           STRING "ESCALATED CONVERSATION CASES WEEK "
              DELIMITED BY SIZE
              WS-WEEK-START DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-WEEK-END DELIMITED BY SIZE
              INTO WEEKLY-REPORT-LINE
           END-STRING
           WRITE WEEKLY-REPORT-LINE
           MOVE "DATE       OPENED CLOSED REOPENED"
              TO WEEKLY-REPORT-LINE
           WRITE WEEKLY-REPORT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > 7
                   MOVE WS-WD-OPENED(WS-DAY-IDX) TO WS-OPENED-DISPLAY
                   MOVE WS-WD-CLOSED(WS-DAY-IDX) TO WS-CLOSED-DISPLAY
                   MOVE WS-WD-REOPENED(WS-DAY-IDX)
                      TO WS-REOPENED-DISPLAY
                   MOVE SPACES TO WEEKLY-REPORT-LINE
                   STRING WS-WD-DATE(WS-DAY-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-OPENED-DISPLAY DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-CLOSED-DISPLAY DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-REOPENED-DISPLAY DELIMITED BY SIZE
                      INTO WEEKLY-REPORT-LINE
                   END-STRING
                   WRITE WEEKLY-REPORT-LINE
           END-PERFORM
           MOVE WS-WT-OPENED TO WS-OPENED-DISPLAY
           MOVE WS-WT-CLOSED TO WS-CLOSED-DISPLAY
           MOVE WS-WT-REOPENED TO WS-REOPENED-DISPLAY
           MOVE SPACES TO WEEKLY-REPORT-LINE
           STRING "WEEK      " DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-OPENED-DISPLAY DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-CLOSED-DISPLAY DELIMITED BY SIZE
              "     " DELIMITED BY SIZE
              WS-REOPENED-DISPLAY DELIMITED BY SIZE
              INTO WEEKLY-REPORT-LINE
           END-STRING
           WRITE WEEKLY-REPORT-LINE
           MOVE SPACES TO WEEKLY-REPORT-LINE
           WRITE WEEKLY-REPORT-LINE
           MOVE "CLOSED BY REASON" TO WEEKLY-REPORT-LINE
           WRITE WEEKLY-REPORT-LINE
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
              UNTIL WS-REASON-IDX > WS-REASON-COUNT
                   MOVE WS-RC-CASES(WS-REASON-IDX) TO WS-COUNT-DISPLAY
                   MOVE SPACES TO WEEKLY-REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                      WS-REASON-CODE(WS-REASON-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO WEEKLY-REPORT-LINE
                   END-STRING
                   WRITE WEEKLY-REPORT-LINE
           END-PERFORM
           IF WS-OTHER-CLOSED > 0
              MOVE WS-OTHER-CLOSED TO WS-COUNT-DISPLAY
              MOVE SPACES TO WEEKLY-REPORT-LINE
              STRING "  OTHER    " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY DELIMITED BY SIZE
                 INTO WEEKLY-REPORT-LINE
              END-STRING
              WRITE WEEKLY-REPORT-LINE
           END-IF
           MOVE WS-OPEN-CASE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WEEKLY-REPORT-LINE
           STRING "CASES NOT CLOSED AT WEEK END " DELIMITED BY SIZE
              WS-COUNT-DISPLAY DELIMITED BY SIZE
              INTO WEEKLY-REPORT-LINE
           END-STRING
           WRITE WEEKLY-REPORT-LINE
           CLOSE WEEKLY-REPORT-FILE
           .
       WRITE-WEEKLY-REPORT-EXIT.
           EXIT.

      *    Reads the cases not closed into WS-CASE-TABLE, in case
      *    order, and sets the next case number from the last case
      *    on CASEMST. A CASEMST not yet created
      *    is an empty master.
       LOAD-CASE-MASTER.
           MOVE 0 TO WS-CASE-COUNT
           MOVE 0 TO WS-NEXT-CASE-NUMBER
           OPEN INPUT CASE-MASTER
           IF WS-MASTER-FILE-STATUS = "35"
              MOVE "00" TO WS-MASTER-FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "CONV-CASE: cannot open CASEMST,"
                 " status " WS-MASTER-FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           SET MASTER-EOF TO FALSE
           MOVE 0 TO CM-CASE-NUMBER
           START CASE-MASTER KEY IS >= CM-CASE-NUMBER
              INVALID KEY
                 SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
                   READ CASE-MASTER NEXT RECORD
                      AT END
                         SET MASTER-EOF TO TRUE
                      NOT AT END
                         MOVE CM-CASE-NUMBER TO WS-NEXT-CASE-NUMBER
                         IF CM-STATUS NOT = "CLOSED"
                            IF WS-CASE-COUNT NOT < WS-CASE-MAX
                               DISPLAY "CONV-CASE: more than "
                                  WS-CASE-MAX " cases not closed on"
                                  " CASEMST, run stopped"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            PERFORM ADD-CASE-ENTRY
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CASE-MASTER
           MOVE "00" TO WS-MASTER-FILE-STATUS
           .
       LOAD-CASE-MASTER-EXIT.
           EXIT.

       ADD-CASE-ENTRY.
           ADD 1 TO WS-CASE-COUNT
           MOVE CM-CASE-NUMBER TO WS-CS-NUMBER(WS-CASE-COUNT)
           MOVE CM-SESSION-ID TO WS-CS-SESSION(WS-CASE-COUNT)
           MOVE CM-AGING-DATE TO WS-CS-AGING-DATE(WS-CASE-COUNT)
           MOVE CM-STATUS TO WS-CS-STATUS(WS-CASE-COUNT)
           MOVE CM-ASSIGNEE TO WS-CS-ASSIGNEE(WS-CASE-COUNT)
           MOVE CM-REOPEN-COUNT TO WS-CS-REOPENS(WS-CASE-COUNT)
           MOVE CM-LAST-NOTE TO WS-CS-NOTE(WS-CASE-COUNT)
           .
       ADD-CASE-ENTRY-EXIT.
           EXIT.

      *    Processing date -- see business-date.cpy.
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

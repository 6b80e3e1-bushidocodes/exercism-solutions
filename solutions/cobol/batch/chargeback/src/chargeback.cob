       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK.
      *    Month-end departmental chargeback of the batch night.
      *    METRICS has a line for every run of every program --
      *    records read, written and rejected, start and end time --
      *    but the whole cost of the night was charged to operations.
      *    This run takes the month's METRICS lines (the month of the
      *    business date), finds each program's owning department on
      *    DEPTMST and prices every run off the RATECARD rates in
      *    force: elapsed minutes at the minute rate plus records
      *    read and written at the rate per thousand (see
      *    chargeback.cpy).
      *
      *    A second or later run of a program for the same business
      *    date is a rerun. When RERUNLOG has operations down as the
      *    cause, the rerun is flagged on the statement and not
      *    charged; any other rerun is charged and flagged, its cause
      *    shown as the department's or as not logged.
      *
      *    CHRGSTMT carries one statement per department, a line per
      *    program and the flagged reruns under it; GLJRNL is the
      *    finance journal, a debit per department cost centre and
      *    the matching credit to the operations recovery centre
      *    under balancing totals. Usage by a program DEPTMST does not
      *    know, or a run whose times cannot be read, is not charged
      *    but listed on CHRGEXCP, and RETURN-CODE is then 4. No rate
      *    card in force, or more than 1000 RERUNLOG entries for the
      *    month, stops the run with 8 before anything is charged.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Shared batch-metrics file -- see metrics.cpy.
           SELECT OPTIONAL METRICS-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Department master, rate card and rerun log -- see
      *    chargeback.cpy.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RERUN-LOG-FILE ASSIGN TO "RERUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO "CHRGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-EXCEPTION-FILE ASSIGN TO "CHRGEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  METRICS-FILE.
       01  METRICS-RECORD             PIC X(69).
       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD   PIC X(71).
       FD  RATE-CARD-FILE.
       01  RATE-CARD-RECORD           PIC X(35).
       FD  RERUN-LOG-FILE.
       01  RERUN-LOG-RECORD           PIC X(73).
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE             PIC X(100).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD             PIC X(80).
       FD  CHARGE-EXCEPTION-FILE.
       01  CHARGE-EXCEPTION-LINE      PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-RATE-FOUND-FLAG  PIC 9     VALUE 0.
          88 RATE-CARD-FOUND            VALUE 1 FALSE 0.
       01 WS-RERUN-OVERFLOW-FLAG PIC 9  VALUE 0.
          88 RERUN-OVERFLOW             VALUE 1 FALSE 0.
       01 WS-PERIOD           PIC X(6).

      *    The rate card in force.
       01 WS-RATE-DATE        PIC X(8).
       01 WS-MINUTE-RATE      PIC 9(3)V9(4).
       01 WS-KREC-RATE        PIC 9(3)V9(4).
       01 WS-RECOVERY-CENTRE  PIC X(10).

      *    DEPTMST, one entry per program.
       01 WS-PROGRAM-COUNT    PIC 9(3)  VALUE 0.
       01 WS-PROGRAM-TABLE.
          05 WS-PROGRAM-ENTRY OCCURS 500.
             10 WS-PG-ID         PIC X(22).
             10 WS-PG-DEPT       PIC 9(3).

      *    The departments, in DEPTMST order, with the month's total.
       01 WS-DEPT-COUNT       PIC 9(3)  VALUE 0.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 100.
             10 WS-DP-ID         PIC X(6).
             10 WS-DP-NAME       PIC X(30).
             10 WS-DP-CENTRE     PIC X(10).
             10 WS-DP-TOTAL      PIC 9(9)V99.

      *    RERUNLOG entries.
       01 WS-RERUN-COUNT      PIC 9(4)  VALUE 0.
       01 WS-RERUN-TABLE.
          05 WS-RERUN-ENTRY OCCURS 1000.
             10 WS-RR-PROGRAM    PIC X(22).
             10 WS-RR-DATE       PIC X(8).
             10 WS-RR-CAUSE      PIC X.
             10 WS-RR-NOTE       PIC X(40).

      *    The month's runs, in METRICS order. WS-RN-STATE is "C" a
      *    run charged, "R" a rerun charged, "O" a rerun waived for
      *    an operations failure, "X" not charged (no department or
      *    times unreadable).
       01 WS-RUN-COUNT        PIC 9(5)  VALUE 0.
       01 WS-RUN-TABLE.
          05 WS-RUN-ENTRY OCCURS 5000.
             10 WS-RN-PROGRAM    PIC X(22).
             10 WS-RN-DATE       PIC X(8).
             10 WS-RN-START      PIC X(8).
             10 WS-RN-SECONDS    PIC 9(5)V99.
             10 WS-RN-RECORDS    PIC 9(7).
             10 WS-RN-SEQ        PIC 9(3).
             10 WS-RN-PROG-IDX   PIC 9(3).
             10 WS-RN-TIME-CHG   PIC 9(7)V99.
             10 WS-RN-VOLUME-CHG PIC 9(7)V99.
             10 WS-RN-STATE      PIC X.
                88 RN-CHARGED             VALUE "C" "R".
                88 RN-RERUN-CHARGED       VALUE "R".
                88 RN-OPS-RERUN           VALUE "O".
                88 RN-NOT-CHARGED         VALUE "X".
             10 WS-RN-CAUSE      PIC X(40).

       01 WS-START-SECS       PIC 9(5)V99.
       01 WS-END-SECS         PIC 9(5)V99.
       01 WS-ELAPSED          PIC S9(6)V99.
       01 WS-MINUTES          PIC 9(5)V99.
       01 WS-THOUSANDS        PIC 9(5)V9(3).

      *    One program's month on a statement.
       01 WS-PL-RUNS          PIC 9(4).
       01 WS-PL-CHARGED       PIC 9(4).
       01 WS-PL-MINUTES       PIC 9(7)V99.
       01 WS-PL-RECORDS       PIC 9(9).
       01 WS-PL-TIME-CHG      PIC 9(9)V99.
       01 WS-PL-VOLUME-CHG    PIC 9(9)V99.
       01 WS-PL-TOTAL         PIC 9(9)V99.
       01 WS-FLAGGED-COUNT    PIC 9(4).
       01 WS-WAIVED-TOTAL     PIC 9(9)V99.

      *    GLJRNL control totals.
       01 WS-GL-RECORDS       PIC 9(6)  VALUE 0.
       01 WS-GL-LINES         PIC 9(4)  VALUE 0.
       01 WS-GL-DEBIT-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(6)  VALUE 0.
       01 WS-OPS-RERUN-COUNT  PIC 9(6)  VALUE 0.
       01 WS-LINE-ERROR       PIC X(40).

       01 WS-COUNT-SHOW       PIC ZZZ9.
       01 WS-CHARGED-SHOW     PIC ZZZ9.
       01 WS-SEQ-SHOW         PIC ZZ9.
       01 WS-MINUTES-SHOW     PIC ZZZ,ZZ9.99.
       01 WS-RECORDS-SHOW     PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-SHOW      PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-SHOW       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-SHOW        PIC ZZ9.9999.
       01 WS-KREC-SHOW        PIC ZZ9.9999.

       77 I                   PIC 9(5).
       77 J                   PIC 9(3).
       77 P                   PIC 9(3).
       77 R                   PIC 9(4).

      *    Shared chargeback layouts.
       COPY "chargeback.cpy".
      *    Batch metrics.
       COPY "metrics.cpy".
      *    Business date.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       CHARGEBACK.
           PERFORM LOAD-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE(1:6) TO WS-PERIOD
           OPEN OUTPUT CHARGE-EXCEPTION-FILE
           MOVE SPACES TO CHARGE-EXCEPTION-LINE
           STRING "CHARGEBACK EXCEPTIONS, MONTH " DELIMITED BY SIZE
              WS-PERIOD DELIMITED BY SIZE
              INTO CHARGE-EXCEPTION-LINE
           END-STRING
           WRITE CHARGE-EXCEPTION-LINE
           PERFORM LOAD-RATE-CARD
           IF NOT RATE-CARD-FOUND
              DISPLAY "CHARGEBACK: no RATECARD line in force on "
                 BD-BUSINESS-DATE ", nothing charged"
              MOVE "NO RATE CARD IN FORCE -- NOTHING CHARGED"
                 TO CHARGE-EXCEPTION-LINE
              WRITE CHARGE-EXCEPTION-LINE
              CLOSE CHARGE-EXCEPTION-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-DEPARTMENT-MASTER
           PERFORM LOAD-RERUN-LOG
           IF RERUN-OVERFLOW
              DISPLAY "CHARGEBACK: more than 1000 RERUNLOG entries for "
                 WS-PERIOD ", nothing charged"
              MOVE "TOO MANY RERUNLOG ENTRIES -- NOTHING CHARGED"
                 TO CHARGE-EXCEPTION-LINE
              WRITE CHARGE-EXCEPTION-LINE
              CLOSE CHARGE-EXCEPTION-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-MONTH-RUNS
           PERFORM PRICE-ONE-RUN
              VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT

           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT JOURNAL-FILE
           PERFORM WRITE-JOURNAL-HEADER
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DEPT-COUNT
                   PERFORM STATE-ONE-DEPARTMENT
           END-PERFORM
           PERFORM WRITE-RECOVERY-CREDIT
           PERFORM WRITE-JOURNAL-TRAILER
           CLOSE STATEMENT-FILE
           CLOSE JOURNAL-FILE
           CLOSE CHARGE-EXCEPTION-FILE

           MOVE WS-GL-DEBIT-TOTAL TO WS-TOTAL-SHOW
           DISPLAY "CHARGEBACK: " WS-PERIOD " " WS-RUN-COUNT
              " RUNS, " WS-DEPT-COUNT " DEPARTMENTS, CHARGED "
              TRIM(WS-TOTAL-SHOW) ", " WS-OPS-RERUN-COUNT
              " OPERATIONS RERUNS WAIVED, " WS-EXCEPTION-COUNT
              " EXCEPTIONS"
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    The newest numeric rate card line whose effective date is
      *    on or before the business date.
       LOAD-RATE-CARD.
           SET RATE-CARD-FOUND TO FALSE
           MOVE SPACES TO WS-RATE-DATE
           SET FILE-EOF TO FALSE
           OPEN INPUT RATE-CARD-FILE
           PERFORM UNTIL FILE-EOF
                   READ RATE-CARD-FILE INTO CR-RATE-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF CR-EFFECTIVE-DATE IS NUMERIC
                            AND CR-MINUTE-RATE IS NUMERIC
                            AND CR-KREC-RATE IS NUMERIC
                            AND CR-EFFECTIVE-DATE
                               NOT > BD-BUSINESS-DATE
                            AND (NOT RATE-CARD-FOUND
                               OR CR-EFFECTIVE-DATE > WS-RATE-DATE)
                            SET RATE-CARD-FOUND TO TRUE
                            MOVE CR-EFFECTIVE-DATE TO WS-RATE-DATE
                            MOVE CR-MINUTE-RATE TO WS-MINUTE-RATE
                            MOVE CR-KREC-RATE TO WS-KREC-RATE
                            MOVE CR-RECOVERY-CENTRE
                               TO WS-RECOVERY-CENTRE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE RATE-CARD-FILE
           .
       LOAD-RATE-CARD-EXIT.
           EXIT.

      *    A DEPTMST line must name a program once and a department;
      *    the department's name and cost centre are taken from its
      *    first line. A bad line is listed and its program goes
      *    unassigned.
       LOAD-DEPARTMENT-MASTER.
           MOVE 0 TO WS-PROGRAM-COUNT WS-DEPT-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT DEPARTMENT-MASTER-FILE
           PERFORM UNTIL FILE-EOF
                   READ DEPARTMENT-MASTER-FILE INTO CB-DEPT-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF CB-DEPT-RECORD NOT = SPACES
                            PERFORM CHECK-ONE-DEPARTMENT-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE DEPARTMENT-MASTER-FILE
           .
       LOAD-DEPARTMENT-MASTER-EXIT.
           EXIT.

       CHECK-ONE-DEPARTMENT-LINE.
           MOVE SPACES TO WS-LINE-ERROR
           EVALUATE TRUE
           WHEN CB-PROGRAM-ID = SPACES
                MOVE "PROGRAM ID MISSING" TO WS-LINE-ERROR
           WHEN CB-DEPT-ID = SPACES
                MOVE "DEPARTMENT MISSING" TO WS-LINE-ERROR
           WHEN WS-PROGRAM-COUNT NOT < 500
                MOVE "PROGRAM TABLE FULL" TO WS-LINE-ERROR
           END-EVALUATE
           IF WS-LINE-ERROR = SPACES
              PERFORM VARYING P FROM 1 BY 1
                 UNTIL P > WS-PROGRAM-COUNT
                      IF WS-PG-ID(P) = CB-PROGRAM-ID
                         MOVE "PROGRAM LISTED TWICE" TO WS-LINE-ERROR
                      END-IF
              END-PERFORM
           END-IF
           IF WS-LINE-ERROR = SPACES
              PERFORM FIND-DEPARTMENT
              IF J = 0
                 MOVE "DEPARTMENT TABLE FULL" TO WS-LINE-ERROR
              END-IF
           END-IF
           IF WS-LINE-ERROR NOT = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO CHARGE-EXCEPTION-LINE
              STRING "DEPTMST " DELIMITED BY SIZE
                 CB-PROGRAM-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-LINE-ERROR DELIMITED BY SIZE
                 INTO CHARGE-EXCEPTION-LINE
              END-STRING
              WRITE CHARGE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROGRAM-COUNT
           MOVE CB-PROGRAM-ID TO WS-PG-ID(WS-PROGRAM-COUNT)
           MOVE J TO WS-PG-DEPT(WS-PROGRAM-COUNT)
           .
       CHECK-ONE-DEPARTMENT-LINE-EXIT.
           EXIT.

      *    J is CB-DEPT-ID's department entry, added on first sight;
      *    zero when the table is full.
       FIND-DEPARTMENT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DEPT-COUNT
                   IF WS-DP-ID(J) = CB-DEPT-ID
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-DEPT-COUNT NOT < 100
              MOVE 0 TO J
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO J
           MOVE CB-DEPT-ID TO WS-DP-ID(J)
           MOVE CB-DEPT-NAME TO WS-DP-NAME(J)
           MOVE CB-COST-CENTRE TO WS-DP-CENTRE(J)
           MOVE 0 TO WS-DP-TOTAL(J)
           .
       FIND-DEPARTMENT-EXIT.
           EXIT.

       LOAD-RERUN-LOG.
           MOVE 0 TO WS-RERUN-COUNT
           SET RERUN-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT RERUN-LOG-FILE
           PERFORM UNTIL FILE-EOF
                   READ RERUN-LOG-FILE INTO CX-RERUN-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF CX-PROGRAM-ID NOT = SPACES
                            AND CX-BUSINESS-DATE(1:6) = WS-PERIOD
                            AND WS-RERUN-COUNT NOT < 1000
                            SET RERUN-OVERFLOW TO TRUE
                         END-IF
                         IF CX-PROGRAM-ID NOT = SPACES
                            AND CX-BUSINESS-DATE(1:6) = WS-PERIOD
                            AND WS-RERUN-COUNT < 1000
                            ADD 1 TO WS-RERUN-COUNT
                            MOVE CX-PROGRAM-ID
                               TO WS-RR-PROGRAM(WS-RERUN-COUNT)
                            MOVE CX-BUSINESS-DATE
                               TO WS-RR-DATE(WS-RERUN-COUNT)
                            MOVE CX-CAUSE
                               TO WS-RR-CAUSE(WS-RERUN-COUNT)
                            MOVE CX-NOTE
                               TO WS-RR-NOTE(WS-RERUN-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE RERUN-LOG-FILE
           .
       LOAD-RERUN-LOG-EXIT.
           EXIT.

      *    Every METRICS line for the month, numbered within its
      *    program and business date in the order the runs were
      *    logged.
       LOAD-MONTH-RUNS.
           MOVE 0 TO WS-RUN-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT METRICS-FILE
           PERFORM UNTIL FILE-EOF
                   READ METRICS-FILE INTO MX-METRICS-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF MX-BUSINESS-DATE(1:6) = WS-PERIOD
                            PERFORM ADD-MONTH-RUN
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE METRICS-FILE
           .
       LOAD-MONTH-RUNS-EXIT.
           EXIT.

       ADD-MONTH-RUN.
           IF WS-RUN-COUNT NOT < 5000
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO CHARGE-EXCEPTION-LINE
              STRING "RUN TABLE FULL -- " DELIMITED BY SIZE
                 MX-PROGRAM-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 MX-BUSINESS-DATE DELIMITED BY SIZE
                 " NOT CHARGED" DELIMITED BY SIZE
                 INTO CHARGE-EXCEPTION-LINE
              END-STRING
              WRITE CHARGE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-RUN-COUNT TO I
           INITIALIZE WS-RUN-ENTRY(I)
           MOVE MX-PROGRAM-ID TO WS-RN-PROGRAM(I)
           MOVE MX-BUSINESS-DATE TO WS-RN-DATE(I)
           MOVE MX-START-TIME TO WS-RN-START(I)
           COMPUTE WS-RN-RECORDS(I) =
              MX-RECORDS-READ + MX-RECORDS-WRITTEN
           MOVE 1 TO WS-RN-SEQ(I)
           PERFORM VARYING R FROM 1 BY 1 UNTIL R >= I
                   IF WS-RN-PROGRAM(R) = MX-PROGRAM-ID
                      AND WS-RN-DATE(R) = MX-BUSINESS-DATE
                      ADD 1 TO WS-RN-SEQ(I)
                   END-IF
           END-PERFORM
           MOVE "C" TO WS-RN-STATE(I)
           IF MX-START-TIME(1:6) IS NOT NUMERIC
              OR MX-END-TIME(1:6) IS NOT NUMERIC
              MOVE "X" TO WS-RN-STATE(I)
              MOVE "START OR END TIME NOT READABLE"
                 TO WS-RN-CAUSE(I)
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-START-SECS =
              NUMVAL(MX-START-TIME(1:2)) * 3600
              + NUMVAL(MX-START-TIME(3:2)) * 60
              + NUMVAL(MX-START-TIME(5:2))
           COMPUTE WS-END-SECS =
              NUMVAL(MX-END-TIME(1:2)) * 3600
              + NUMVAL(MX-END-TIME(3:2)) * 60
              + NUMVAL(MX-END-TIME(5:2))
           IF MX-START-TIME(7:2) IS NUMERIC
              AND MX-END-TIME(7:2) IS NUMERIC
              COMPUTE WS-START-SECS = WS-START-SECS
                 + NUMVAL(MX-START-TIME(7:2)) / 100
              COMPUTE WS-END-SECS = WS-END-SECS
                 + NUMVAL(MX-END-TIME(7:2)) / 100
           END-IF
           COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS
           IF WS-ELAPSED < 0
              ADD 86400 TO WS-ELAPSED
           END-IF
           MOVE WS-ELAPSED TO WS-RN-SECONDS(I)
           .
       ADD-MONTH-RUN-EXIT.
           EXIT.

      *    Finds the run's department and rerun cause and prices it:
      *    elapsed minutes at the minute rate, records at the rate per
      *    thousand, each rounded to the cent.
       PRICE-ONE-RUN.
           MOVE 0 TO WS-RN-PROG-IDX(I)
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PROGRAM-COUNT
                   IF WS-PG-ID(P) = WS-RN-PROGRAM(I)
                      MOVE P TO WS-RN-PROG-IDX(I)
                   END-IF
           END-PERFORM
           IF RN-NOT-CHARGED(I)
              PERFORM LIST-UNCHARGED-RUN
              EXIT PARAGRAPH
           END-IF
           IF WS-RN-PROG-IDX(I) = 0
              MOVE "X" TO WS-RN-STATE(I)
              MOVE "PROGRAM NOT ON DEPTMST" TO WS-RN-CAUSE(I)
              PERFORM LIST-UNCHARGED-RUN
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MINUTES ROUNDED = WS-RN-SECONDS(I) / 60
           COMPUTE WS-THOUSANDS = WS-RN-RECORDS(I) / 1000
           COMPUTE WS-RN-TIME-CHG(I) ROUNDED =
              WS-MINUTES * WS-MINUTE-RATE
           COMPUTE WS-RN-VOLUME-CHG(I) ROUNDED =
              WS-THOUSANDS * WS-KREC-RATE
           IF WS-RN-SEQ(I) = 1
              EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-RN-STATE(I)
           MOVE "CAUSE NOT ON RERUNLOG" TO WS-RN-CAUSE(I)
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RERUN-COUNT
                   IF WS-RR-PROGRAM(R) = WS-RN-PROGRAM(I)
                      AND WS-RR-DATE(R) = WS-RN-DATE(I)
                      IF WS-RR-CAUSE(R) = "O"
                         MOVE "O" TO WS-RN-STATE(I)
                         ADD 1 TO WS-OPS-RERUN-COUNT
                      END-IF
                      MOVE WS-RR-NOTE(R) TO WS-RN-CAUSE(I)
                      IF WS-RN-CAUSE(I) = SPACES
                         IF WS-RR-CAUSE(R) = "O"
                            MOVE "OPERATIONS FAILURE" TO WS-RN-CAUSE(I)
                         ELSE
                            MOVE "DEPARTMENT CAUSE" TO WS-RN-CAUSE(I)
                         END-IF
                      END-IF
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           .
       PRICE-ONE-RUN-EXIT.
           EXIT.

       LIST-UNCHARGED-RUN.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO CHARGE-EXCEPTION-LINE
           STRING WS-RN-PROGRAM(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RN-DATE(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RN-START(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRIM(WS-RN-CAUSE(I)) DELIMITED BY SIZE
              " -- NOT CHARGED" DELIMITED BY SIZE
              INTO CHARGE-EXCEPTION-LINE
           END-STRING
           WRITE CHARGE-EXCEPTION-LINE
           .
       LIST-UNCHARGED-RUN-EXIT.
           EXIT.

      *    One statement: heading, a line per program of the
      *    department that ran in the month, the reruns flagged under
      *    it, the department total and its GLJRNL debit.
       STATE-ONE-DEPARTMENT.
           MOVE 0 TO WS-DP-TOTAL(J)
           MOVE 0 TO WS-WAIVED-TOTAL
           MOVE SPACES TO STATEMENT-LINE
           STRING "CHARGEBACK STATEMENT   DEPARTMENT "
              DELIMITED BY SIZE
              WS-DP-ID(J) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-DP-NAME(J) DELIMITED BY SIZE
              "   MONTH " DELIMITED BY SIZE
              WS-PERIOD(1:4) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WS-PERIOD(5:2) DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE WS-MINUTE-RATE TO WS-RATE-SHOW
           MOVE WS-KREC-RATE TO WS-KREC-SHOW
           MOVE SPACES TO STATEMENT-LINE
           STRING "COST CENTRE " DELIMITED BY SIZE
              WS-DP-CENTRE(J) DELIMITED BY SIZE
              "   RATES " DELIMITED BY SIZE
              TRIM(WS-RATE-SHOW) DELIMITED BY SIZE
              " PER MINUTE, " DELIMITED BY SIZE
              TRIM(WS-KREC-SHOW) DELIMITED BY SIZE
              " PER 1,000 RECORDS (CARD OF " DELIMITED BY SIZE
              WS-RATE-DATE DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE "PROGRAM                RUNS CHRGD     MINUTES"
              TO STATEMENT-LINE
           MOVE "    RECORDS      TIME CHG    VOLUME CHG         TOTAL"
              TO STATEMENT-LINE(47:)
           WRITE STATEMENT-LINE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PROGRAM-COUNT
                   IF WS-PG-DEPT(P) = J
                      PERFORM STATE-ONE-PROGRAM
                   END-IF
           END-PERFORM
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-WAIVED-TOTAL > 0
              MOVE WS-WAIVED-TOTAL TO WS-TOTAL-SHOW
              MOVE "OPERATIONS RERUNS NOT CHARGED" TO STATEMENT-LINE
              MOVE WS-TOTAL-SHOW TO STATEMENT-LINE(87:14)
              WRITE STATEMENT-LINE
           END-IF
           MOVE WS-DP-TOTAL(J) TO WS-TOTAL-SHOW
           MOVE "DEPARTMENT TOTAL" TO STATEMENT-LINE
           MOVE WS-TOTAL-SHOW TO STATEMENT-LINE(87:14)
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-DP-TOTAL(J) > 0
              MOVE SPACES TO GL-DETAIL-RECORD
              MOVE "JD" TO GL-D-TYPE
              MOVE WS-DP-CENTRE(J) TO GL-D-COST-CENTRE
              MOVE WS-DP-ID(J) TO GL-D-DEPT-ID
              SET GL-D-DEBIT TO TRUE
              MOVE WS-DP-TOTAL(J) TO GL-D-AMOUNT
              MOVE SPACES TO GL-D-DESCRIPTION
              STRING "BATCH CHARGEBACK " DELIMITED BY SIZE
                 WS-PERIOD DELIMITED BY SIZE
                 INTO GL-D-DESCRIPTION
              END-STRING
              PERFORM WRITE-JOURNAL-DETAIL
              ADD WS-DP-TOTAL(J) TO WS-GL-DEBIT-TOTAL
           END-IF
           .
       STATE-ONE-DEPARTMENT-EXIT.
           EXIT.

      *    The program's month: all runs counted, charged runs priced,
      *    then each rerun listed with whether it was charged.
       STATE-ONE-PROGRAM.
           MOVE 0 TO WS-PL-RUNS WS-PL-CHARGED WS-PL-MINUTES
              WS-PL-RECORDS WS-PL-TIME-CHG WS-PL-VOLUME-CHG
              WS-FLAGGED-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
                   IF WS-RN-PROG-IDX(I) = P
                      ADD 1 TO WS-PL-RUNS
                      IF RN-CHARGED(I)
                         ADD 1 TO WS-PL-CHARGED
                         COMPUTE WS-PL-MINUTES ROUNDED = WS-PL-MINUTES
                            + WS-RN-SECONDS(I) / 60
                         ADD WS-RN-RECORDS(I) TO WS-PL-RECORDS
                         ADD WS-RN-TIME-CHG(I) TO WS-PL-TIME-CHG
                         ADD WS-RN-VOLUME-CHG(I) TO WS-PL-VOLUME-CHG
                      END-IF
                      IF RN-RERUN-CHARGED(I) OR RN-OPS-RERUN(I)
                         ADD 1 TO WS-FLAGGED-COUNT
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-PL-RUNS = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PL-TOTAL = WS-PL-TIME-CHG + WS-PL-VOLUME-CHG
           ADD WS-PL-TOTAL TO WS-DP-TOTAL(J)
           MOVE WS-PL-RUNS TO WS-COUNT-SHOW
           MOVE WS-PL-CHARGED TO WS-CHARGED-SHOW
           MOVE WS-PL-MINUTES TO WS-MINUTES-SHOW
           MOVE WS-PL-RECORDS TO WS-RECORDS-SHOW
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-PG-ID(P) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-CHARGED-SHOW DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-MINUTES-SHOW DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RECORDS-SHOW DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           MOVE WS-PL-TIME-CHG TO WS-AMOUNT-SHOW
           MOVE WS-AMOUNT-SHOW TO STATEMENT-LINE(59:13)
           MOVE WS-PL-VOLUME-CHG TO WS-AMOUNT-SHOW
           MOVE WS-AMOUNT-SHOW TO STATEMENT-LINE(73:13)
           MOVE WS-PL-TOTAL TO WS-TOTAL-SHOW
           MOVE WS-TOTAL-SHOW TO STATEMENT-LINE(87:14)
           WRITE STATEMENT-LINE
           IF WS-FLAGGED-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
                   IF WS-RN-PROG-IDX(I) = P
                      AND (RN-RERUN-CHARGED(I) OR RN-OPS-RERUN(I))
                      PERFORM WRITE-RERUN-LINE
                   END-IF
           END-PERFORM
           .
       STATE-ONE-PROGRAM-EXIT.
           EXIT.

       WRITE-RERUN-LINE.
           MOVE WS-RN-SEQ(I) TO WS-SEQ-SHOW
           COMPUTE WS-PL-TOTAL =
              WS-RN-TIME-CHG(I) + WS-RN-VOLUME-CHG(I)
           MOVE WS-PL-TOTAL TO WS-AMOUNT-SHOW
           MOVE SPACES TO STATEMENT-LINE
           IF RN-OPS-RERUN(I)
              ADD WS-PL-TOTAL TO WS-WAIVED-TOTAL
              STRING "  * RERUN " DELIMITED BY SIZE
                 WS-RN-DATE(I) DELIMITED BY SIZE
                 " RUN " DELIMITED BY SIZE
                 TRIM(WS-SEQ-SHOW) DELIMITED BY SIZE
                 " OPERATIONS FAILURE, NOT CHARGED " DELIMITED BY SIZE
                 TRIM(WS-AMOUNT-SHOW) DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 TRIM(WS-RN-CAUSE(I)) DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              END-STRING
           ELSE
              STRING "  * RERUN " DELIMITED BY SIZE
                 WS-RN-DATE(I) DELIMITED BY SIZE
                 " RUN " DELIMITED BY SIZE
                 TRIM(WS-SEQ-SHOW) DELIMITED BY SIZE
                 " CHARGED " DELIMITED BY SIZE
                 TRIM(WS-AMOUNT-SHOW) DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 TRIM(WS-RN-CAUSE(I)) DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              END-STRING
           END-IF
           WRITE STATEMENT-LINE
           .
       WRITE-RERUN-LINE-EXIT.
           EXIT.

       WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-HEADER-RECORD
           MOVE "JH" TO GL-H-TYPE
           MOVE WS-PERIOD TO GL-H-PERIOD
           MOVE BD-BUSINESS-DATE TO GL-H-CREATED-DATE
           MOVE "CHARGEBACK" TO GL-H-SOURCE
           MOVE GL-HEADER-RECORD TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           MOVE 1 TO WS-GL-RECORDS
           .
       WRITE-JOURNAL-HEADER-EXIT.
           EXIT.

       WRITE-JOURNAL-DETAIL.
           ADD 1 TO WS-GL-LINES
           MOVE WS-GL-LINES TO GL-D-LINE-NO
           MOVE GL-DETAIL-RECORD TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-GL-RECORDS
           .
       WRITE-JOURNAL-DETAIL-EXIT.
           EXIT.

      *    The one credit balancing the month's debits.
       WRITE-RECOVERY-CREDIT.
           IF WS-GL-DEBIT-TOTAL = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GL-DETAIL-RECORD
           MOVE "JD" TO GL-D-TYPE
           MOVE WS-RECOVERY-CENTRE TO GL-D-COST-CENTRE
           SET GL-D-CREDIT TO TRUE
           MOVE WS-GL-DEBIT-TOTAL TO GL-D-AMOUNT
           STRING "BATCH RECOVERY " DELIMITED BY SIZE
              WS-PERIOD DELIMITED BY SIZE
              INTO GL-D-DESCRIPTION
           END-STRING
           PERFORM WRITE-JOURNAL-DETAIL
           MOVE WS-GL-DEBIT-TOTAL TO WS-GL-CREDIT-TOTAL
           .
       WRITE-RECOVERY-CREDIT-EXIT.
           EXIT.

       WRITE-JOURNAL-TRAILER.
           ADD 1 TO WS-GL-RECORDS
           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE "JT" TO GL-T-TYPE
           MOVE WS-GL-LINES TO GL-T-LINE-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GL-T-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GL-T-CREDIT-TOTAL
           MOVE WS-GL-RECORDS TO GL-T-RECORD-COUNT
           MOVE GL-TRAILER-RECORD TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           .
       WRITE-JOURNAL-TRAILER-EXIT.
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

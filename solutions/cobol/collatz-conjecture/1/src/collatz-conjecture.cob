      *    top-20 longest chains, and the step-count distribution.
           SELECT SWEEP-REPORT-FILE ASSIGN TO "COLLSWRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    File mode for COLLATZ-WITH-PEAK: one starting value per
      *    line in, the step count and peak (or the reason there is
      *    none) out.
           SELECT COLLATZ-INPUT-FILE ASSIGN TO "COLLIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLLATZ-OUTPUT-FILE ASSIGN TO "COLLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-LINE  PIC X(100).
       FD  COLLATZ-INPUT-FILE.
       01  COLLATZ-INPUT-RECORD.
           02 CI-NUMBER          PIC X(8).
       FD  COLLATZ-OUTPUT-FILE.
       01  COLLATZ-OUTPUT-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-NUMBER  PIC S9(8).
       01 WS-BAND-LOW-SHOW   PIC ZZ9.
       01 WS-BAND-HIGH-SHOW  PIC ZZ9.

      *    File-mode support.
       01 WS-COLL-EOF-FLAG   PIC 9     VALUE 0.
          88 COLL-EOF                  VALUE 1 FALSE 0.
       01 WS-COLL-COUNT      PIC 9(6)  VALUE 0.
       01 WS-COLL-REJECTS    PIC 9(6)  VALUE 0.
       01 WS-STEPS-SHOW      PIC Z(8)9.
       01 WS-PEAK-SHOW       PIC Z(8)9.

      *    Shared arithmetic-overflow flag.
       COPY "overflow.cpy".

       WRITE-TOP-TABLE-EXIT.
           EXIT.

      *    File mode: every COLLIN line (a starting value of up to
      *    eight digits) through RUN-PEAK-SEQUENCE, one COLLOUT line
      *    each -- the value, its step count and peak, or REJECTED
      *    with the reason when the value is not a positive whole
      *    number or the sequence overflowed. Reachable as its own
      *    entry point.
       ENTRY "COLLATZ-BATCH".
       COLLATZ-BATCH.
           MOVE 0 TO WS-COLL-COUNT
           MOVE 0 TO WS-COLL-REJECTS
           SET COLL-EOF TO FALSE
           OPEN INPUT COLLATZ-INPUT-FILE
           OPEN OUTPUT COLLATZ-OUTPUT-FILE
           PERFORM UNTIL COLL-EOF
                   READ COLLATZ-INPUT-FILE
                      AT END
                         SET COLL-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-COLL-COUNT
                         PERFORM COLLATZ-ONE-REQUEST
                   END-READ
           END-PERFORM
           CLOSE COLLATZ-INPUT-FILE
           CLOSE COLLATZ-OUTPUT-FILE
           DISPLAY "COLLATZ BATCH: " WS-COLL-COUNT " REQUESTS, "
              WS-COLL-REJECTS " REJECTED"
           GOBACK.
       COLLATZ-BATCH-EXIT.
           EXIT.

       COLLATZ-ONE-REQUEST.
           MOVE SPACES TO COLLATZ-OUTPUT-LINE
           IF CI-NUMBER IS NOT NUMERIC
              ADD 1 TO WS-COLL-REJECTS
              STRING CI-NUMBER DELIMITED BY SIZE
                 " REJECTED: NOT A WHOLE NUMBER" DELIMITED BY SIZE
                 INTO COLLATZ-OUTPUT-LINE
              END-STRING
              WRITE COLLATZ-OUTPUT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE CI-NUMBER TO WS-NUMBER
           PERFORM RUN-PEAK-SEQUENCE
           EVALUATE TRUE
           WHEN WS-ERROR NOT = SPACES
                ADD 1 TO WS-COLL-REJECTS
                STRING CI-NUMBER DELIMITED BY SIZE
                   " REJECTED: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ERROR) DELIMITED BY SIZE
                   INTO COLLATZ-OUTPUT-LINE
                END-STRING
           WHEN CP-OVERFLOW-OCCURRED
                ADD 1 TO WS-COLL-REJECTS
                STRING CI-NUMBER DELIMITED BY SIZE
                   " REJECTED: " DELIMITED BY SIZE
                   FUNCTION TRIM(CP-OVERFLOW-MESSAGE)
                      DELIMITED BY SIZE
                   INTO COLLATZ-OUTPUT-LINE
                END-STRING
           WHEN OTHER
                MOVE WS-STEPS TO WS-STEPS-SHOW
                MOVE WS-PEAK-VALUE TO WS-PEAK-SHOW
                STRING CI-NUMBER DELIMITED BY SIZE
                   " STEPS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STEPS-SHOW) DELIMITED BY SIZE
                   " PEAK " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PEAK-SHOW) DELIMITED BY SIZE
                   INTO COLLATZ-OUTPUT-LINE
                END-STRING
           END-EVALUATE
           WRITE COLLATZ-OUTPUT-LINE
           .
       COLLATZ-ONE-REQUEST-EXIT.
           EXIT.

      *    Sets the shared overflow flag, so a runaway sequence stops
      *    the loop instead of silently wrapping WS-NUMBER and
      *    reporting a wrong-but-plausible step count.

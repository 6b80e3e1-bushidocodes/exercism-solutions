       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQUARE-ROOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    File mode for SQUARE-ROOT-PRECISE: one number and precision
      *    per line in, the root and overflow flag out -- the
      *    triangle SPC run takes its sigmas from here rather than
      *    from a second square-root routine.
           SELECT ROOT-INPUT-FILE ASSIGN TO "SQRTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROOT-OUTPUT-FILE ASSIGN TO "SQRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROOT-INPUT-FILE.
       01  ROOT-INPUT-RECORD.
           02 RI-NUMBER          PIC X(32).
           02 FILLER             PIC X.
           02 RI-PRECISION       PIC X.
       FD  ROOT-OUTPUT-FILE.
       01  ROOT-OUTPUT-RECORD.
           02 RO-RESULT          PIC 9(28)V9(9).
           02 FILLER             PIC X.
           02 RO-OVERFLOW-FLAG   PIC X.
       WORKING-STORAGE SECTION.
       01 WS-NUMBER  PIC 9(32).
       01 WS-SQRT    PIC 9(32).
       77 WS-M2             PIC 9(38).
       77 WS-R2             PIC 9(38).

      *    File-mode support.
       01 WS-ROOT-EOF-FLAG  PIC 9      VALUE 0.
          88 ROOT-EOF                  VALUE 1 FALSE 0.
       01 WS-LINE-COUNT     PIC 9(5)   VALUE 0.

      *    Shared arithmetic-overflow flag.
       COPY "overflow.cpy".

      *    against WS-NUMBER scaled up by 10**WS-PRECISION on each
      *    side before searching, so the result carries WS-PRECISION
      *    digits after the decimal point instead of being truncated
      *    to a whole number. Reachable as its own entry point; the
      *    search itself is in PRECISE-ROOT so SQUARE-ROOT-PRECISE-
      *    BATCH can PERFORM it.
       ENTRY "SQUARE-ROOT-PRECISE".
       SQUARE-ROOT-PRECISE.
           PERFORM PRECISE-ROOT
           GOBACK
           .
       SQUARE-ROOT-PRECISE-EXIT.
           EXIT.

       PRECISE-ROOT.
           SET CP-OVERFLOW-OCCURRED TO FALSE
           MOVE 1 TO WS-SCALE
           PERFORM WS-PRECISION TIMES
           IF NOT CP-OVERFLOW-OCCURRED
              COMPUTE WS-SQRT-RESULT ROUNDED = WS-L2 / WS-SCALE
           END-IF
           .
       PRECISE-ROOT-EXIT.
           EXIT.

      *    File mode: every SQRTIN line (a whole number of up to 32
      *    digits, a space, then the precision digit) through
      *    PRECISE-ROOT, one SQRTOUT line each -- the root, then Y
      *    when the search overflowed. A line that is not numeric
      *    comes back as an overflow with a zero root.
       ENTRY "SQUARE-ROOT-PRECISE-BATCH".
       SQUARE-ROOT-PRECISE-BATCH.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-ROOT-EOF-FLAG
           OPEN INPUT ROOT-INPUT-FILE
           OPEN OUTPUT ROOT-OUTPUT-FILE
           PERFORM UNTIL ROOT-EOF
                   READ ROOT-INPUT-FILE
                      AT END
                         SET ROOT-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-LINE-COUNT
                         MOVE SPACES TO ROOT-OUTPUT-RECORD
                         IF RI-NUMBER IS NUMERIC
                            AND RI-PRECISION IS NUMERIC
                            MOVE RI-NUMBER TO WS-NUMBER
                            MOVE RI-PRECISION TO WS-PRECISION
                            PERFORM PRECISE-ROOT
                         ELSE
                            SET CP-OVERFLOW-OCCURRED TO TRUE
                         END-IF
                         IF CP-OVERFLOW-OCCURRED
                            MOVE 0 TO RO-RESULT
                            MOVE "Y" TO RO-OVERFLOW-FLAG
                         ELSE
                            MOVE WS-SQRT-RESULT TO RO-RESULT
                            MOVE "N" TO RO-OVERFLOW-FLAG
                         END-IF
                         WRITE ROOT-OUTPUT-RECORD
                   END-READ
           END-PERFORM
           CLOSE ROOT-OUTPUT-FILE
           CLOSE ROOT-INPUT-FILE
           DISPLAY "SQUARE-ROOT-PRECISE-BATCH: " WS-LINE-COUNT
              " ROOTS TAKEN"
           GOBACK.
       SQUARE-ROOT-PRECISE-BATCH-EXIT.
           EXIT.

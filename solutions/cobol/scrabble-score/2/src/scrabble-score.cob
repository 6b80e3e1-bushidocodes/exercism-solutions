               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCRABBLE-REPORT-FILE ASSIGN TO "SCRABRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    WORD-WHEEL's answer key, one word per line, and the
      *    WORD/score lines it reads back.
           SELECT WHEEL-SCORE-INPUT-FILE ASSIGN TO "WHEELIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHEEL-SCORE-REPORT-FILE ASSIGN TO "WHEELSCR"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Shared batch-metrics file -- see metrics.cpy.
           SELECT OPTIONAL METRICS-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  WORD-QUALITY-INPUT-RECORD  PIC X(60).
       FD  SCRABBLE-REPORT-FILE.
       01  SCRABBLE-REPORT-RECORD     PIC X(64).
       FD  WHEEL-SCORE-INPUT-FILE.
       01  WHEEL-SCORE-INPUT-RECORD   PIC X(60).
       FD  WHEEL-SCORE-REPORT-FILE.
       01  WHEEL-SCORE-REPORT-RECORD  PIC X(64).
       FD  METRICS-FILE.
       01  METRICS-RECORD         PIC X(69).
       FD  BUSINESS-DATE-FILE.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
      *    Top-level entry point. RACK-SCORE, SCRABBLE-SCORE-BATCH
      *    and WORD-WHEEL-SCORE also need this per-word scoring
      *    logic internally, so the
      *    logic itself lives in SCORE-WORD and is PERFORMed from
      *    there -- GOBACK belongs only here, not inside a paragraph
      *    those also PERFORM.
                      NOT AT END
                         ADD 1 TO WS-WQ-WORD-COUNT
                         PERFORM SCORE-WORD
                         MOVE SPACES TO SCRABBLE-REPORT-RECORD
                         STRING FUNCTION TRIM(WS-WORD) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            WS-RESULT DELIMITED BY SIZE
           PERFORM WRITE-METRICS-RECORD
           GOBACK.

      *    File mode for WORD-WHEEL: every WHEELIN word through
      *    SCORE-WORD, one WORD/score line per word on WHEELSCR, in
      *    the SCRABRPT layout. The word-quality files and METRICS
      *    are not touched. Reachable as its own entry point.
       ENTRY "WORD-WHEEL-SCORE".
       WORD-WHEEL-SCORE.
           SET WORD-QUALITY-EOF TO FALSE
           OPEN INPUT WHEEL-SCORE-INPUT-FILE
           OPEN OUTPUT WHEEL-SCORE-REPORT-FILE

           PERFORM UNTIL WORD-QUALITY-EOF
                   READ WHEEL-SCORE-INPUT-FILE INTO WS-WORD
                      AT END
                         SET WORD-QUALITY-EOF TO TRUE
                      NOT AT END
                         PERFORM SCORE-WORD
                         MOVE SPACES TO WHEEL-SCORE-REPORT-RECORD
                         STRING FUNCTION TRIM(WS-WORD) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            WS-RESULT DELIMITED BY SIZE
                            INTO WHEEL-SCORE-REPORT-RECORD
                         END-STRING
                         WRITE WHEEL-SCORE-REPORT-RECORD
                   END-READ
           END-PERFORM

           CLOSE WHEEL-SCORE-INPUT-FILE
           CLOSE WHEEL-SCORE-REPORT-FILE
           GOBACK.

      *    Appends this run's metrics record for the weekly
      *    throughput trend -- see metrics.cpy.
       WRITE-METRICS-RECORD.

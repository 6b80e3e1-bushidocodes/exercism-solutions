       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-ROUTER.
      *    One calculation request file for all the math utilities.
      *    Analysts used to prepare CONVREQ for ALL-YOUR-BASE-BATCH,
      *    CPLXIN for COMPLEX-BATCH, FACTIN for SIEVE's
      *    PRIME-FACTORIZE-BATCH and so on, each in its own layout,
      *    and then stitch the reports together. Each CALCREQ line
      *    now carries an operation code and its operands (see
      *    calc-request.cpy); this run stages every line into the
      *    request file of the utility that does that operation,
      *    calls each utility's file mode once, and reads the answers
      *    back.
      *
      *    CALCRPT lists every request in CALCREQ order, numbered,
      *    with its result or the utility's rejection or overflow
      *    message, and ends with a count of requests and errors per
      *    operation. An unknown operation code is rejected by this
      *    run itself. RETURN-CODE 4 when any request was in error;
      *    8 when a utility came back short of answers.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Calculation requests -- see calc-request.cpy.
           SELECT CALC-REQUEST-FILE ASSIGN TO "CALCREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to ALL-YOUR-BASE-BATCH.
           SELECT BASE-REQUEST-FILE ASSIGN TO "CONVREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BASE-RESULT-FILE ASSIGN TO "CONVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to COMPLEX-BATCH.
           SELECT COMPLEX-REQUEST-FILE ASSIGN TO "CPLXIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMPLEX-RESULT-FILE ASSIGN TO "CPLXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to PRIME-FACTORIZE-BATCH.
           SELECT FACTOR-REQUEST-FILE ASSIGN TO "FACTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FACTOR-RESULT-FILE ASSIGN TO "FACTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to SQUARE-ROOT-PRECISE-BATCH.
           SELECT ROOT-IN-FILE ASSIGN TO "SQRTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROOT-OUT-FILE ASSIGN TO "SQRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to COLLATZ-BATCH.
           SELECT COLLATZ-IN-FILE ASSIGN TO "COLLIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COLLATZ-OUT-FILE ASSIGN TO "COLLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to DAY-COUNT-CALC, LEAP's file mode on its own
      *    files, not billing's BILLPERD and PRORATED.
           SELECT PERIOD-IN-FILE ASSIGN TO "CALCPERD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERIOD-OUT-FILE ASSIGN TO "CALCPROR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-REPORT-FILE ASSIGN TO "CALCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-REQUEST-FILE.
       01  CALC-REQUEST-LINE      PIC X(89).
       FD  BASE-REQUEST-FILE.
       01  BASE-REQUEST-RECORD    PIC X(68).
       FD  BASE-RESULT-FILE.
       01  BASE-RESULT-LINE       PIC X(140).
       FD  COMPLEX-REQUEST-FILE.
       01  COMPLEX-REQUEST-RECORD PIC X(31).
       FD  COMPLEX-RESULT-FILE.
       01  COMPLEX-RESULT-LINE    PIC X(120).
       FD  FACTOR-REQUEST-FILE.
       01  FACTOR-REQUEST-RECORD  PIC X(9).
       FD  FACTOR-RESULT-FILE.
       01  FACTOR-RESULT-LINE     PIC X(120).
       FD  ROOT-IN-FILE.
       01  ROOT-IN-RECORD         PIC X(34).
       FD  ROOT-OUT-FILE.
       01  ROOT-OUT-RECORD.
           02 RO-RESULT           PIC 9(28)V9(9).
           02 FILLER              PIC X.
           02 RO-OVERFLOW-FLAG    PIC X.
       FD  COLLATZ-IN-FILE.
       01  COLLATZ-IN-RECORD      PIC X(8).
       FD  COLLATZ-OUT-FILE.
       01  COLLATZ-OUT-LINE       PIC X(100).
       FD  PERIOD-IN-FILE.
       01  PERIOD-IN-RECORD.
           02 BP-ACCOUNT          PIC X(10).
           02 FILLER              PIC X.
           02 BP-LINE             PIC X(3).
           02 FILLER              PIC X.
           02 BP-FROM-DATE        PIC X(8).
           02 FILLER              PIC X.
           02 BP-TO-DATE          PIC X(8).
           02 FILLER              PIC X.
           02 BP-CONVENTION       PIC X(7).
           02 FILLER              PIC X.
           02 BP-ANNUAL-AMOUNT    PIC X(11).
       FD  PERIOD-OUT-FILE.
       01  PERIOD-OUT-RECORD.
           02 PR-ACCOUNT          PIC X(10).
           02 FILLER              PIC X.
           02 PR-LINE             PIC X(3).
           02 FILLER              PIC X.
           02 PR-FROM-DATE        PIC X(8).
           02 FILLER              PIC X.
           02 PR-TO-DATE          PIC X(8).
           02 FILLER              PIC X.
           02 PR-CONVENTION       PIC X(7).
           02 FILLER              PIC X.
           02 PR-DAY-COUNT        PIC 9(6).
           02 FILLER              PIC X.
           02 PR-BASIS            PIC X(7).
           02 FILLER              PIC X.
           02 PR-YEAR-FRACTION    PIC ZZ9.9(9).
           02 FILLER              PIC X.
           02 PR-PRORATED         PIC Z(8)9.99.
           02 FILLER              PIC X.
           02 PR-STATUS           PIC X(40).
       FD  CALC-REPORT-FILE.
       01  CALC-REPORT-LINE       PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.

      *    The operations in report order, the utility entry that
      *    does each, and the counts for the summary. The last entry
      *    collects the codes no utility answers to.
       01 WS-OPERATION-NAMES.
          05 FILLER  PIC X(8)  VALUE "BASE".
          05 FILLER  PIC X(26) VALUE "ALL-YOUR-BASE-BATCH".
          05 FILLER  PIC X(8)  VALUE "COMPLEX".
          05 FILLER  PIC X(26) VALUE "COMPLEX-BATCH".
          05 FILLER  PIC X(8)  VALUE "FACTOR".
          05 FILLER  PIC X(26) VALUE "PRIME-FACTORIZE-BATCH".
          05 FILLER  PIC X(8)  VALUE "SQRT".
          05 FILLER  PIC X(26) VALUE "SQUARE-ROOT-PRECISE-BATCH".
          05 FILLER  PIC X(8)  VALUE "COLLATZ".
          05 FILLER  PIC X(26) VALUE "COLLATZ-BATCH".
          05 FILLER  PIC X(8)  VALUE "DAYCOUNT".
          05 FILLER  PIC X(26) VALUE "DAY-COUNT-CALC".
          05 FILLER  PIC X(8)  VALUE "UNKNOWN".
          05 FILLER  PIC X(26) VALUE SPACES.
       01 WS-OPERATION-LIST REDEFINES WS-OPERATION-NAMES.
          05 WS-OPERATION-ENTRY OCCURS 7.
             10 WS-OP-NAME       PIC X(8).
             10 WS-OP-ENTRY      PIC X(26).
       01 WS-OPERATION-COUNTS.
          05 WS-OP-COUNTS OCCURS 7.
             10 WS-OP-REQUESTS   PIC 9(6).
             10 WS-OP-ERRORS     PIC 9(6).
             10 WS-OP-EOF-FLAG   PIC 9.
                88 WS-OP-EOF              VALUE 1 FALSE 0.
       77 WS-OP-IDX           PIC 9.
       77 K                   PIC 9.

      *    Run totals.
       01 WS-REQUEST-NO       PIC 9(6)  VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(6)  VALUE 0.
       01 WS-MISSING-COUNT    PIC 9(6)  VALUE 0.

      *    One request's answer as it goes on the report.
       01 WS-RESULT-TEXT      PIC X(140).
       01 WS-RESULT-ERROR-FLAG PIC 9    VALUE 0.
          88 RESULT-IN-ERROR            VALUE 1 FALSE 0.
       01 WS-TALLY            PIC 9(3).
       01 WS-ROOT-SHOW        PIC Z(27)9.9(9).
       01 WS-DAYS-SHOW        PIC Z(5)9.
       01 WS-REQUEST-NO-SHOW  PIC 9(6).
       01 WS-COUNT-SHOW       PIC Z(5)9.
       01 WS-ERRORS-SHOW      PIC Z(5)9.

      *    Shared calculation request layout.
       COPY "calc-request.cpy".

       PROCEDURE DIVISION.
       CALC-ROUTER.
           INITIALIZE WS-OPERATION-COUNTS
           PERFORM STAGE-REQUESTS
           PERFORM RUN-UTILITIES
           PERFORM MERGE-RESULTS

           DISPLAY "CALC-ROUTER: " WS-REQUEST-NO " REQUESTS, "
              WS-ERROR-COUNT " IN ERROR, " WS-MISSING-COUNT
              " WITH NO RESULT"
           EVALUATE TRUE
           WHEN WS-MISSING-COUNT > 0
                MOVE 8 TO RETURN-CODE
           WHEN WS-ERROR-COUNT > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    Blank lines are passed over; every other line is counted
      *    against its operation and, for a known one, copied into
      *    that utility's request file. The day-count utility echoes
      *    an account number, and is given the request number.
       STAGE-REQUESTS.
           OPEN OUTPUT BASE-REQUEST-FILE
           OPEN OUTPUT COMPLEX-REQUEST-FILE
           OPEN OUTPUT FACTOR-REQUEST-FILE
           OPEN OUTPUT ROOT-IN-FILE
           OPEN OUTPUT COLLATZ-IN-FILE
           OPEN OUTPUT PERIOD-IN-FILE
           SET FILE-EOF TO FALSE
           OPEN INPUT CALC-REQUEST-FILE
           PERFORM UNTIL FILE-EOF
                   READ CALC-REQUEST-FILE INTO CQ-REQUEST-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF CQ-REQUEST-RECORD NOT = SPACES
                            PERFORM STAGE-ONE-REQUEST
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CALC-REQUEST-FILE
           CLOSE BASE-REQUEST-FILE
           CLOSE COMPLEX-REQUEST-FILE
           CLOSE FACTOR-REQUEST-FILE
           CLOSE ROOT-IN-FILE
           CLOSE COLLATZ-IN-FILE
           CLOSE PERIOD-IN-FILE
           MOVE 0 TO WS-REQUEST-NO
           .
       STAGE-REQUESTS-EXIT.
           EXIT.

       STAGE-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-NO
           PERFORM FIND-OPERATION
           ADD 1 TO WS-OP-REQUESTS(WS-OP-IDX)
           EVALUATE WS-OP-IDX
           WHEN 1
                MOVE CQ-OPERANDS TO BASE-REQUEST-RECORD
                WRITE BASE-REQUEST-RECORD
           WHEN 2
                MOVE CQ-OPERANDS TO COMPLEX-REQUEST-RECORD
                WRITE COMPLEX-REQUEST-RECORD
           WHEN 3
                MOVE CQ-FACTOR-NUMBER TO FACTOR-REQUEST-RECORD
                WRITE FACTOR-REQUEST-RECORD
           WHEN 4
                MOVE CQ-OPERANDS TO ROOT-IN-RECORD
                WRITE ROOT-IN-RECORD
           WHEN 5
                MOVE CQ-COLLATZ-START TO COLLATZ-IN-RECORD
                WRITE COLLATZ-IN-RECORD
           WHEN 6
                MOVE SPACES TO PERIOD-IN-RECORD
                MOVE WS-REQUEST-NO TO WS-REQUEST-NO-SHOW
                MOVE WS-REQUEST-NO-SHOW TO BP-ACCOUNT
                MOVE CQ-FROM-DATE TO BP-FROM-DATE
                MOVE CQ-TO-DATE TO BP-TO-DATE
                MOVE CQ-CONVENTION TO BP-CONVENTION
                IF CQ-ANNUAL-AMOUNT = SPACES
                   MOVE ALL "0" TO BP-ANNUAL-AMOUNT
                ELSE
                   MOVE CQ-ANNUAL-AMOUNT TO BP-ANNUAL-AMOUNT
                END-IF
                WRITE PERIOD-IN-RECORD
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           .
       STAGE-ONE-REQUEST-EXIT.
           EXIT.

       FIND-OPERATION.
           MOVE 7 TO WS-OP-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
                   IF CQ-OPERATION = WS-OP-NAME(K)
                      MOVE K TO WS-OP-IDX
                   END-IF
           END-PERFORM
           .
       FIND-OPERATION-EXIT.
           EXIT.

      *    Each utility's file mode runs once, only when it has
      *    requests; the return code each leaves is this run's own
      *    business and is cleared.
       RUN-UTILITIES.
           IF WS-OP-REQUESTS(1) > 0
              CALL "ALL-YOUR-BASE-BATCH"
           END-IF
           IF WS-OP-REQUESTS(2) > 0
              CALL "COMPLEX-BATCH"
           END-IF
           IF WS-OP-REQUESTS(3) > 0
              CALL "PRIME-FACTORIZE-BATCH"
           END-IF
           IF WS-OP-REQUESTS(4) > 0
              CALL "SQUARE-ROOT-PRECISE-BATCH"
           END-IF
           IF WS-OP-REQUESTS(5) > 0
              CALL "COLLATZ-BATCH"
           END-IF
           IF WS-OP-REQUESTS(6) > 0
              CALL "DAY-COUNT-CALC"
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       RUN-UTILITIES-EXIT.
           EXIT.

      *    Every utility answers its requests one line each in the
      *    order given, so the next answer line from the request's
      *    utility is that request's answer.
       MERGE-RESULTS.
           IF WS-OP-REQUESTS(1) > 0
              OPEN INPUT BASE-RESULT-FILE
           END-IF
           IF WS-OP-REQUESTS(2) > 0
              OPEN INPUT COMPLEX-RESULT-FILE
           END-IF
           IF WS-OP-REQUESTS(3) > 0
              OPEN INPUT FACTOR-RESULT-FILE
           END-IF
           IF WS-OP-REQUESTS(4) > 0
              OPEN INPUT ROOT-OUT-FILE
           END-IF
           IF WS-OP-REQUESTS(5) > 0
              OPEN INPUT COLLATZ-OUT-FILE
           END-IF
           IF WS-OP-REQUESTS(6) > 0
              OPEN INPUT PERIOD-OUT-FILE
           END-IF
           OPEN OUTPUT CALC-REPORT-FILE
           MOVE SPACES TO CALC-REPORT-LINE
           STRING "CALCULATION RESULTS, IN REQUEST ORDER"
                 DELIMITED BY SIZE
              INTO CALC-REPORT-LINE
           END-STRING
           WRITE CALC-REPORT-LINE
           MOVE SPACES TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           MOVE SPACES TO CALC-REPORT-LINE
           STRING "   NO. OPERATION RESULT" DELIMITED BY SIZE
              INTO CALC-REPORT-LINE
           END-STRING
           WRITE CALC-REPORT-LINE

           SET FILE-EOF TO FALSE
           OPEN INPUT CALC-REQUEST-FILE
           PERFORM UNTIL FILE-EOF
                   READ CALC-REQUEST-FILE INTO CQ-REQUEST-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF CQ-REQUEST-RECORD NOT = SPACES
                            PERFORM REPORT-ONE-REQUEST
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CALC-REQUEST-FILE

           IF WS-OP-REQUESTS(1) > 0
              CLOSE BASE-RESULT-FILE
           END-IF
           IF WS-OP-REQUESTS(2) > 0
              CLOSE COMPLEX-RESULT-FILE
           END-IF
           IF WS-OP-REQUESTS(3) > 0
              CLOSE FACTOR-RESULT-FILE
           END-IF
           IF WS-OP-REQUESTS(4) > 0
              CLOSE ROOT-OUT-FILE
           END-IF
           IF WS-OP-REQUESTS(5) > 0
              CLOSE COLLATZ-OUT-FILE
           END-IF
           IF WS-OP-REQUESTS(6) > 0
              CLOSE PERIOD-OUT-FILE
           END-IF
           PERFORM WRITE-OPERATION-SUMMARY
           CLOSE CALC-REPORT-FILE
           .
       MERGE-RESULTS-EXIT.
           EXIT.

       REPORT-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-NO
           PERFORM FIND-OPERATION
           MOVE SPACES TO WS-RESULT-TEXT
           SET RESULT-IN-ERROR TO FALSE
           IF WS-OP-IDX = 7
              STRING "REJECTED: UNKNOWN OPERATION " DELIMITED BY SIZE
                 TRIM(CQ-OPERATION) DELIMITED BY SIZE
                 INTO WS-RESULT-TEXT
              END-STRING
           ELSE
              PERFORM READ-NEXT-RESULT
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-RESULT-TEXT TALLYING WS-TALLY
              FOR ALL "REJECTED"
           IF WS-TALLY > 0
              SET RESULT-IN-ERROR TO TRUE
           END-IF
           IF RESULT-IN-ERROR
              ADD 1 TO WS-OP-ERRORS(WS-OP-IDX)
              ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE WS-REQUEST-NO TO WS-REQUEST-NO-SHOW
           MOVE SPACES TO CALC-REPORT-LINE
           STRING WS-REQUEST-NO-SHOW DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-OP-NAME(WS-OP-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-RESULT-TEXT DELIMITED BY SIZE
              INTO CALC-REPORT-LINE
           END-STRING
           WRITE CALC-REPORT-LINE
           .
       REPORT-ONE-REQUEST-EXIT.
           EXIT.

      *    A utility that runs out of answers before its requests do
      *    has failed part way; the request is reported without one.
       READ-NEXT-RESULT.
           IF NOT WS-OP-EOF(WS-OP-IDX)
              EVALUATE WS-OP-IDX
              WHEN 1
                   READ BASE-RESULT-FILE
                      AT END
                         SET WS-OP-EOF(WS-OP-IDX) TO TRUE
                      NOT AT END
                         MOVE BASE-RESULT-LINE TO WS-RESULT-TEXT
                   END-READ
              WHEN 2
                   READ COMPLEX-RESULT-FILE
                      AT END
                         SET WS-OP-EOF(WS-OP-IDX) TO TRUE
                      NOT AT END
                         MOVE COMPLEX-RESULT-LINE TO WS-RESULT-TEXT
                   END-READ
              WHEN 3
                   READ FACTOR-RESULT-FILE
                      AT END
                         SET WS-OP-EOF(WS-OP-IDX) TO TRUE
                      NOT AT END
                         MOVE FACTOR-RESULT-LINE TO WS-RESULT-TEXT
                         MOVE 0 TO WS-TALLY
                         INSPECT WS-RESULT-TEXT TALLYING WS-TALLY
                            FOR ALL "INVALID NUMBER"
                         IF WS-TALLY > 0
                            SET RESULT-IN-ERROR TO TRUE
                         END-IF
                   END-READ
              WHEN 4
                   READ ROOT-OUT-FILE
                      AT END
                         SET WS-OP-EOF(WS-OP-IDX) TO TRUE
                      NOT AT END
                         PERFORM FORMAT-ROOT-RESULT
                   END-READ
              WHEN 5
                   READ COLLATZ-OUT-FILE
                      AT END
                         SET WS-OP-EOF(WS-OP-IDX) TO TRUE
                      NOT AT END
                         MOVE COLLATZ-OUT-LINE TO WS-RESULT-TEXT
                   END-READ
              WHEN 6
                   READ PERIOD-OUT-FILE
                      AT END
                         SET WS-OP-EOF(WS-OP-IDX) TO TRUE
                      NOT AT END
                         PERFORM FORMAT-DAY-COUNT-RESULT
                   END-READ
              END-EVALUATE
           END-IF
           IF WS-OP-EOF(WS-OP-IDX)
              ADD 1 TO WS-MISSING-COUNT
              STRING "REJECTED: NO RESULT FROM " DELIMITED BY SIZE
                 TRIM(WS-OP-ENTRY(WS-OP-IDX)) DELIMITED BY SIZE
                 INTO WS-RESULT-TEXT
              END-STRING
           END-IF
           .
       READ-NEXT-RESULT-EXIT.
           EXIT.

      *    SQUARE-ROOT-PRECISE-BATCH answers with the bare root and
      *    an overflow flag, which it also sets for a number that is
      *    not numeric.
       FORMAT-ROOT-RESULT.
           IF RO-OVERFLOW-FLAG = "Y"
              STRING TRIM(CQ-SQRT-NUMBER) DELIMITED BY SIZE
                 " REJECTED: NOT NUMERIC OR ROOT OVERFLOWED"
                    DELIMITED BY SIZE
                 INTO WS-RESULT-TEXT
              END-STRING
           ELSE
              MOVE RO-RESULT TO WS-ROOT-SHOW
              STRING "SQRT(" DELIMITED BY SIZE
                 TRIM(CQ-SQRT-NUMBER) DELIMITED BY SIZE
                 ") = " DELIMITED BY SIZE
                 TRIM(WS-ROOT-SHOW) DELIMITED BY SIZE
                 INTO WS-RESULT-TEXT
              END-STRING
           END-IF
           .
       FORMAT-ROOT-RESULT-EXIT.
           EXIT.

      *    DAY-COUNT-CALC answers with the period, day count, basis
      *    and year fraction, and the prorated amount when the
      *    request gave an annual amount.
       FORMAT-DAY-COUNT-RESULT.
           IF PR-STATUS NOT = "OK"
              STRING PR-FROM-DATE DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 PR-TO-DATE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 TRIM(PR-CONVENTION) DELIMITED BY SIZE
                 " REJECTED: " DELIMITED BY SIZE
                 TRIM(PR-STATUS) DELIMITED BY SIZE
                 INTO WS-RESULT-TEXT
              END-STRING
              EXIT PARAGRAPH
           END-IF
           MOVE PR-DAY-COUNT TO WS-DAYS-SHOW
           IF CQ-ANNUAL-AMOUNT = SPACES
              STRING PR-FROM-DATE DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 PR-TO-DATE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 TRIM(PR-CONVENTION) DELIMITED BY SIZE
                 " = " DELIMITED BY SIZE
                 TRIM(WS-DAYS-SHOW) DELIMITED BY SIZE
                 " DAYS, BASIS " DELIMITED BY SIZE
                 TRIM(PR-BASIS) DELIMITED BY SIZE
                 ", YEAR FRACTION " DELIMITED BY SIZE
                 TRIM(PR-YEAR-FRACTION) DELIMITED BY SIZE
                 INTO WS-RESULT-TEXT
              END-STRING
           ELSE
              STRING PR-FROM-DATE DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 PR-TO-DATE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 TRIM(PR-CONVENTION) DELIMITED BY SIZE
                 " = " DELIMITED BY SIZE
                 TRIM(WS-DAYS-SHOW) DELIMITED BY SIZE
                 " DAYS, BASIS " DELIMITED BY SIZE
                 TRIM(PR-BASIS) DELIMITED BY SIZE
                 ", YEAR FRACTION " DELIMITED BY SIZE
                 TRIM(PR-YEAR-FRACTION) DELIMITED BY SIZE
                 ", PRORATED " DELIMITED BY SIZE
                 TRIM(PR-PRORATED) DELIMITED BY SIZE
                 INTO WS-RESULT-TEXT
              END-STRING
           END-IF
           .
       FORMAT-DAY-COUNT-RESULT-EXIT.
           EXIT.

       WRITE-OPERATION-SUMMARY.
           MOVE SPACES TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           MOVE SPACES TO CALC-REPORT-LINE
           STRING "OPERATION  REQUESTS  ERRORS" DELIMITED BY SIZE
              INTO CALC-REPORT-LINE
           END-STRING
           WRITE CALC-REPORT-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 7
                   IF WS-OP-REQUESTS(K) > 0 OR K < 7
                      MOVE WS-OP-REQUESTS(K) TO WS-COUNT-SHOW
                      MOVE WS-OP-ERRORS(K) TO WS-ERRORS-SHOW
                      MOVE SPACES TO CALC-REPORT-LINE
                      STRING WS-OP-NAME(K) DELIMITED BY SIZE
                         "     " DELIMITED BY SIZE
                         WS-COUNT-SHOW DELIMITED BY SIZE
                         "  " DELIMITED BY SIZE
                         WS-ERRORS-SHOW DELIMITED BY SIZE
                         INTO CALC-REPORT-LINE
                      END-STRING
                      WRITE CALC-REPORT-LINE
                   END-IF
           END-PERFORM
           MOVE WS-REQUEST-NO TO WS-COUNT-SHOW
           MOVE WS-ERROR-COUNT TO WS-ERRORS-SHOW
           MOVE SPACES TO CALC-REPORT-LINE
           STRING "TOTAL        " DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-ERRORS-SHOW DELIMITED BY SIZE
              INTO CALC-REPORT-LINE
           END-STRING
           WRITE CALC-REPORT-LINE
           .
       WRITE-OPERATION-SUMMARY-EXIT.
           EXIT.

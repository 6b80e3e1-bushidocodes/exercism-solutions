       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLING-PLAN.
      *    Operating-characteristic table for the lot acceptance
      *    sampling plan receiving uses in place of a full TRIANGLE
      *    audit (see sampling-plan.cpy). For a lot of N parts, a
      *    sample of n and an acceptance number c, the chance of
      *    accepting a lot whose true fraction defective is p is the
      *    binomial sum over d = 0 to c of C(n,d) p**d (1-p)**(n-d).
      *    The coefficients C(n,d) come from the PASCALS-TRIANGLE
      *    numeric table (its file mode) rather than a second
      *    factorial routine. For every p from 0 to 20 percent in
      *    half-percent steps OCRPT shows the acceptance probability,
      *    the average outgoing quality (percent defective still
      *    reaching the floor once rejected lots are fully inspected
      *    and cleaned up) and the average total inspection per lot,
      *    followed by the AOQL and the approximate AQL (95 percent
      *    acceptance) and LTPD (10 percent acceptance).
      *
      *    The plan in force on PARMMST is always tabled first. QA
      *    can table candidate plans beside it by putting cards on
      *    PLANIN -- lot size (5 digits), sample size (3) and
      *    acceptance number (3), a space between each -- before
      *    asking PARM-MAINT to change the plan. A card that is not
      *    numeric or not a valid plan is listed as rejected and sets
      *    return code 4; an invalid plan in force, or a coefficient
      *    table that does not come back whole, sets return code 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Candidate plans to table beside the plan in force.
           SELECT OPTIONAL PLAN-CARD-FILE ASSIGN TO "PLANIN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to and from PASCALS-TRIANGLE-BATCH.
           SELECT TABLE-REQUEST-FILE ASSIGN TO "PASCIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TABLE-OUTPUT-FILE ASSIGN TO "PASCOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OC-REPORT-FILE ASSIGN TO "OCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-CARD-FILE.
       01  PLAN-CARD-RECORD.
           02 PC-LOT-SIZE       PIC X(5).
           02 FILLER            PIC X.
           02 PC-SAMPLE-SIZE    PIC X(3).
           02 FILLER            PIC X.
           02 PC-ACCEPT-NUMBER  PIC X(3).
       FD  TABLE-REQUEST-FILE.
       01  TABLE-REQUEST-RECORD.
           02 PI-ROW-COUNT      PIC 99.
       FD  TABLE-OUTPUT-FILE.
       01  TABLE-OUTPUT-RECORD.
           02 PO-ROW            PIC 99.
           02 FILLER            PIC X.
           02 PO-COL            PIC 99.
           02 FILLER            PIC X.
           02 PO-VALUE          PIC 9(18).
       FD  OC-REPORT-FILE.
       01  OC-REPORT-LINE       PIC X(80).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD  PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CARD-EOF-FLAG     PIC 9     VALUE 0.
          88 CARD-EOF                    VALUE 1 FALSE 0.
       01 WS-TABLE-EOF-FLAG    PIC 9     VALUE 0.
          88 TABLE-EOF                   VALUE 1 FALSE 0.

      *    Plans to table: the plan in force first, then the valid
      *    PLANIN candidates in card order.
       01 WS-PLAN-COUNT        PIC 99    VALUE 0.
       01 WS-PLAN-TABLE.
          05 WS-PLAN-ENTRY OCCURS 20.
             10 PL-SOURCE          PIC X(9).
             10 PL-LOT-SIZE        PIC 9(5).
             10 PL-SAMPLE-SIZE     PIC 9(3).
             10 PL-ACCEPT-NUMBER   PIC 9(3).
       77 X                    PIC 99.
       01 WS-CARD-COUNT        PIC 9(4)  VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-IN-FORCE-FLAG     PIC X     VALUE 'N'.
          88 IN-FORCE-PLAN-VALID         VALUE 'Y' FALSE 'N'.

      *    Binomial coefficients: WS-COEF(n + 1, d + 1) is C(n,d).
       01 WS-COEF-TABLE.
          05 WS-COEF-ROW OCCURS 64.
             10 WS-COEF        PIC 9(18) OCCURS 64.
       01 WS-TABLE-ROWS        PIC 99    VALUE 0.
       01 WS-EXPECTED-COEFS    PIC 9(5)  VALUE 0.
       01 WS-LOADED-COEFS      PIC 9(5)  VALUE 0.

      *    Acceptance probability work fields.
       77 D                    PIC 9(3).
       01 WS-REMAINING         PIC 9(3).
       01 WS-UNINSPECTED       PIC 9(5).
       01 WS-PCT               PIC 99V9.
       01 WS-P                 COMP-2.
       01 WS-Q                 COMP-2.
       01 WS-TERM              COMP-2.
       01 WS-PA                COMP-2.
       01 WS-REJECT-PROB       COMP-2.
       01 WS-AOQ               COMP-2.
       01 WS-ATI               COMP-2.
       01 WS-AOQL              COMP-2.
       01 WS-AOQL-PCT          PIC 99V9.
       01 WS-AQL-PCT           PIC 99V9.
       01 WS-AQL-FLAG          PIC X.
          88 AQL-FOUND                   VALUE 'Y' FALSE 'N'.
       01 WS-LTPD-PCT          PIC 99V9.
       01 WS-LTPD-FLAG         PIC X.
          88 LTPD-FOUND                  VALUE 'Y' FALSE 'N'.
       01 WS-PA-FIXED          PIC 9V9(4).
       01 WS-AOQ-FIXED         PIC 999V999.
       01 WS-ATI-FIXED         PIC 9(5).

      *    Report edit fields.
       01 WS-PCT-OUT           PIC Z9.9.
       01 WS-PA-OUT            PIC 9.9999.
       01 WS-AOQ-OUT           PIC ZZ9.999.
       01 WS-ATI-OUT           PIC ZZZZ9.
       01 WS-LOT-OUT           PIC ZZZZ9.
       01 WS-SAMPLE-OUT        PIC ZZ9.
       01 WS-ACCEPT-OUT        PIC ZZ9.

      *    Shared lot acceptance sampling plan.
       COPY "sampling-plan.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       SAMPLING-PLAN.
           PERFORM LOAD-BUSINESS-DATE
           OPEN OUTPUT OC-REPORT-FILE
           MOVE SPACES TO OC-REPORT-LINE
           STRING "LOT ACCEPTANCE SAMPLING -- OPERATING "
              DELIMITED BY SIZE
              "CHARACTERISTIC -- BUSINESS DATE " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO OC-REPORT-LINE
           END-STRING
           WRITE OC-REPORT-LINE

           PERFORM LOAD-SAMPLING-PLAN
           IF SA-PLAN-VALID
              SET IN-FORCE-PLAN-VALID TO TRUE
              MOVE "IN FORCE" TO PL-SOURCE(1)
              MOVE SA-LOT-SIZE TO PL-LOT-SIZE(1)
              MOVE SA-SAMPLE-SIZE TO PL-SAMPLE-SIZE(1)
              MOVE SA-ACCEPT-NUMBER TO PL-ACCEPT-NUMBER(1)
              MOVE 1 TO WS-PLAN-COUNT
           ELSE
              PERFORM WRITE-INVALID-IN-FORCE
           END-IF
           PERFORM LOAD-CANDIDATE-PLANS

           IF WS-PLAN-COUNT > 0
              PERFORM STAGE-TABLE-REQUEST
              CALL "PASCALS-TRIANGLE-BATCH"
              MOVE 0 TO RETURN-CODE
              PERFORM LOAD-COEFFICIENTS
              IF WS-LOADED-COEFS NOT = WS-EXPECTED-COEFS
                 DISPLAY "SAMPLING-PLAN: " WS-EXPECTED-COEFS
                    " COEFFICIENTS EXPECTED BUT " WS-LOADED-COEFS
                    " CAME BACK -- NO TABLES PRODUCED"
                 CLOSE OC-REPORT-FILE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-PLAN-COUNT
                      PERFORM REPORT-ONE-PLAN
              END-PERFORM
           END-IF

           MOVE SPACES TO OC-REPORT-LINE
           WRITE OC-REPORT-LINE
           MOVE SPACES TO OC-REPORT-LINE
           STRING WS-PLAN-COUNT DELIMITED BY SIZE
              " PLANS TABLED, " DELIMITED BY SIZE
              WS-CARD-COUNT DELIMITED BY SIZE
              " CANDIDATE CARDS, " DELIMITED BY SIZE
              WS-REJECTED-COUNT DELIMITED BY SIZE
              " REJECTED" DELIMITED BY SIZE
              INTO OC-REPORT-LINE
           END-STRING
           WRITE OC-REPORT-LINE
           CLOSE OC-REPORT-FILE

           DISPLAY "SAMPLING-PLAN: " WS-PLAN-COUNT " PLANS TABLED, "
              WS-REJECTED-COUNT " CARDS REJECTED"
           EVALUATE TRUE
           WHEN NOT IN-FORCE-PLAN-VALID
                DISPLAY "SAMPLING-PLAN: PLAN IN FORCE ON PARMMST "
                   "IS NOT A VALID PLAN"
                MOVE 8 TO RETURN-CODE
           WHEN WS-REJECTED-COUNT > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    The plan in force -- see sampling-plan.cpy.
       LOAD-SAMPLING-PLAN.
           MOVE SA-DEFAULT-LOT TO SA-LOT-SIZE
           MOVE SA-DEFAULT-SAMPLE TO SA-SAMPLE-SIZE
           MOVE SA-DEFAULT-ACCEPT TO SA-ACCEPT-NUMBER
           IF NOT BD-DATE-LOADED
              PERFORM LOAD-BUSINESS-DATE
           END-IF
           MOVE "SAMPLING-PLAN" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "LOT-SIZE" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:5) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:5) TO SA-LOT-SIZE
           END-IF
           MOVE "SAMPLE-SIZE" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:3) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:3) TO SA-SAMPLE-SIZE
           END-IF
           MOVE "ACCEPT-NO" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:3) IS NUMERIC
              MOVE PP-FOUND-VALUE(1:3) TO SA-ACCEPT-NUMBER
           END-IF
           PERFORM CHECK-PLAN-VALIDITY
           .
       LOAD-SAMPLING-PLAN-EXIT.
           EXIT.

       CHECK-PLAN-VALIDITY.
           IF SA-SAMPLE-SIZE > 0
              AND SA-SAMPLE-SIZE <= SA-LOT-SIZE
              AND SA-SAMPLE-SIZE <= SA-MAX-SAMPLE
              AND SA-ACCEPT-NUMBER < SA-SAMPLE-SIZE
              SET SA-PLAN-VALID TO TRUE
           ELSE
              SET SA-PLAN-VALID TO FALSE
           END-IF
           .
       CHECK-PLAN-VALIDITY-EXIT.
           EXIT.

      *    Every PLANIN card that is numeric and a valid plan joins
      *    the table; the rest are listed and counted as rejected.
       LOAD-CANDIDATE-PLANS.
           SET CARD-EOF TO FALSE
           OPEN INPUT PLAN-CARD-FILE
           PERFORM UNTIL CARD-EOF
                   READ PLAN-CARD-FILE
                      AT END
                         SET CARD-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-CARD-COUNT
                         IF PC-LOT-SIZE IS NUMERIC
                            AND PC-SAMPLE-SIZE IS NUMERIC
                            AND PC-ACCEPT-NUMBER IS NUMERIC
                            MOVE PC-LOT-SIZE TO SA-LOT-SIZE
                            MOVE PC-SAMPLE-SIZE TO SA-SAMPLE-SIZE
                            MOVE PC-ACCEPT-NUMBER TO SA-ACCEPT-NUMBER
                            PERFORM CHECK-PLAN-VALIDITY
                         ELSE
                            SET SA-PLAN-VALID TO FALSE
                         END-IF
                         IF SA-PLAN-VALID AND WS-PLAN-COUNT < 20
                            ADD 1 TO WS-PLAN-COUNT
                            MOVE "CANDIDATE" TO PL-SOURCE(WS-PLAN-COUNT)
                            MOVE SA-LOT-SIZE
                               TO PL-LOT-SIZE(WS-PLAN-COUNT)
                            MOVE SA-SAMPLE-SIZE
                               TO PL-SAMPLE-SIZE(WS-PLAN-COUNT)
                            MOVE SA-ACCEPT-NUMBER
                               TO PL-ACCEPT-NUMBER(WS-PLAN-COUNT)
                         ELSE
                            ADD 1 TO WS-REJECTED-COUNT
                            MOVE SPACES TO OC-REPORT-LINE
                            STRING "REJECTED CARD  " DELIMITED BY SIZE
                               PLAN-CARD-RECORD DELIMITED BY SIZE
                               "  -- NOT A VALID PLAN OR OVER 20 PLANS"
                               DELIMITED BY SIZE
                               INTO OC-REPORT-LINE
                            END-STRING
                            WRITE OC-REPORT-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PLAN-CARD-FILE
           .
       LOAD-CANDIDATE-PLANS-EXIT.
           EXIT.

       WRITE-INVALID-IN-FORCE.
           MOVE SA-LOT-SIZE TO WS-LOT-OUT
           MOVE SA-SAMPLE-SIZE TO WS-SAMPLE-OUT
           MOVE SA-ACCEPT-NUMBER TO WS-ACCEPT-OUT
           MOVE SPACES TO OC-REPORT-LINE
           WRITE OC-REPORT-LINE
           MOVE SPACES TO OC-REPORT-LINE
           STRING "PLAN IN FORCE NOT VALID  LOT " DELIMITED BY SIZE
              WS-LOT-OUT DELIMITED BY SIZE
              "  SAMPLE " DELIMITED BY SIZE
              WS-SAMPLE-OUT DELIMITED BY SIZE
              "  ACCEPT " DELIMITED BY SIZE
              WS-ACCEPT-OUT DELIMITED BY SIZE
              INTO OC-REPORT-LINE
           END-STRING
           WRITE OC-REPORT-LINE
           .
       WRITE-INVALID-IN-FORCE-EXIT.
           EXIT.

      *    One table request big enough for the largest sample:
      *    row n + 1 holds C(n,0) through C(n,n).
       STAGE-TABLE-REQUEST.
           MOVE 0 TO WS-TABLE-ROWS
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-PLAN-COUNT
                   IF PL-SAMPLE-SIZE(X) + 1 > WS-TABLE-ROWS
                      COMPUTE WS-TABLE-ROWS = PL-SAMPLE-SIZE(X) + 1
                   END-IF
           END-PERFORM
           COMPUTE WS-EXPECTED-COEFS =
              WS-TABLE-ROWS * (WS-TABLE-ROWS + 1) / 2
           OPEN OUTPUT TABLE-REQUEST-FILE
           MOVE WS-TABLE-ROWS TO PI-ROW-COUNT
           WRITE TABLE-REQUEST-RECORD
           CLOSE TABLE-REQUEST-FILE
           .
       STAGE-TABLE-REQUEST-EXIT.
           EXIT.

       LOAD-COEFFICIENTS.
           MOVE 0 TO WS-LOADED-COEFS
           INITIALIZE WS-COEF-TABLE
           SET TABLE-EOF TO FALSE
           OPEN INPUT TABLE-OUTPUT-FILE
           PERFORM UNTIL TABLE-EOF
                   READ TABLE-OUTPUT-FILE
                      AT END
                         SET TABLE-EOF TO TRUE
                      NOT AT END
                         IF PO-ROW IS NUMERIC AND PO-COL IS NUMERIC
                            AND PO-VALUE IS NUMERIC
                            AND PO-ROW > 0 AND PO-ROW <= 64
                            AND PO-COL > 0 AND PO-COL <= PO-ROW
                            MOVE PO-VALUE TO WS-COEF(PO-ROW, PO-COL)
                            ADD 1 TO WS-LOADED-COEFS
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TABLE-OUTPUT-FILE
           .
       LOAD-COEFFICIENTS-EXIT.
           EXIT.

      *    One plan: its heading, the OC table line by line, then
      *    the AOQL and the approximate AQL and LTPD.
       REPORT-ONE-PLAN.
           MOVE PL-LOT-SIZE(X) TO WS-LOT-OUT
           MOVE PL-SAMPLE-SIZE(X) TO WS-SAMPLE-OUT
           MOVE PL-ACCEPT-NUMBER(X) TO WS-ACCEPT-OUT
           COMPUTE WS-UNINSPECTED = PL-LOT-SIZE(X) - PL-SAMPLE-SIZE(X)
           MOVE 0 TO WS-AOQL
           MOVE 0 TO WS-AOQL-PCT
           MOVE 0 TO WS-AQL-PCT
           MOVE 0 TO WS-LTPD-PCT
           SET AQL-FOUND TO FALSE
           SET LTPD-FOUND TO FALSE

           MOVE SPACES TO OC-REPORT-LINE
           WRITE OC-REPORT-LINE
           MOVE SPACES TO OC-REPORT-LINE
           STRING "PLAN " DELIMITED BY SIZE
              PL-SOURCE(X) DELIMITED BY SIZE
              "  LOT SIZE " DELIMITED BY SIZE
              WS-LOT-OUT DELIMITED BY SIZE
              "  SAMPLE " DELIMITED BY SIZE
              WS-SAMPLE-OUT DELIMITED BY SIZE
              "  ACCEPT IF DEFECTIVES <= " DELIMITED BY SIZE
              WS-ACCEPT-OUT DELIMITED BY SIZE
              INTO OC-REPORT-LINE
           END-STRING
           WRITE OC-REPORT-LINE
           MOVE "     PCT DEFECTIVE   P(ACCEPT)    AOQ PCT      ATI"
              TO OC-REPORT-LINE
           WRITE OC-REPORT-LINE

           PERFORM VARYING WS-PCT FROM 0 BY 0.5 UNTIL WS-PCT > 20
                   PERFORM COMPUTE-ACCEPT-PROBABILITY
                   PERFORM WRITE-OC-LINE
           END-PERFORM

           MOVE SPACES TO OC-REPORT-LINE
           COMPUTE WS-AOQ-FIXED ROUNDED = WS-AOQL
           MOVE WS-AOQ-FIXED TO WS-AOQ-OUT
           MOVE WS-AOQL-PCT TO WS-PCT-OUT
           STRING "     AOQL " DELIMITED BY SIZE
              WS-AOQ-OUT DELIMITED BY SIZE
              " PCT AT " DELIMITED BY SIZE
              WS-PCT-OUT DELIMITED BY SIZE
              " PCT DEFECTIVE" DELIMITED BY SIZE
              INTO OC-REPORT-LINE
           END-STRING
           WRITE OC-REPORT-LINE
           MOVE SPACES TO OC-REPORT-LINE
           IF AQL-FOUND
              MOVE WS-AQL-PCT TO WS-PCT-OUT
              STRING "     AQL (95 PCT ACCEPTED) ABOUT "
                 DELIMITED BY SIZE
                 WS-PCT-OUT DELIMITED BY SIZE
                 " PCT" DELIMITED BY SIZE
                 INTO OC-REPORT-LINE
              END-STRING
           ELSE
              MOVE "     AQL (95 PCT ACCEPTED) BELOW 0.5 PCT"
                 TO OC-REPORT-LINE
           END-IF
           WRITE OC-REPORT-LINE
           MOVE SPACES TO OC-REPORT-LINE
           IF LTPD-FOUND
              MOVE WS-LTPD-PCT TO WS-PCT-OUT
              STRING "     LTPD (10 PCT ACCEPTED) ABOUT "
                 DELIMITED BY SIZE
                 WS-PCT-OUT DELIMITED BY SIZE
                 " PCT" DELIMITED BY SIZE
                 INTO OC-REPORT-LINE
              END-STRING
           ELSE
              MOVE "     LTPD (10 PCT ACCEPTED) BEYOND 20.0 PCT"
                 TO OC-REPORT-LINE
           END-IF
           WRITE OC-REPORT-LINE
           .
       REPORT-ONE-PLAN-EXIT.
           EXIT.

      *    Binomial acceptance probability at WS-PCT percent
      *    defective for plan X, with its AOQ and ATI.
       COMPUTE-ACCEPT-PROBABILITY.
           COMPUTE WS-P = WS-PCT / 100
           COMPUTE WS-Q = 1 - WS-P
           MOVE 0 TO WS-PA
           PERFORM VARYING D FROM 0 BY 1
              UNTIL D > PL-ACCEPT-NUMBER(X)
                   MOVE WS-COEF(PL-SAMPLE-SIZE(X) + 1, D + 1)
                      TO WS-TERM
                   PERFORM D TIMES
                           COMPUTE WS-TERM = WS-TERM * WS-P
                   END-PERFORM
                   COMPUTE WS-REMAINING = PL-SAMPLE-SIZE(X) - D
                   PERFORM WS-REMAINING TIMES
                           COMPUTE WS-TERM = WS-TERM * WS-Q
                   END-PERFORM
                   ADD WS-TERM TO WS-PA
           END-PERFORM
           IF WS-PA > 1
              MOVE 1 TO WS-PA
           END-IF
           COMPUTE WS-REJECT-PROB = 1 - WS-PA
           COMPUTE WS-AOQ =
              WS-PCT * WS-PA * WS-UNINSPECTED / PL-LOT-SIZE(X)
           COMPUTE WS-ATI =
              PL-SAMPLE-SIZE(X) + WS-REJECT-PROB * WS-UNINSPECTED
           IF WS-AOQ > WS-AOQL
              MOVE WS-AOQ TO WS-AOQL
              MOVE WS-PCT TO WS-AOQL-PCT
           END-IF
           IF WS-PCT > 0 AND WS-PA >= 0.95
              MOVE WS-PCT TO WS-AQL-PCT
              SET AQL-FOUND TO TRUE
           END-IF
           IF WS-PA <= 0.10 AND NOT LTPD-FOUND
              MOVE WS-PCT TO WS-LTPD-PCT
              SET LTPD-FOUND TO TRUE
           END-IF
           .
       COMPUTE-ACCEPT-PROBABILITY-EXIT.
           EXIT.

       WRITE-OC-LINE.
           COMPUTE WS-PA-FIXED ROUNDED = WS-PA
           COMPUTE WS-AOQ-FIXED ROUNDED = WS-AOQ
           COMPUTE WS-ATI-FIXED ROUNDED = WS-ATI
           MOVE WS-PCT TO WS-PCT-OUT
           MOVE WS-PA-FIXED TO WS-PA-OUT
           MOVE WS-AOQ-FIXED TO WS-AOQ-OUT
           MOVE WS-ATI-FIXED TO WS-ATI-OUT
           MOVE SPACES TO OC-REPORT-LINE
           STRING "         " DELIMITED BY SIZE
              WS-PCT-OUT DELIMITED BY SIZE
              "        " DELIMITED BY SIZE
              WS-PA-OUT DELIMITED BY SIZE
              "     " DELIMITED BY SIZE
              WS-AOQ-OUT DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-ATI-OUT DELIMITED BY SIZE
              INTO OC-REPORT-LINE
           END-STRING
           WRITE OC-REPORT-LINE
           .
       WRITE-OC-LINE-EXIT.
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
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           SET BD-DATE-LOADED TO TRUE
           .
       LOAD-BUSINESS-DATE-EXIT.
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
           DISPLAY "SAMPLING-PLAN: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

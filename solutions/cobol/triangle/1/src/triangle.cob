      *    Shared batch-metrics file -- see metrics.cpy.
           SELECT OPTIONAL METRICS-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Lot mode: incoming parts grouped by lot number, judged on
      *    a sample per the plan in sampling-plan.cpy, one verdict
      *    per lot on a date-stamped generation of TRILOTRP.
           SELECT TRIANGLE-LOT-FILE ASSIGN TO "TRILOT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIANGLE-LOT-REPORT ASSIGN TO WS-LOT-REPORT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  METRICS-RECORD         PIC X(69).
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD  PIC X(38).
       FD  TRIANGLE-LOT-FILE.
       01  TRIANGLE-LOT-RECORD.
           02 TL-LOT-NO         PIC X(10).
           02 FILLER            PIC X.
           02 TL-PART-NO        PIC X(8).
           02 FILLER            PIC X.
           02 TL-SIDES          PIC X(20).
       FD  TRIANGLE-LOT-REPORT.
       01  TRIANGLE-LOT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
      *Incoming
          05 WS-FAIL-INCOMPLETE    PIC 9(6).
          05 WS-FAIL-INEQUALITY    PIC 9(6).

      *    Lot mode: the current lot's parts in arrival order, the
      *    sample positions drawn from it, and the running verdicts.
       01 WS-LOT-REPORT-GEN-NAME PIC X(20) VALUE "TRILOTRP".
       01 WS-LOT-EOF-FLAG     PIC 9     VALUE 0.
          88 LOT-EOF                    VALUE 1 FALSE 0.
       01 WS-CURRENT-LOT-NO   PIC X(10).
       01 WS-LOT-PART-COUNT   PIC 9(5)  VALUE 0.
       01 WS-LOT-TABLE.
          05 WS-LOT-PART OCCURS 2000.
             10 LP-PART-NO       PIC X(8).
             10 LP-SIDES         PIC X(20).
       01 WS-LOT-TABLE-MAX    PIC 9(5)  VALUE 2000.
       01 WS-LOT-SAMPLE-SIZE  PIC 9(5).
       01 WS-SAMPLE-IDX       PIC 9(5).
       01 WS-SAMPLE-POS       PIC 9(5).
       01 WS-LOT-DEFECTIVES   PIC 9(5).
       01 WS-LOT-UNKNOWN      PIC 9(5).
       01 WS-DEFECT-REASON    PIC X(20).
       01 WS-DEFECT-COUNT     PIC 9(3).
       01 WS-DEFECT-TABLE.
          05 WS-DEFECT-ENTRY OCCURS 63.
             10 DF-POSITION      PIC 9(5).
             10 DF-REASON        PIC X(20).
       01 WS-DEFECT-IDX       PIC 9(3).
       01 WS-LOT-VERDICT      PIC X(11).
       01 WS-LOT-SIZE-NOTE    PIC X(19).
       01 WS-LOT-UNKNOWN-NOTE PIC X(26).
       01 WS-LOTS-JUDGED      PIC 9(5)  VALUE 0.
       01 WS-LOTS-ACCEPTED    PIC 9(5)  VALUE 0.
       01 WS-LOTS-REJECTED    PIC 9(5)  VALUE 0.
       01 WS-LOTS-NOT-JUDGED  PIC 9(5)  VALUE 0.
       01 WS-PARTS-RECEIVED   PIC 9(7)  VALUE 0.
       01 WS-PARTS-INSPECTED  PIC 9(7)  VALUE 0.
       01 WS-LOT-COUNT-OUT    PIC ZZZZ9.
       01 WS-LOT-SAMPLE-OUT   PIC ZZZZ9.
       01 WS-LOT-DEFECT-OUT   PIC ZZZZ9.
       01 WS-PLAN-LOT-OUT     PIC ZZZZ9.
       01 WS-PLAN-SAMPLE-OUT  PIC ZZ9.
       01 WS-PLAN-ACCEPT-OUT  PIC ZZ9.

      *    Shared lot acceptance sampling plan.
       COPY "sampling-plan.cpy".
      *    Shared reject-rate circuit-breaker layout.
       COPY "circuit-breaker.cpy".
      *    Shared central parameter master layout.
       TRIANGLE-BATCH-EXIT.
           EXIT.

      *    Lot mode for receiving: TRILOT carries lot number, part
      *    number and "s1,s2,s3" per part, each lot's parts together.
      *    Rather than every part, only the plan's sample from each
      *    lot goes through the same geometric and tolerance checks
      *    as TRIANGLE-BATCH -- positions spread evenly across the
      *    lot, the whole lot when it is no bigger than the sample --
      *    and the lot is accepted when the defective count is no
      *    more than the acceptance number. Defective sampled parts
      *    and rejected lots go to AUDITLOG. A rejected lot, or one
      *    too big to hold, sets return code 4; no valid plan in
      *    force sets 8 and judges nothing. Reachable as its own
      *    entry point.
       ENTRY "TRIANGLE-LOT-BATCH".
       TRIANGLE-LOT-BATCH.
           MOVE 0 TO WS-LOTS-JUDGED
           MOVE 0 TO WS-LOTS-ACCEPTED
           MOVE 0 TO WS-LOTS-REJECTED
           MOVE 0 TO WS-LOTS-NOT-JUDGED
           MOVE 0 TO WS-PARTS-RECEIVED
           MOVE 0 TO WS-PARTS-INSPECTED
           MOVE 0 TO WS-LOT-PART-COUNT
           MOVE SPACES TO WS-CURRENT-LOT-NO
           SET LOT-EOF TO FALSE
           PERFORM LOAD-SAMPLING-PLAN
           IF NOT SA-PLAN-VALID
              DISPLAY "TRIANGLE LOT AUDIT: SAMPLING PLAN ON PARMMST "
                 "IS NOT VALID -- NO LOTS JUDGED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-PART-MASTER
           OPEN INPUT TRIANGLE-LOT-FILE
           PERFORM SET-LOT-REPORT-GENERATION
           OPEN OUTPUT TRIANGLE-LOT-REPORT
           MOVE SA-LOT-SIZE TO WS-PLAN-LOT-OUT
           MOVE SA-SAMPLE-SIZE TO WS-PLAN-SAMPLE-OUT
           MOVE SA-ACCEPT-NUMBER TO WS-PLAN-ACCEPT-OUT
           MOVE SPACES TO TRIANGLE-LOT-LINE
           STRING "TRIANGLE LOT AUDIT " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              " -- PLAN LOT " DELIMITED BY SIZE
              WS-PLAN-LOT-OUT DELIMITED BY SIZE
              " SAMPLE " DELIMITED BY SIZE
              WS-PLAN-SAMPLE-OUT DELIMITED BY SIZE
              " ACCEPT " DELIMITED BY SIZE
              WS-PLAN-ACCEPT-OUT DELIMITED BY SIZE
              INTO TRIANGLE-LOT-LINE
           END-STRING
           WRITE TRIANGLE-LOT-LINE
           PERFORM UNTIL LOT-EOF
                   READ TRIANGLE-LOT-FILE
                      AT END
                         SET LOT-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-PARTS-RECEIVED
                         IF TL-LOT-NO NOT = WS-CURRENT-LOT-NO
                            AND WS-LOT-PART-COUNT > 0
                            PERFORM JUDGE-LOT
                         END-IF
                         MOVE TL-LOT-NO TO WS-CURRENT-LOT-NO
                         ADD 1 TO WS-LOT-PART-COUNT
                         IF WS-LOT-PART-COUNT <= WS-LOT-TABLE-MAX
                            MOVE TL-PART-NO
                               TO LP-PART-NO(WS-LOT-PART-COUNT)
                            MOVE TL-SIDES
                               TO LP-SIDES(WS-LOT-PART-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           IF WS-LOT-PART-COUNT > 0
              PERFORM JUDGE-LOT
           END-IF
           MOVE SPACES TO TRIANGLE-LOT-LINE
           STRING "LOTS " DELIMITED BY SIZE
              WS-LOTS-JUDGED DELIMITED BY SIZE
              " ACCEPTED " DELIMITED BY SIZE
              WS-LOTS-ACCEPTED DELIMITED BY SIZE
              " REJECTED " DELIMITED BY SIZE
              WS-LOTS-REJECTED DELIMITED BY SIZE
              " NOT JUDGED " DELIMITED BY SIZE
              WS-LOTS-NOT-JUDGED DELIMITED BY SIZE
              INTO TRIANGLE-LOT-LINE
           END-STRING
           WRITE TRIANGLE-LOT-LINE
           MOVE SPACES TO TRIANGLE-LOT-LINE
           STRING "PARTS RECEIVED " DELIMITED BY SIZE
              WS-PARTS-RECEIVED DELIMITED BY SIZE
              " INSPECTED " DELIMITED BY SIZE
              WS-PARTS-INSPECTED DELIMITED BY SIZE
              INTO TRIANGLE-LOT-LINE
           END-STRING
           WRITE TRIANGLE-LOT-LINE
           CLOSE TRIANGLE-LOT-FILE
           CLOSE TRIANGLE-LOT-REPORT
           IF PART-MASTER-AVAILABLE
              CLOSE PART-MASTER-FILE
           END-IF

           DISPLAY "TRIANGLE LOT AUDIT: " WS-LOTS-JUDGED " LOTS, "
              WS-LOTS-ACCEPTED " ACCEPTED, " WS-LOTS-REJECTED
              " REJECTED, " WS-PARTS-INSPECTED " OF "
              WS-PARTS-RECEIVED " PARTS INSPECTED"
           IF WS-LOTS-REJECTED > 0 OR WS-LOTS-NOT-JUDGED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       TRIANGLE-LOT-BATCH-EXIT.
           EXIT.

      *    One lot: draw the sample, check each sampled part, write
      *    the verdict line, and clear the table for the next lot.
      *    Sample position i of n in a lot of m parts is part
      *    (i - 1) * m / n + 1, so the sample covers the whole lot
      *    rather than its first n parts. The defective sampled
      *    parts are listed under the lot's verdict line.
       JUDGE-LOT.
           ADD 1 TO WS-LOTS-JUDGED
           MOVE 0 TO WS-LOT-DEFECTIVES
           MOVE 0 TO WS-DEFECT-COUNT
           MOVE 0 TO WS-LOT-UNKNOWN
           MOVE 0 TO WS-LOT-SAMPLE-SIZE
           IF WS-LOT-PART-COUNT > WS-LOT-TABLE-MAX
              ADD 1 TO WS-LOTS-NOT-JUDGED
              MOVE "NOT JUDGED" TO WS-LOT-VERDICT
              MOVE "OVER 2000 PARTS" TO WS-LOT-SIZE-NOTE
              MOVE SPACES TO WS-LOT-UNKNOWN-NOTE
           ELSE
              IF WS-LOT-PART-COUNT > SA-SAMPLE-SIZE
                 MOVE SA-SAMPLE-SIZE TO WS-LOT-SAMPLE-SIZE
              ELSE
                 MOVE WS-LOT-PART-COUNT TO WS-LOT-SAMPLE-SIZE
              END-IF
              PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
                 UNTIL WS-SAMPLE-IDX > WS-LOT-SAMPLE-SIZE
                      COMPUTE WS-SAMPLE-POS =
                         (WS-SAMPLE-IDX - 1) * WS-LOT-PART-COUNT
                            / WS-LOT-SAMPLE-SIZE + 1
                      PERFORM INSPECT-SAMPLED-PART
              END-PERFORM
              ADD WS-LOT-SAMPLE-SIZE TO WS-PARTS-INSPECTED
              IF WS-LOT-DEFECTIVES > SA-ACCEPT-NUMBER
                 ADD 1 TO WS-LOTS-REJECTED
                 MOVE "REJECT" TO WS-LOT-VERDICT
                 PERFORM WRITE-LOT-AUDIT-ENTRY
              ELSE
                 ADD 1 TO WS-LOTS-ACCEPTED
                 MOVE "ACCEPT" TO WS-LOT-VERDICT
              END-IF
              MOVE SPACES TO WS-LOT-SIZE-NOTE
              IF WS-LOT-PART-COUNT NOT = SA-LOT-SIZE
                 MOVE " LOT SIZE OFF PLAN" TO WS-LOT-SIZE-NOTE
              END-IF
              MOVE SPACES TO WS-LOT-UNKNOWN-NOTE
              IF WS-LOT-UNKNOWN > 0
                 MOVE WS-LOT-UNKNOWN TO WS-LOT-DEFECT-OUT
                 STRING " " DELIMITED BY SIZE
                    WS-LOT-DEFECT-OUT DELIMITED BY SIZE
                    " NOT ON PARTMST" DELIMITED BY SIZE
                    INTO WS-LOT-UNKNOWN-NOTE
                 END-STRING
              END-IF
           END-IF
           MOVE WS-LOT-PART-COUNT TO WS-LOT-COUNT-OUT
           MOVE WS-LOT-SAMPLE-SIZE TO WS-LOT-SAMPLE-OUT
           MOVE WS-LOT-DEFECTIVES TO WS-LOT-DEFECT-OUT
           MOVE SPACES TO TRIANGLE-LOT-LINE
           STRING "LOT " DELIMITED BY SIZE
              WS-CURRENT-LOT-NO DELIMITED BY SIZE
              " PARTS " DELIMITED BY SIZE
              WS-LOT-COUNT-OUT DELIMITED BY SIZE
              " SAMPLED " DELIMITED BY SIZE
              WS-LOT-SAMPLE-OUT DELIMITED BY SIZE
              " DEFECTIVE " DELIMITED BY SIZE
              WS-LOT-DEFECT-OUT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-LOT-VERDICT DELIMITED BY SIZE
              WS-LOT-SIZE-NOTE DELIMITED BY SIZE
              WS-LOT-UNKNOWN-NOTE DELIMITED BY SIZE
              INTO TRIANGLE-LOT-LINE
           END-STRING
           WRITE TRIANGLE-LOT-LINE
           PERFORM VARYING WS-DEFECT-IDX FROM 1 BY 1
              UNTIL WS-DEFECT-IDX > WS-DEFECT-COUNT
                   MOVE DF-POSITION(WS-DEFECT-IDX) TO WS-SAMPLE-POS
                   MOVE WS-SAMPLE-POS TO WS-LOT-COUNT-OUT
                   MOVE SPACES TO TRIANGLE-LOT-LINE
                   STRING "    PART " DELIMITED BY SIZE
                      WS-LOT-COUNT-OUT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      LP-PART-NO(WS-SAMPLE-POS) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LP-SIDES(WS-SAMPLE-POS) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DF-REASON(WS-DEFECT-IDX) DELIMITED BY SIZE
                      INTO TRIANGLE-LOT-LINE
                   END-STRING
                   WRITE TRIANGLE-LOT-LINE
           END-PERFORM
           MOVE 0 TO WS-LOT-PART-COUNT
           .
       JUDGE-LOT-EXIT.
           EXIT.

      *    The part at WS-SAMPLE-POS through TRIANGLE-BATCH's own
      *    checks; a part not on PARTMST is judged on its geometry
      *    alone, as the full audit does.
       INSPECT-SAMPLED-PART.
           MOVE SPACES TO TRIANGLE-AUDIT-RECORD
           MOVE LP-PART-NO(WS-SAMPLE-POS) TO TA-PART-NO
           MOVE LP-SIDES(WS-SAMPLE-POS) TO TA-SIDES
           MOVE TA-SIDES TO WS-SIDES
           PERFORM PARSE-SIDES
           PERFORM SORT-SIDES
           PERFORM CHECK-DEGENERATE
           MOVE SPACES TO WS-DEFECT-REASON
           IF IS-DEGENERATE
              MOVE "INVALID" TO WS-DEFECT-REASON
           ELSE
              PERFORM CHECK-PART-TOLERANCE
              IF PART-OUT-TOLERANCE
                 MOVE "OUT-OF-TOLERANCE" TO WS-DEFECT-REASON
              END-IF
              IF PART-NOT-ON-MASTER
                 ADD 1 TO WS-LOT-UNKNOWN
              END-IF
           END-IF
           IF WS-DEFECT-REASON NOT = SPACES
              ADD 1 TO WS-LOT-DEFECTIVES
              PERFORM WRITE-AUDIT-ENTRY
              ADD 1 TO WS-DEFECT-COUNT
              MOVE WS-SAMPLE-POS TO DF-POSITION(WS-DEFECT-COUNT)
              MOVE WS-DEFECT-REASON TO DF-REASON(WS-DEFECT-COUNT)
           END-IF
           .
       INSPECT-SAMPLED-PART-EXIT.
           EXIT.

      *    A rejected lot goes on the cross-program audit trail in
      *    its own right, so the lot can be traced back to the
      *    verdict that held it at receiving.
       WRITE-LOT-AUDIT-ENTRY.
           MOVE "TRIANGLE" TO AL-PROGRAM-ID
           IF NOT BD-DATE-LOADED
              PERFORM LOAD-BUSINESS-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE BD-BUSINESS-DATE TO AL-TIMESTAMP(1:8)
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING "LOT " DELIMITED BY SIZE
              WS-CURRENT-LOT-NO DELIMITED BY SIZE
              " REJECTED, " DELIMITED BY SIZE
              WS-LOT-DEFECTIVES DELIMITED BY SIZE
              " DEFECTIVE IN SAMPLE OF " DELIMITED BY SIZE
              WS-LOT-SAMPLE-SIZE DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       WRITE-LOT-AUDIT-ENTRY-EXIT.
           EXIT.

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
           IF SA-SAMPLE-SIZE > 0
              AND SA-SAMPLE-SIZE <= SA-LOT-SIZE
              AND SA-SAMPLE-SIZE <= SA-MAX-SAMPLE
              AND SA-ACCEPT-NUMBER < SA-SAMPLE-SIZE
              SET SA-PLAN-VALID TO TRUE
           ELSE
              SET SA-PLAN-VALID TO FALSE
           END-IF
           .
       LOAD-SAMPLING-PLAN-EXIT.
           EXIT.

      *    Lot verdicts get the same generation and catalog
      *    treatment as TRIAURPT -- see generation-catalog.cpy.
       SET-LOT-REPORT-GENERATION.
           IF NOT BD-DATE-LOADED
              PERFORM LOAD-BUSINESS-DATE
           END-IF
           MOVE SPACES TO GC-CATALOG-RECORD
           MOVE BD-BUSINESS-DATE TO GC-RUN-DATE
           MOVE SPACES TO WS-LOT-REPORT-GEN-NAME
           STRING "TRILOTRP." DELIMITED BY SIZE
              GC-RUN-DATE DELIMITED BY SIZE
              INTO WS-LOT-REPORT-GEN-NAME
           END-STRING
           MOVE "TRILOTRP" TO GC-REPORT-NAME
           MOVE WS-LOT-REPORT-GEN-NAME TO GC-GENERATION-FILE
           MOVE GC-CATALOG-RECORD TO REPORT-CATALOG-RECORD
           OPEN EXTEND REPORT-CATALOG-FILE
           WRITE REPORT-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE
           .
       SET-LOT-REPORT-GENERATION-EXIT.
           EXIT.

      *    A missing or unopenable parts master downgrades the run
      *    to the geometric audit alone instead of failing it.
       OPEN-PART-MASTER.
      *    central-parm.cpy. No entry leaves PP-PARM-FOUND false and
      *    the caller on its old single-purpose file.
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
           DISPLAY "TRIANGLE: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

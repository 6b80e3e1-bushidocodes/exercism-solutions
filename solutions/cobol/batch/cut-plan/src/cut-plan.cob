      *    for both weight and value. CUTSHEET gets one per-bar
      *    cutting sheet and a waste summary; cuts no bar could take
      *    are listed so purchasing knows what stock to order.
      *
      *    Offcuts are no longer all thrown away. An offcut at least
      *    the PARMMST minimum (program CUT-PLAN, parameter
      *    MINREMNANT, default 300 mm) goes on the REMNANT inventory
      *    under a bar id of its own -- R and a serial carried on the
      *    REMNSEQ sidecar -- and anything shorter is scrap. The next
      *    run loads the remnants ahead of the STOCKBAR bars, so a
      *    remnant is tried before a new bar is opened; remnants no
      *    cut fits are carried forward. A bar that takes no cut is
      *    not opened and costs nothing. More than 300 remnants on
      *    REMNANT (100 tried, 200 carried) stops the run (RC 8) with
      *    nothing planned, as the file is rewritten from the table.
      *
      *    Each run adds its yield to the CUTYIELD ledger: new bar
      *    length opened (purchased), remnant length opened, length
      *    cut into parts, length returned to remnants and length
      *    scrapped. CUT-PLAN-YIELD is the monthly SCRAPRPT of the
      *    ledger for the business date's month, so purchasing can
      *    see the real yield. The plan runs once per business date:
      *    with a CUTYIELD line already there for the date, the
      *    remnants it took are gone and its yield is counted, so the
      *    run stops (RC 8) with nothing planned.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUT-SHEET-FILE ASSIGN TO "CUTSHEET"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Usable offcuts carried forward from earlier runs.
           SELECT OPTIONAL REMNANT-FILE ASSIGN TO "REMNANT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Last remnant serial issued.
           SELECT OPTIONAL REMNANT-SEQ-FILE ASSIGN TO "REMNSEQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    One yield line per run, for the monthly scrap report.
           SELECT OPTIONAL CUT-YIELD-FILE ASSIGN TO "CUTYIELD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCRAP-REPORT-FILE ASSIGN TO "SCRAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 SB-LENGTH         PIC 9(4).
       FD  CUT-SHEET-FILE.
       01  CUT-SHEET-LINE       PIC X(80).
       FD  REMNANT-FILE.
       01  REMNANT-RECORD.
           02 RM-BAR-ID         PIC X(8).
           02 FILLER            PIC X.
           02 RM-LENGTH         PIC 9(4).
           02 FILLER            PIC X.
           02 RM-FROM-BAR       PIC X(8).
           02 FILLER            PIC X.
           02 RM-CUT-DATE       PIC X(8).
       FD  REMNANT-SEQ-FILE.
       01  REMNANT-SEQ-RECORD   PIC X(7).
       FD  CUT-YIELD-FILE.
       01  CUT-YIELD-RECORD.
           02 CY-DATE           PIC X(8).
           02 FILLER            PIC X.
           02 CY-PURCHASED      PIC 9(7).
           02 FILLER            PIC X.
           02 CY-REMNANT-IN     PIC 9(7).
           02 FILLER            PIC X.
           02 CY-CUT            PIC 9(7).
           02 FILLER            PIC X.
           02 CY-RETURNED       PIC 9(7).
           02 FILLER            PIC X.
           02 CY-SCRAPPED       PIC 9(7).
       FD  SCRAP-REPORT-FILE.
       01  SCRAP-REPORT-LINE    PIC X(80).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD  PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-EOF-FLAG   PIC 9     VALUE 0.
          88 ORDER-EOF                  VALUE 1 FALSE 0.
       01 WS-BAR-EOF-FLAG     PIC 9     VALUE 0.
          88 BAR-EOF                    VALUE 1 FALSE 0.
       01 WS-YIELD-EOF-FLAG   PIC 9     VALUE 0.
          88 YIELD-EOF                  VALUE 1 FALSE 0.
       01 WS-REMNANT-OVERFLOW-FLAG PIC 9 VALUE 0.
          88 REMNANT-OVERFLOW           VALUE 1 FALSE 0.
       01 WS-ALREADY-CUT-FLAG PIC 9     VALUE 0.
          88 ALREADY-CUT                VALUE 1 FALSE 0.

      *    Every required cut: one per side per ordered part.
       01 WS-CUT-COUNT        PIC 9(3)  VALUE 0.
             10 WS-CU-BAR      PIC X(8).
             10 WS-CU-DONE     PIC X.

      *    Remnants first, then the STOCKBAR bars, in the order
      *    they are tried.
       01 WS-BAR-COUNT        PIC 9(3)  VALUE 0.
       01 WS-BAR-TABLE.
          05 WS-BAR-ENTRY OCCURS 120.
             10 WS-BR-ID       PIC X(8).
             10 WS-BR-LENGTH   PIC 9(4).
             10 WS-BR-USED     PIC 9(4).
             10 WS-BR-SOURCE   PIC X.
                88 WS-BR-REMNANT          VALUE "R".
                88 WS-BR-NEW-BAR          VALUE "N".
             10 WS-BR-OPENED   PIC X.
             10 WS-BR-FROM-BAR PIC X(8).
             10 WS-BR-CUT-DATE PIC X(8).

      *    Remnants beyond the table are carried forward untouched.
       01 WS-CARRY-COUNT      PIC 9(3)  VALUE 0.
       01 WS-CARRY-TABLE.
          05 WS-CARRY-LINE    PIC X(31) OCCURS 200.

      *    Offcuts kept from this run, written to REMNANT at the end.
       01 WS-KEPT-COUNT       PIC 9(3)  VALUE 0.
       01 WS-KEPT-TABLE.
          05 WS-KEPT-ENTRY OCCURS 120.
             10 WS-KP-ID       PIC X(8).
             10 WS-KP-LENGTH   PIC 9(4).
             10 WS-KP-FROM-BAR PIC X(8).
       01 WS-REMNANT-SEQ      PIC 9(7)  VALUE 0.
       01 WS-NEW-REMNANT-ID.
          05 FILLER           PIC X     VALUE "R".
          05 WS-NEW-REMNANT-NO PIC 9(7).
       01 WS-MIN-REMNANT      PIC 9(4)  VALUE 300.

      *    Knapsack over one bar: best usable length for every
      *    capacity, with a keep table to walk the chosen cuts back

       77 I                   PIC 9(3).
       77 W                   PIC 9(5).
       77 B                   PIC 9(3).
       77 WS-W-INDEX          PIC 9(5).
       77 WS-SUB-INDEX        PIC 9(5).
       01 WS-NEW-VAL          PIC 9(5).
       01 WS-TOTAL-WASTE      PIC 9(6)  VALUE 0.
       01 WS-TOTAL-STOCK      PIC 9(6)  VALUE 0.
       01 WS-UNCUT-COUNT      PIC 9(3)  VALUE 0.
       01 WS-TOTAL-REMNANT-IN PIC 9(6)  VALUE 0.
       01 WS-TOTAL-CUT        PIC 9(6)  VALUE 0.
       01 WS-TOTAL-RETURNED   PIC 9(6)  VALUE 0.

      *    Monthly yield report.
       01 WS-REPORT-MONTH     PIC X(6).
       01 WS-RUN-COUNT        PIC 9(4)  VALUE 0.
       01 WS-MONTH-TOTALS.
          05 WS-MT-PURCHASED  PIC 9(9)  VALUE 0.
          05 WS-MT-REMNANT-IN PIC 9(9)  VALUE 0.
          05 WS-MT-CUT        PIC 9(9)  VALUE 0.
          05 WS-MT-RETURNED   PIC 9(9)  VALUE 0.
          05 WS-MT-SCRAPPED   PIC 9(9)  VALUE 0.
       01 WS-MONTH-OPENED     PIC 9(9).
       01 WS-YIELD-PCT        PIC 9(3)V9.
       01 WS-SCRAP-PCT        PIC 9(3)V9.
       01 WS-PCT-SHOW         PIC ZZ9.9.
       01 WS-LENGTH-SHOW      PIC Z(8)9.
       01 WS-COL-SHOW.
          05 WS-COL-PURCHASED PIC Z(8)9.
          05 FILLER           PIC XX    VALUE SPACES.
          05 WS-COL-REMNANT-IN PIC Z(8)9.
          05 FILLER           PIC XX    VALUE SPACES.
          05 WS-COL-CUT       PIC Z(8)9.
          05 FILLER           PIC XX    VALUE SPACES.
          05 WS-COL-RETURNED  PIC Z(8)9.
          05 FILLER           PIC XX    VALUE SPACES.
          05 WS-COL-SCRAPPED  PIC Z(8)9.

      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       CUT-PLAN.
           PERFORM LOAD-BUSINESS-DATE
           MOVE "CUT-PLAN" TO PP-LOOKUP-PROGRAM
           MOVE "MINREMNANT" TO PP-LOOKUP-NAME
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 9999
                 COMPUTE WS-MIN-REMNANT = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           PERFORM CHECK-ALREADY-CUT
           IF ALREADY-CUT
              DISPLAY "CUT-PLAN: CUTYIELD already has a run for "
                 BD-BUSINESS-DATE ", nothing planned"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-FAB-ORDERS
           PERFORM LOAD-REMNANTS
      *    REMNANT is rewritten from the table and the carry list, so
      *    a file larger than both would lose its tail.
           IF REMNANT-OVERFLOW
              DISPLAY "CUT-PLAN: more than 300 remnants on REMNANT,"
                 " nothing planned"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-STOCK-BARS
           IF WS-CUT-COUNT = 0 OR WS-BAR-COUNT = 0
              DISPLAY "CUT-PLAN: no orders or no stock, nothing"
           END-PERFORM
           PERFORM WRITE-WASTE-SUMMARY
           CLOSE CUT-SHEET-FILE
           PERFORM SAVE-REMNANTS
           PERFORM WRITE-YIELD-LINE
           DISPLAY "CUT-PLAN: " WS-CUT-COUNT " CUTS, "
              WS-BAR-COUNT " BARS, WASTE " WS-TOTAL-WASTE
              ", " WS-UNCUT-COUNT " UNCUT, "
              WS-KEPT-COUNT " REMNANTS KEPT"
           IF WS-UNCUT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       LOAD-STOCK-BARS.
           SET BAR-EOF TO FALSE
           OPEN INPUT STOCK-BAR-FILE
           PERFORM UNTIL BAR-EOF
                         SET BAR-EOF TO TRUE
                      NOT AT END
                         IF SB-BAR-ID NOT = SPACES
                            AND WS-BAR-COUNT < 120
                            ADD 1 TO WS-BAR-COUNT
                            MOVE SB-BAR-ID
                               TO WS-BR-ID(WS-BAR-COUNT)
                            MOVE SB-LENGTH
                               TO WS-BR-LENGTH(WS-BAR-COUNT)
                            MOVE 0 TO WS-BR-USED(WS-BAR-COUNT)
                            SET WS-BR-NEW-BAR(WS-BAR-COUNT) TO TRUE
                            MOVE "N" TO WS-BR-OPENED(WS-BAR-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
       LOAD-STOCK-BARS-EXIT.
           EXIT.

      *    Remnants go into the bar table ahead of the new bars, up
      *    to 100 of them; the rest wait on the file for a later run.
       LOAD-REMNANTS.
           MOVE 0 TO WS-BAR-COUNT
           MOVE 0 TO WS-CARRY-COUNT
           SET REMNANT-OVERFLOW TO FALSE
           SET BAR-EOF TO FALSE
           OPEN INPUT REMNANT-FILE
           PERFORM UNTIL BAR-EOF
                   READ REMNANT-FILE
                      AT END
                         SET BAR-EOF TO TRUE
                      NOT AT END
                         PERFORM STORE-ONE-REMNANT
                   END-READ
           END-PERFORM
           CLOSE REMNANT-FILE
           .
       LOAD-REMNANTS-EXIT.
           EXIT.

       STORE-ONE-REMNANT.
           IF RM-BAR-ID = SPACES OR RM-LENGTH IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF WS-BAR-COUNT >= 100
              IF WS-CARRY-COUNT < 200
                 ADD 1 TO WS-CARRY-COUNT
                 MOVE REMNANT-RECORD TO WS-CARRY-LINE(WS-CARRY-COUNT)
              ELSE
                 SET REMNANT-OVERFLOW TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAR-COUNT
           MOVE RM-BAR-ID TO WS-BR-ID(WS-BAR-COUNT)
           MOVE RM-LENGTH TO WS-BR-LENGTH(WS-BAR-COUNT)
           MOVE 0 TO WS-BR-USED(WS-BAR-COUNT)
           SET WS-BR-REMNANT(WS-BAR-COUNT) TO TRUE
           MOVE "N" TO WS-BR-OPENED(WS-BAR-COUNT)
           MOVE RM-FROM-BAR TO WS-BR-FROM-BAR(WS-BAR-COUNT)
           MOVE RM-CUT-DATE TO WS-BR-CUT-DATE(WS-BAR-COUNT)
           .
       STORE-ONE-REMNANT-EXIT.
           EXIT.

      *    One bar's solve: maximize length used from the remaining
      *    cuts, then peel the chosen cuts off the keep table, mark
      *    them done, and print this bar's sheet with its offcut.
           END-PERFORM
           COMPUTE WS-W-INDEX = WS-BR-LENGTH(B) + 1
           MOVE DP-CELL(WS-W-INDEX) TO WS-BR-USED(B)
           IF WS-BR-USED(B) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-BR-OPENED(B)
           MOVE SPACES TO CUT-SHEET-LINE
           STRING "BAR " DELIMITED BY SIZE
              WS-BR-ID(B) DELIMITED BY SIZE
              " LENGTH " DELIMITED BY SIZE
              WS-BR-USED(B) DELIMITED BY SIZE
              INTO CUT-SHEET-LINE
           END-STRING
           IF WS-BR-REMNANT(B)
              MOVE "REMNANT" TO CUT-SHEET-LINE(37:7)
           END-IF
           WRITE CUT-SHEET-LINE
           MOVE WS-BR-LENGTH(B) TO BT-LENGTH
           PERFORM VARYING BT-CUT FROM WS-SOLVE-COUNT BY -1
                      MOVE WS-MAP-CUT-IDX(BT-CUT) TO I
                      MOVE "Y" TO WS-CU-DONE(I)
                      MOVE WS-BR-ID(B) TO WS-CU-BAR(I)
                      MOVE SPACES TO CUT-SHEET-LINE
                      STRING "   CUT " DELIMITED BY SIZE
                         WS-CU-LENGTH(I) DELIMITED BY SIZE
                         " FOR " DELIMITED BY SIZE
                   END-IF
           END-PERFORM
           COMPUTE WS-BAR-WASTE = WS-BR-LENGTH(B) - WS-BR-USED(B)
           ADD WS-BR-USED(B) TO WS-TOTAL-CUT
           IF WS-BR-REMNANT(B)
              ADD WS-BR-LENGTH(B) TO WS-TOTAL-REMNANT-IN
           ELSE
              ADD WS-BR-LENGTH(B) TO WS-TOTAL-STOCK
           END-IF
           MOVE SPACES TO CUT-SHEET-LINE
           STRING "   OFFCUT " DELIMITED BY SIZE
              WS-BAR-WASTE DELIMITED BY SIZE
              INTO CUT-SHEET-LINE
           END-STRING
           EVALUATE TRUE
           WHEN WS-BAR-WASTE = 0
                CONTINUE
           WHEN WS-BAR-WASTE >= WS-MIN-REMNANT
                AND WS-KEPT-COUNT < 120
                PERFORM KEEP-OFFCUT
                STRING " TO REMNANT " DELIMITED BY SIZE
                   WS-NEW-REMNANT-ID DELIMITED BY SIZE
                   INTO CUT-SHEET-LINE(15:30)
                END-STRING
           WHEN OTHER
                ADD WS-BAR-WASTE TO WS-TOTAL-WASTE
                MOVE " SCRAP" TO CUT-SHEET-LINE(15:6)
           END-EVALUATE
           WRITE CUT-SHEET-LINE
           .
       FILL-ONE-BAR-EXIT.
           EXIT.

      *    The offcut of bar B becomes a remnant under the next
      *    serial.
       KEEP-OFFCUT.
           IF WS-REMNANT-SEQ = 0
              PERFORM LOAD-REMNANT-SEQUENCE
           END-IF
           ADD 1 TO WS-REMNANT-SEQ
           MOVE WS-REMNANT-SEQ TO WS-NEW-REMNANT-NO
           ADD 1 TO WS-KEPT-COUNT
           MOVE WS-NEW-REMNANT-ID TO WS-KP-ID(WS-KEPT-COUNT)
           MOVE WS-BAR-WASTE TO WS-KP-LENGTH(WS-KEPT-COUNT)
           MOVE WS-BR-ID(B) TO WS-KP-FROM-BAR(WS-KEPT-COUNT)
           ADD WS-BAR-WASTE TO WS-TOTAL-RETURNED
           .
       KEEP-OFFCUT-EXIT.
           EXIT.

       LOAD-REMNANT-SEQUENCE.
           MOVE 0 TO WS-REMNANT-SEQ
           OPEN INPUT REMNANT-SEQ-FILE
           READ REMNANT-SEQ-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF REMNANT-SEQ-RECORD IS NUMERIC
                    MOVE REMNANT-SEQ-RECORD TO WS-REMNANT-SEQ
                 END-IF
           END-READ
           CLOSE REMNANT-SEQ-FILE
           .
       LOAD-REMNANT-SEQUENCE-EXIT.
           EXIT.

      *    REMNANT is rewritten: remnants not opened, those carried
      *    past the table, then this run's kept offcuts. Opened
      *    remnants are gone -- their own offcuts are new remnants.
       SAVE-REMNANTS.
           OPEN OUTPUT REMNANT-FILE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BAR-COUNT
                   IF WS-BR-REMNANT(B) AND WS-BR-OPENED(B) = "N"
                      MOVE SPACES TO REMNANT-RECORD
                      MOVE WS-BR-ID(B) TO RM-BAR-ID
                      MOVE WS-BR-LENGTH(B) TO RM-LENGTH
                      MOVE WS-BR-FROM-BAR(B) TO RM-FROM-BAR
                      MOVE WS-BR-CUT-DATE(B) TO RM-CUT-DATE
                      WRITE REMNANT-RECORD
                   END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CARRY-COUNT
                   MOVE WS-CARRY-LINE(I) TO REMNANT-RECORD
                   WRITE REMNANT-RECORD
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-KEPT-COUNT
                   MOVE SPACES TO REMNANT-RECORD
                   MOVE WS-KP-ID(I) TO RM-BAR-ID
                   MOVE WS-KP-LENGTH(I) TO RM-LENGTH
                   MOVE WS-KP-FROM-BAR(I) TO RM-FROM-BAR
                   MOVE BD-BUSINESS-DATE TO RM-CUT-DATE
                   WRITE REMNANT-RECORD
           END-PERFORM
           CLOSE REMNANT-FILE
           IF WS-KEPT-COUNT > 0
              OPEN OUTPUT REMNANT-SEQ-FILE
              MOVE WS-REMNANT-SEQ TO REMNANT-SEQ-RECORD
              WRITE REMNANT-SEQ-RECORD
              CLOSE REMNANT-SEQ-FILE
           END-IF
           .
       SAVE-REMNANTS-EXIT.
           EXIT.

      *    Sets ALREADY-CUT when CUTYIELD holds a line for the
      *    business date.
       CHECK-ALREADY-CUT.
           SET ALREADY-CUT TO FALSE
           SET YIELD-EOF TO FALSE
           OPEN INPUT CUT-YIELD-FILE
           PERFORM UNTIL YIELD-EOF OR ALREADY-CUT
                   READ CUT-YIELD-FILE
                      AT END
                         SET YIELD-EOF TO TRUE
                      NOT AT END
                         IF CY-DATE = BD-BUSINESS-DATE
                            SET ALREADY-CUT TO TRUE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CUT-YIELD-FILE
           .
       CHECK-ALREADY-CUT-EXIT.
           EXIT.

       WRITE-YIELD-LINE.
           OPEN EXTEND CUT-YIELD-FILE
           MOVE SPACES TO CUT-YIELD-RECORD
           MOVE BD-BUSINESS-DATE TO CY-DATE
           MOVE WS-TOTAL-STOCK TO CY-PURCHASED
           MOVE WS-TOTAL-REMNANT-IN TO CY-REMNANT-IN
           MOVE WS-TOTAL-CUT TO CY-CUT
           MOVE WS-TOTAL-RETURNED TO CY-RETURNED
           MOVE WS-TOTAL-WASTE TO CY-SCRAPPED
           WRITE CUT-YIELD-RECORD
           CLOSE CUT-YIELD-FILE
           .
       WRITE-YIELD-LINE-EXIT.
           EXIT.

       WRITE-WASTE-SUMMARY.
           MOVE 0 TO WS-UNCUT-COUNT
           MOVE SPACES TO CUT-SHEET-LINE
           STRING "WASTE SUMMARY: STOCK " DELIMITED BY SIZE
              WS-TOTAL-STOCK DELIMITED BY SIZE
              " REMNANTS " DELIMITED BY SIZE
              WS-TOTAL-REMNANT-IN DELIMITED BY SIZE
              " TO REMNANTS " DELIMITED BY SIZE
              WS-TOTAL-RETURNED DELIMITED BY SIZE
              " WASTE " DELIMITED BY SIZE
              WS-TOTAL-WASTE DELIMITED BY SIZE
              INTO CUT-SHEET-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CUT-COUNT
                   IF WS-CU-DONE(I) = "N"
                      ADD 1 TO WS-UNCUT-COUNT
                      MOVE SPACES TO CUT-SHEET-LINE
                      STRING "   CUT " DELIMITED BY SIZE
                         WS-CU-LENGTH(I) DELIMITED BY SIZE
                         " FOR " DELIMITED BY SIZE
           .
       WRITE-WASTE-SUMMARY-EXIT.
           EXIT.

      *    Monthly scrap report: every run on CUTYIELD in the
      *    business date's month, the month's totals, and the yield
      *    -- length cut into parts against all bar length opened.
       ENTRY "CUT-PLAN-YIELD".
       CUT-PLAN-YIELD.
           PERFORM LOAD-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
           OPEN OUTPUT SCRAP-REPORT-FILE
           MOVE SPACES TO SCRAP-REPORT-LINE
           STRING "CUTTING YIELD AND SCRAP FOR " DELIMITED BY SIZE
              WS-REPORT-MONTH(1:4) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WS-REPORT-MONTH(5:2) DELIMITED BY SIZE
              "  (LENGTHS IN MM)" DELIMITED BY SIZE
              INTO SCRAP-REPORT-LINE
           END-STRING
           WRITE SCRAP-REPORT-LINE
           MOVE SPACES TO SCRAP-REPORT-LINE
           MOVE "RUN DATE" TO SCRAP-REPORT-LINE(1:8)
           MOVE "PURCHASED" TO SCRAP-REPORT-LINE(11:9)
           MOVE "REMNANT IN" TO SCRAP-REPORT-LINE(21:10)
           MOVE "CUT" TO SCRAP-REPORT-LINE(39:3)
           MOVE "TO REMNANT" TO SCRAP-REPORT-LINE(43:10)
           MOVE "SCRAPPED" TO SCRAP-REPORT-LINE(56:8)
           WRITE SCRAP-REPORT-LINE
           MOVE 0 TO WS-RUN-COUNT
           INITIALIZE WS-MONTH-TOTALS
           SET YIELD-EOF TO FALSE
           OPEN INPUT CUT-YIELD-FILE
           PERFORM UNTIL YIELD-EOF
                   READ CUT-YIELD-FILE
                      AT END
                         SET YIELD-EOF TO TRUE
                      NOT AT END
                         IF CY-DATE(1:6) = WS-REPORT-MONTH
                            AND CY-PURCHASED IS NUMERIC
                            AND CY-REMNANT-IN IS NUMERIC
                            AND CY-CUT IS NUMERIC
                            AND CY-RETURNED IS NUMERIC
                            AND CY-SCRAPPED IS NUMERIC
                            PERFORM LIST-ONE-YIELD-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CUT-YIELD-FILE
           MOVE WS-MT-PURCHASED TO WS-COL-PURCHASED
           MOVE WS-MT-REMNANT-IN TO WS-COL-REMNANT-IN
           MOVE WS-MT-CUT TO WS-COL-CUT
           MOVE WS-MT-RETURNED TO WS-COL-RETURNED
           MOVE WS-MT-SCRAPPED TO WS-COL-SCRAPPED
           MOVE SPACES TO SCRAP-REPORT-LINE
           STRING "MONTH    " DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-COL-SHOW DELIMITED BY SIZE
              INTO SCRAP-REPORT-LINE
           END-STRING
           WRITE SCRAP-REPORT-LINE
           COMPUTE WS-MONTH-OPENED = WS-MT-PURCHASED + WS-MT-REMNANT-IN
           MOVE 0 TO WS-YIELD-PCT
           MOVE 0 TO WS-SCRAP-PCT
           IF WS-MONTH-OPENED > 0
              COMPUTE WS-YIELD-PCT ROUNDED =
                 WS-MT-CUT * 100 / WS-MONTH-OPENED
              COMPUTE WS-SCRAP-PCT ROUNDED =
                 WS-MT-SCRAPPED * 100 / WS-MONTH-OPENED
           END-IF
           MOVE SPACES TO SCRAP-REPORT-LINE
           WRITE SCRAP-REPORT-LINE
           MOVE WS-MONTH-OPENED TO WS-LENGTH-SHOW
           MOVE SPACES TO SCRAP-REPORT-LINE
           STRING "BAR LENGTH OPENED  " DELIMITED BY SIZE
              WS-LENGTH-SHOW DELIMITED BY SIZE
              INTO SCRAP-REPORT-LINE
           END-STRING
           WRITE SCRAP-REPORT-LINE
           MOVE WS-YIELD-PCT TO WS-PCT-SHOW
           MOVE SPACES TO SCRAP-REPORT-LINE
           STRING "YIELD INTO PARTS   " DELIMITED BY SIZE
              WS-PCT-SHOW DELIMITED BY SIZE
              " PCT" DELIMITED BY SIZE
              INTO SCRAP-REPORT-LINE
           END-STRING
           WRITE SCRAP-REPORT-LINE
           MOVE WS-SCRAP-PCT TO WS-PCT-SHOW
           MOVE SPACES TO SCRAP-REPORT-LINE
           STRING "SCRAPPED           " DELIMITED BY SIZE
              WS-PCT-SHOW DELIMITED BY SIZE
              " PCT" DELIMITED BY SIZE
              INTO SCRAP-REPORT-LINE
           END-STRING
           WRITE SCRAP-REPORT-LINE
           CLOSE SCRAP-REPORT-FILE
           MOVE WS-YIELD-PCT TO WS-PCT-SHOW
           DISPLAY "CUT-PLAN-YIELD: " WS-RUN-COUNT " RUNS FOR "
              WS-REPORT-MONTH ", YIELD " WS-PCT-SHOW
           GOBACK.

       LIST-ONE-YIELD-LINE.
           ADD 1 TO WS-RUN-COUNT
           ADD CY-PURCHASED TO WS-MT-PURCHASED
           ADD CY-REMNANT-IN TO WS-MT-REMNANT-IN
           ADD CY-CUT TO WS-MT-CUT
           ADD CY-RETURNED TO WS-MT-RETURNED
           ADD CY-SCRAPPED TO WS-MT-SCRAPPED
           MOVE CY-PURCHASED TO WS-COL-PURCHASED
           MOVE CY-REMNANT-IN TO WS-COL-REMNANT-IN
           MOVE CY-CUT TO WS-COL-CUT
           MOVE CY-RETURNED TO WS-COL-RETURNED
           MOVE CY-SCRAPPED TO WS-COL-SCRAPPED
           MOVE SPACES TO SCRAP-REPORT-LINE
           STRING CY-DATE DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-COL-SHOW DELIMITED BY SIZE
              INTO SCRAP-REPORT-LINE
           END-STRING
           WRITE SCRAP-REPORT-LINE
           .
       LIST-ONE-YIELD-LINE-EXIT.
           EXIT.

      *    Loads the business date once per run -- see
      *    business-date.cpy.
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
           DISPLAY "CUT-PLAN: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

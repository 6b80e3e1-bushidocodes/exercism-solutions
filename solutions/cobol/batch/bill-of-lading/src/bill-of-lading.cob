       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILL-OF-LADING.
      *    Bills of lading and the gate manifest off the KNAPSACK load
      *    plans. MULTI-TRUCK-LOAD commits each truck's load to
      *    LOADPLAN and WEIGH-RECONCILE checks it on the scale, but
      *    drivers still left with a handwritten list. This run turns
      *    every loaded truck's plan into a bill of lading on BILLDOC
      *    -- shipper, bill number, date and truck, one line per item
      *    with its weight, value and class, the total weight against
      *    the truck's capacity, and shipper, driver and consignee
      *    signature blocks -- and writes the GATEMAN dispatch
      *    manifest, one line per truck, for the gate. A truck whose
      *    load is over its capacity is still billed but marked not
      *    to be dispatched, and the run ends with return code 4.
      *    The shipper's name comes from PARMMST (program
      *    BILL-OF-LADING, parameter SHIPPER).
      *
      *    Bill numbers run on from the highest on BILLLOG, the bill
      *    log, which holds every bill in full: a BILL line for the
      *    truck and totals and an ITEM line per item. A truck already
      *    billed on the business date is not billed again by a
      *    rerun. A lost or spoiled bill is reprinted from the log,
      *    under the same number, by putting the bill number and a
      *    reason on BILLRPRT: any request there makes the run a
      *    reprint run that prints only the requested bills, marked
      *    as reprints, logs a REPRINT line against each, and leaves
      *    GATEMAN as it was. Served requests are cleared.
      *
      *    LOADPLAN is parsed on the fixed columns MULTI-TRUCK-LOAD
      *    writes, as WEIGH-RECONCILE parses it; everything after the
      *    UNPLACED ITEMS banner stays in the warehouse. More than 10
      *    trucks or 200 items on LOADPLAN stops the run (RC 8) with
      *    no bills issued; a reprint run asking for more than 200
      *    items refuses the bill that would pass them.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOAD-PLAN-FILE ASSIGN TO "LOADPLAN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Every bill ever issued, in full, and its reprints.
           SELECT OPTIONAL BILL-LOG-FILE ASSIGN TO "BILLLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REPRINT-REQUEST-FILE ASSIGN TO "BILLRPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILL-PRINT-FILE ASSIGN TO "BILLDOC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GATE-MANIFEST-FILE ASSIGN TO "GATEMAN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-PLAN-FILE.
       01  LOAD-PLAN-LINE         PIC X(80).
       FD  BILL-LOG-FILE.
       01  BILL-LOG-RECORD.
           02 BL-BILL-NUMBER      PIC 9(6).
           02 FILLER              PIC X.
           02 BL-LINE-TYPE        PIC X(7).
              88 BL-BILL-LINE               VALUE "BILL".
              88 BL-ITEM-LINE               VALUE "ITEM".
              88 BL-REPRINT-LINE            VALUE "REPRINT".
           02 FILLER              PIC X.
           02 BL-DETAIL           PIC X(60).
           02 BL-BILL-DETAIL REDEFINES BL-DETAIL.
              03 BL-DATE          PIC X(8).
              03 FILLER           PIC X.
              03 BL-TRUCK-ID      PIC X(10).
              03 FILLER           PIC X.
              03 BL-CAPACITY      PIC 9(4).
              03 FILLER           PIC X.
              03 BL-WEIGHT        PIC 9(5).
              03 FILLER           PIC X.
              03 BL-VALUE         PIC 9(6).
              03 FILLER           PIC X.
              03 BL-ITEM-COUNT    PIC 9(3).
              03 FILLER           PIC X(19).
           02 BL-ITEM-DETAIL REDEFINES BL-DETAIL.
              03 BL-ITEM-NUMBER   PIC 9(3).
              03 FILLER           PIC X.
              03 BL-ITEM-WEIGHT   PIC 9(4).
              03 FILLER           PIC X.
              03 BL-ITEM-VALUE    PIC 9(3).
              03 FILLER           PIC X.
              03 BL-ITEM-CLASS    PIC X(4).
              03 FILLER           PIC X(43).
           02 BL-REPRINT-DETAIL REDEFINES BL-DETAIL.
              03 BL-REPRINT-DATE  PIC X(8).
              03 FILLER           PIC X.
              03 BL-REPRINT-REASON PIC X(30).
              03 FILLER           PIC X(21).
       FD  REPRINT-REQUEST-FILE.
       01  REPRINT-REQUEST-RECORD.
           02 RR-BILL-NUMBER      PIC X(6).
           02 FILLER              PIC X.
           02 RR-REASON           PIC X(30).
       FD  BILL-PRINT-FILE.
       01  BILL-PRINT-LINE        PIC X(80).
       FD  GATE-MANIFEST-FILE.
       01  GATE-MANIFEST-LINE     PIC X(100).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-LOG-EOF-FLAG     PIC 9     VALUE 0.
          88 LOG-EOF                    VALUE 1 FALSE 0.
       01 WS-UNPLACED-FLAG    PIC X     VALUE 'N'.
          88 IN-UNPLACED-SECTION        VALUE 'Y' FALSE 'N'.
       01 WS-REPRINT-FLAG     PIC X     VALUE 'N'.
          88 REPRINT-RUN                VALUE 'Y' FALSE 'N'.
       01 WS-PLAN-OVERFLOW-FLAG PIC 9   VALUE 0.
          88 PLAN-OVERFLOW              VALUE 1 FALSE 0.
       01 WS-ITEMS-FULL-FLAG  PIC 9     VALUE 0.
          88 ITEMS-FULL                 VALUE 1 FALSE 0.
       01 WS-SHIPPER-NAME     PIC X(40) VALUE "WAREHOUSE DISPATCH".

      *    The bills to print this run: trucks off LOADPLAN, or the
      *    requested bills rebuilt from BILLLOG.
       01 WS-BILL-COUNT       PIC 9(2)  VALUE 0.
       01 WS-BILL-TABLE.
          05 WS-BILL-ENTRY OCCURS 10.
             10 WS-BT-NUMBER      PIC 9(6).
             10 WS-BT-DATE        PIC X(8).
             10 WS-BT-TRUCK-ID    PIC X(10).
             10 WS-BT-CAPACITY    PIC 9(4).
             10 WS-BT-WEIGHT      PIC 9(5).
             10 WS-BT-VALUE       PIC 9(6).
             10 WS-BT-ITEMS       PIC 9(3).
             10 WS-BT-REASON      PIC X(30).
             10 WS-BT-STATUS      PIC X.
                88 WS-BT-TO-PRINT           VALUE "P".
                88 WS-BT-BILLED-BEFORE      VALUE "B".
                88 WS-BT-EMPTY              VALUE "E".
      *    Item lines of the bills above, by bill entry.
       01 WS-ITEM-COUNT       PIC 9(3)  VALUE 0.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 200.
             10 WS-IT-BILL        PIC 9(2).
             10 WS-IT-NUMBER      PIC 9(3).
             10 WS-IT-WEIGHT      PIC 9(4).
             10 WS-IT-VALUE       PIC 9(3).
             10 WS-IT-CLASS       PIC X(4).

      *    Trucks already billed on the business date, off BILLLOG.
       01 WS-BILLED-COUNT     PIC 9(3)  VALUE 0.
       01 WS-BILLED-TABLE.
          05 WS-BILLED-ENTRY OCCURS 100.
             10 WS-BD-TRUCK-ID    PIC X(10).
             10 WS-BD-NUMBER      PIC 9(6).
       01 WS-LAST-BILL        PIC 9(6)  VALUE 0.

       01 WS-REQUEST-NUMBER   PIC 9(6).
       01 WS-REFUSAL-TEXT     PIC X(30).
       01 WS-PRINT-COUNT      PIC 9(3)  VALUE 0.
       01 WS-REPRINT-COUNT    PIC 9(3)  VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(3)  VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(3)  VALUE 0.
       01 WS-OVERWEIGHT-COUNT PIC 9(3)  VALUE 0.
       01 WS-ITEMS-LEFT       PIC 9(3)  VALUE 0.
       77 B                   PIC 9(2).
       77 I                   PIC 9(3).
       77 J                   PIC 9(3).

       01 WS-WEIGHT-SHOW      PIC ZZ,ZZ9.
       01 WS-CAPACITY-SHOW    PIC Z,ZZ9.
       01 WS-VALUE-SHOW       PIC ZZZ,ZZ9.
       01 WS-ITEM-SHOW        PIC ZZ9.
       01 WS-ITEM-WEIGHT-SHOW PIC Z,ZZ9.
       01 WS-ITEM-VALUE-SHOW  PIC ZZ9.

      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       BILL-OF-LADING.
           PERFORM LOAD-BUSINESS-DATE
           MOVE "BILL-OF-LADING" TO PP-LOOKUP-PROGRAM
           MOVE "SHIPPER" TO PP-LOOKUP-NAME
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE NOT = SPACES
              MOVE PP-FOUND-VALUE TO WS-SHIPPER-NAME
           END-IF
           PERFORM LOAD-BILL-LOG
           PERFORM COLLECT-REPRINT-REQUESTS
           IF NOT REPRINT-RUN
              PERFORM LOAD-PLAN-SECTIONS
              IF PLAN-OVERFLOW
                 DISPLAY "BILL-OF-LADING: more than 10 trucks or 200"
                    " items on LOADPLAN, no bills issued"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-BILL-COUNT = 0
                 DISPLAY "BILL-OF-LADING: LOADPLAN empty or missing,"
                    " no bills issued"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           OPEN OUTPUT BILL-PRINT-FILE
           OPEN EXTEND BILL-LOG-FILE
           IF NOT REPRINT-RUN
              OPEN OUTPUT GATE-MANIFEST-FILE
              PERFORM WRITE-MANIFEST-HEADING
           END-IF
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BILL-COUNT
                   PERFORM ISSUE-ONE-BILL
           END-PERFORM
           IF NOT REPRINT-RUN
              PERFORM WRITE-MANIFEST-TOTALS
              CLOSE GATE-MANIFEST-FILE
           END-IF
           CLOSE BILL-LOG-FILE
           CLOSE BILL-PRINT-FILE
           IF REPRINT-RUN
              OPEN OUTPUT REPRINT-REQUEST-FILE
              CLOSE REPRINT-REQUEST-FILE
           END-IF
           DISPLAY "BILL-OF-LADING: " WS-PRINT-COUNT " BILLS, "
              WS-REPRINT-COUNT " REPRINTS, "
              WS-SKIPPED-COUNT " ALREADY BILLED, "
              WS-REFUSED-COUNT " REPRINTS REFUSED, "
              WS-OVERWEIGHT-COUNT " OVER CAPACITY"
           IF WS-REFUSED-COUNT > 0 OR WS-OVERWEIGHT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    The last bill number issued, and the trucks already billed
      *    on the business date.
       LOAD-BILL-LOG.
           MOVE 0 TO WS-LAST-BILL
           MOVE 0 TO WS-BILLED-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT BILL-LOG-FILE
           PERFORM UNTIL FILE-EOF
                   READ BILL-LOG-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF BL-BILL-NUMBER IS NUMERIC
                            AND BL-BILL-LINE
                            PERFORM TALLY-LOGGED-BILL
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BILL-LOG-FILE
           .
       LOAD-BILL-LOG-EXIT.
           EXIT.

       TALLY-LOGGED-BILL.
           IF BL-BILL-NUMBER > WS-LAST-BILL
              MOVE BL-BILL-NUMBER TO WS-LAST-BILL
           END-IF
           IF BL-DATE = BD-BUSINESS-DATE
              IF WS-BILLED-COUNT >= 100
                 DISPLAY "BILL-OF-LADING: more than 100 trucks billed"
                    " on " BD-BUSINESS-DATE ", run stopped"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-BILLED-COUNT
              MOVE BL-TRUCK-ID TO WS-BD-TRUCK-ID(WS-BILLED-COUNT)
              MOVE BL-BILL-NUMBER TO WS-BD-NUMBER(WS-BILLED-COUNT)
           END-IF
           .
       TALLY-LOGGED-BILL-EXIT.
           EXIT.

      *    Any request on BILLRPRT makes this a reprint run.
       COLLECT-REPRINT-REQUESTS.
           SET REPRINT-RUN TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT REPRINT-REQUEST-FILE
           PERFORM UNTIL FILE-EOF
                   READ REPRINT-REQUEST-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF RR-BILL-NUMBER NOT = SPACES
                            SET REPRINT-RUN TO TRUE
                            PERFORM COLLECT-ONE-REPRINT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE REPRINT-REQUEST-FILE
           .
       COLLECT-REPRINT-REQUESTS-EXIT.
           EXIT.

      *    A reprint needs a reason and a bill on the log; the bill
      *    is rebuilt from its BILL and ITEM lines.
       COLLECT-ONE-REPRINT.
           MOVE SPACES TO WS-REFUSAL-TEXT
           EVALUATE TRUE
              WHEN RR-BILL-NUMBER IS NOT NUMERIC
                 MOVE "BILL NUMBER NOT NUMERIC" TO WS-REFUSAL-TEXT
              WHEN RR-REASON = SPACES
                 MOVE "NO REASON GIVEN" TO WS-REFUSAL-TEXT
              WHEN WS-BILL-COUNT >= 10
                 MOVE "TOO MANY REPRINTS IN ONE RUN"
                    TO WS-REFUSAL-TEXT
              WHEN OTHER
                 MOVE RR-BILL-NUMBER TO WS-REQUEST-NUMBER
                 PERFORM REBUILD-LOGGED-BILL
           END-EVALUATE
           IF WS-REFUSAL-TEXT NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "BILL-OF-LADING: reprint of bill "
                 RR-BILL-NUMBER " refused -- "
                 TRIM(WS-REFUSAL-TEXT)
           END-IF
           .
       COLLECT-ONE-REPRINT-EXIT.
           EXIT.

       REBUILD-LOGGED-BILL.
           ADD 1 TO WS-BILL-COUNT
           MOVE WS-BILL-COUNT TO B
           MOVE 0 TO WS-BT-NUMBER(B)
           MOVE 0 TO WS-BT-ITEMS(B)
           MOVE RR-REASON TO WS-BT-REASON(B)
           SET WS-BT-TO-PRINT(B) TO TRUE
           MOVE WS-ITEM-COUNT TO J
           SET ITEMS-FULL TO FALSE
           SET LOG-EOF TO FALSE
           OPEN INPUT BILL-LOG-FILE
           PERFORM UNTIL LOG-EOF
                   READ BILL-LOG-FILE
                      AT END
                         SET LOG-EOF TO TRUE
                      NOT AT END
                         IF BL-BILL-NUMBER IS NUMERIC
                            AND BL-BILL-NUMBER = WS-REQUEST-NUMBER
                            PERFORM REBUILD-ONE-LOG-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BILL-LOG-FILE
           IF WS-BT-NUMBER(B) = 0
              MOVE "NOT ON BILLLOG" TO WS-REFUSAL-TEXT
           END-IF
           IF ITEMS-FULL
              MOVE "TOO MANY ITEMS IN ONE RUN" TO WS-REFUSAL-TEXT
           END-IF
           IF WS-REFUSAL-TEXT NOT = SPACES
              MOVE J TO WS-ITEM-COUNT
              SUBTRACT 1 FROM WS-BILL-COUNT
           END-IF
           .
       REBUILD-LOGGED-BILL-EXIT.
           EXIT.

      *    The first BILL line of the number is the bill; reprint
      *    lines are passed over.
       REBUILD-ONE-LOG-LINE.
           EVALUATE TRUE
           WHEN BL-BILL-LINE AND WS-BT-NUMBER(B) = 0
                MOVE BL-BILL-NUMBER TO WS-BT-NUMBER(B)
                MOVE BL-DATE TO WS-BT-DATE(B)
                MOVE BL-TRUCK-ID TO WS-BT-TRUCK-ID(B)
                MOVE BL-CAPACITY TO WS-BT-CAPACITY(B)
                MOVE BL-WEIGHT TO WS-BT-WEIGHT(B)
                MOVE BL-VALUE TO WS-BT-VALUE(B)
           WHEN BL-ITEM-LINE AND WS-ITEM-COUNT NOT < 200
                SET ITEMS-FULL TO TRUE
           WHEN BL-ITEM-LINE
                ADD 1 TO WS-ITEM-COUNT
                MOVE B TO WS-IT-BILL(WS-ITEM-COUNT)
                MOVE BL-ITEM-NUMBER TO WS-IT-NUMBER(WS-ITEM-COUNT)
                MOVE BL-ITEM-WEIGHT TO WS-IT-WEIGHT(WS-ITEM-COUNT)
                MOVE BL-ITEM-VALUE TO WS-IT-VALUE(WS-ITEM-COUNT)
                MOVE BL-ITEM-CLASS TO WS-IT-CLASS(WS-ITEM-COUNT)
                ADD 1 TO WS-BT-ITEMS(B)
           END-EVALUATE
           .
       REBUILD-ONE-LOG-LINE-EXIT.
           EXIT.

      *    One bill entry per TRUCK line, its ITEM lines under it. A
      *    truck with nothing aboard, or billed already today, is
      *    listed on the manifest but not billed.
       LOAD-PLAN-SECTIONS.
           MOVE 0 TO WS-BILL-COUNT
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO B
           SET PLAN-OVERFLOW TO FALSE
           SET IN-UNPLACED-SECTION TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT LOAD-PLAN-FILE
           PERFORM UNTIL FILE-EOF
                   READ LOAD-PLAN-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM PARSE-ONE-PLAN-LINE
                   END-READ
           END-PERFORM
           CLOSE LOAD-PLAN-FILE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BILL-COUNT
                   IF WS-BT-ITEMS(B) = 0
                      SET WS-BT-EMPTY(B) TO TRUE
                   END-IF
                   PERFORM VARYING J FROM 1 BY 1
                      UNTIL J > WS-BILLED-COUNT
                           IF WS-BD-TRUCK-ID(J) = WS-BT-TRUCK-ID(B)
                              SET WS-BT-BILLED-BEFORE(B) TO TRUE
                              MOVE WS-BD-NUMBER(J) TO WS-BT-NUMBER(B)
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       LOAD-PLAN-SECTIONS-EXIT.
           EXIT.

       PARSE-ONE-PLAN-LINE.
           EVALUATE TRUE
           WHEN LOAD-PLAN-LINE(1:14) = "UNPLACED ITEMS"
                SET IN-UNPLACED-SECTION TO TRUE
           WHEN IN-UNPLACED-SECTION
                CONTINUE
           WHEN LOAD-PLAN-LINE(1:6) = "TRUCK "
                IF WS-BILL-COUNT < 10
                   ADD 1 TO WS-BILL-COUNT
                   MOVE WS-BILL-COUNT TO B
                   MOVE 0 TO WS-BT-NUMBER(B)
                   MOVE BD-BUSINESS-DATE TO WS-BT-DATE(B)
                   MOVE LOAD-PLAN-LINE(7:10) TO WS-BT-TRUCK-ID(B)
                   MOVE 0 TO WS-BT-CAPACITY(B)
                   IF LOAD-PLAN-LINE(27:4) IS NUMERIC
                      MOVE LOAD-PLAN-LINE(27:4) TO WS-BT-CAPACITY(B)
                   END-IF
                   MOVE 0 TO WS-BT-WEIGHT(B)
                   MOVE 0 TO WS-BT-VALUE(B)
                   MOVE 0 TO WS-BT-ITEMS(B)
                   MOVE SPACES TO WS-BT-REASON(B)
                   SET WS-BT-TO-PRINT(B) TO TRUE
                ELSE
                   SET PLAN-OVERFLOW TO TRUE
                   MOVE 0 TO B
                END-IF
           WHEN LOAD-PLAN-LINE(1:8) = "   ITEM "
                IF B > 0 AND WS-ITEM-COUNT NOT < 200
                   SET PLAN-OVERFLOW TO TRUE
                END-IF
                IF B > 0 AND WS-ITEM-COUNT < 200
                   AND LOAD-PLAN-LINE(9:3) IS NUMERIC
                   AND LOAD-PLAN-LINE(20:4) IS NUMERIC
                   AND LOAD-PLAN-LINE(31:3) IS NUMERIC
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE B TO WS-IT-BILL(WS-ITEM-COUNT)
                   MOVE LOAD-PLAN-LINE(9:3)
                      TO WS-IT-NUMBER(WS-ITEM-COUNT)
                   MOVE LOAD-PLAN-LINE(20:4)
                      TO WS-IT-WEIGHT(WS-ITEM-COUNT)
                   MOVE LOAD-PLAN-LINE(31:3)
                      TO WS-IT-VALUE(WS-ITEM-COUNT)
                   MOVE LOAD-PLAN-LINE(41:4)
                      TO WS-IT-CLASS(WS-ITEM-COUNT)
                   ADD WS-IT-WEIGHT(WS-ITEM-COUNT) TO WS-BT-WEIGHT(B)
                   ADD WS-IT-VALUE(WS-ITEM-COUNT) TO WS-BT-VALUE(B)
                   ADD 1 TO WS-BT-ITEMS(B)
                END-IF
           END-EVALUATE
           .
       PARSE-ONE-PLAN-LINE-EXIT.
           EXIT.

      *    Numbers (originals only), prints and logs bill entry B,
      *    and gives it its manifest line.
       ISSUE-ONE-BILL.
           EVALUATE TRUE
           WHEN WS-BT-EMPTY(B)
                PERFORM WRITE-MANIFEST-LINE
                EXIT PARAGRAPH
           WHEN WS-BT-BILLED-BEFORE(B)
                ADD 1 TO WS-SKIPPED-COUNT
                PERFORM WRITE-MANIFEST-LINE
                EXIT PARAGRAPH
           END-EVALUATE
           IF REPRINT-RUN
              ADD 1 TO WS-REPRINT-COUNT
              PERFORM WRITE-BILL
              MOVE SPACES TO BILL-LOG-RECORD
              MOVE WS-BT-NUMBER(B) TO BL-BILL-NUMBER
              SET BL-REPRINT-LINE TO TRUE
              MOVE BD-BUSINESS-DATE TO BL-REPRINT-DATE
              MOVE WS-BT-REASON(B) TO BL-REPRINT-REASON
              WRITE BILL-LOG-RECORD
              EXIT PARAGRAPH
           END-IF
           IF WS-BT-WEIGHT(B) > WS-BT-CAPACITY(B)
              ADD 1 TO WS-OVERWEIGHT-COUNT
           END-IF
           ADD 1 TO WS-LAST-BILL
           MOVE WS-LAST-BILL TO WS-BT-NUMBER(B)
           ADD 1 TO WS-PRINT-COUNT
           PERFORM WRITE-BILL
           MOVE SPACES TO BILL-LOG-RECORD
           MOVE WS-BT-NUMBER(B) TO BL-BILL-NUMBER
           SET BL-BILL-LINE TO TRUE
           MOVE WS-BT-DATE(B) TO BL-DATE
           MOVE WS-BT-TRUCK-ID(B) TO BL-TRUCK-ID
           MOVE WS-BT-CAPACITY(B) TO BL-CAPACITY
           MOVE WS-BT-WEIGHT(B) TO BL-WEIGHT
           MOVE WS-BT-VALUE(B) TO BL-VALUE
           MOVE WS-BT-ITEMS(B) TO BL-ITEM-COUNT
           WRITE BILL-LOG-RECORD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
                   IF WS-IT-BILL(I) = B
                      MOVE SPACES TO BILL-LOG-RECORD
                      MOVE WS-BT-NUMBER(B) TO BL-BILL-NUMBER
                      SET BL-ITEM-LINE TO TRUE
                      MOVE WS-IT-NUMBER(I) TO BL-ITEM-NUMBER
                      MOVE WS-IT-WEIGHT(I) TO BL-ITEM-WEIGHT
                      MOVE WS-IT-VALUE(I) TO BL-ITEM-VALUE
                      MOVE WS-IT-CLASS(I) TO BL-ITEM-CLASS
                      WRITE BILL-LOG-RECORD
                   END-IF
           END-PERFORM
           PERFORM WRITE-MANIFEST-LINE
           .
       ISSUE-ONE-BILL-EXIT.
           EXIT.

      *    One page per truck: the form the drivers sign out on.
       WRITE-BILL.
           MOVE ALL "=" TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           MOVE SPACES TO BILL-PRINT-LINE
           STRING "BILL OF LADING NO. " DELIMITED BY SIZE
              WS-BT-NUMBER(B) DELIMITED BY SIZE
              INTO BILL-PRINT-LINE
           END-STRING
           IF REPRINT-RUN
              MOVE "REPRINT -- NOT A SECOND SHIPMENT"
                 TO BILL-PRINT-LINE(40:32)
           END-IF
           WRITE BILL-PRINT-LINE
           MOVE SPACES TO BILL-PRINT-LINE
           STRING "SHIPPER:  " DELIMITED BY SIZE
              TRIM(WS-SHIPPER-NAME) DELIMITED BY SIZE
              INTO BILL-PRINT-LINE
           END-STRING
           WRITE BILL-PRINT-LINE
           MOVE SPACES TO BILL-PRINT-LINE
           STRING "DATE:     " DELIMITED BY SIZE
              WS-BT-DATE(B) DELIMITED BY SIZE
              "      TRUCK: " DELIMITED BY SIZE
              WS-BT-TRUCK-ID(B) DELIMITED BY SIZE
              INTO BILL-PRINT-LINE
           END-STRING
           WRITE BILL-PRINT-LINE
           IF REPRINT-RUN
              MOVE SPACES TO BILL-PRINT-LINE
              STRING "REPRINTED " DELIMITED BY SIZE
                 BD-BUSINESS-DATE DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 TRIM(WS-BT-REASON(B)) DELIMITED BY SIZE
                 INTO BILL-PRINT-LINE
              END-STRING
              WRITE BILL-PRINT-LINE
           END-IF
           MOVE SPACES TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           MOVE "    ITEM    WEIGHT   VALUE  CLASS" TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
                   IF WS-IT-BILL(I) = B
                      MOVE WS-IT-NUMBER(I) TO WS-ITEM-SHOW
                      MOVE WS-IT-WEIGHT(I) TO WS-ITEM-WEIGHT-SHOW
                      MOVE WS-IT-VALUE(I) TO WS-ITEM-VALUE-SHOW
                      MOVE SPACES TO BILL-PRINT-LINE
                      STRING "     " DELIMITED BY SIZE
                         WS-ITEM-SHOW DELIMITED BY SIZE
                         "     " DELIMITED BY SIZE
                         WS-ITEM-WEIGHT-SHOW DELIMITED BY SIZE
                         "     " DELIMITED BY SIZE
                         WS-ITEM-VALUE-SHOW DELIMITED BY SIZE
                         "  " DELIMITED BY SIZE
                         WS-IT-CLASS(I) DELIMITED BY SIZE
                         INTO BILL-PRINT-LINE
                      END-STRING
                      WRITE BILL-PRINT-LINE
                   END-IF
           END-PERFORM
           MOVE SPACES TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           MOVE WS-BT-ITEMS(B) TO WS-ITEM-SHOW
           MOVE WS-BT-WEIGHT(B) TO WS-WEIGHT-SHOW
           MOVE WS-BT-CAPACITY(B) TO WS-CAPACITY-SHOW
           MOVE WS-BT-VALUE(B) TO WS-VALUE-SHOW
           MOVE SPACES TO BILL-PRINT-LINE
           STRING "ITEMS " DELIMITED BY SIZE
              WS-ITEM-SHOW DELIMITED BY SIZE
              "   TOTAL WEIGHT " DELIMITED BY SIZE
              WS-WEIGHT-SHOW DELIMITED BY SIZE
              " OF CAPACITY " DELIMITED BY SIZE
              WS-CAPACITY-SHOW DELIMITED BY SIZE
              "   DECLARED VALUE " DELIMITED BY SIZE
              WS-VALUE-SHOW DELIMITED BY SIZE
              INTO BILL-PRINT-LINE
           END-STRING
           WRITE BILL-PRINT-LINE
           IF WS-BT-WEIGHT(B) > WS-BT-CAPACITY(B)
              MOVE "*** OVER CAPACITY -- DO NOT DISPATCH ***"
                 TO BILL-PRINT-LINE
              WRITE BILL-PRINT-LINE
           END-IF
           MOVE SPACES TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           MOVE "SHIPPER    ______________________________  DATE ______"
              TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           MOVE SPACES TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           MOVE "DRIVER     ______________________________  DATE ______"
              TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           MOVE SPACES TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           MOVE "CONSIGNEE  ______________________________  DATE ______"
              TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           .
       WRITE-BILL-EXIT.
           EXIT.

       WRITE-MANIFEST-HEADING.
           MOVE SPACES TO GATE-MANIFEST-LINE
           STRING "GATE DISPATCH MANIFEST " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              TRIM(WS-SHIPPER-NAME) DELIMITED BY SIZE
              INTO GATE-MANIFEST-LINE
           END-STRING
           WRITE GATE-MANIFEST-LINE
           MOVE SPACES TO GATE-MANIFEST-LINE
           MOVE "BILL   TRUCK      ITEMS  WEIGHT CAPACITY"
              TO GATE-MANIFEST-LINE(1:40)
           MOVE "VALUE" TO GATE-MANIFEST-LINE(45:5)
           MOVE "GATE" TO GATE-MANIFEST-LINE(58:4)
           WRITE GATE-MANIFEST-LINE
           .
       WRITE-MANIFEST-HEADING-EXIT.
           EXIT.

       WRITE-MANIFEST-LINE.
           MOVE WS-BT-ITEMS(B) TO WS-ITEM-SHOW
           MOVE WS-BT-WEIGHT(B) TO WS-WEIGHT-SHOW
           MOVE WS-BT-CAPACITY(B) TO WS-CAPACITY-SHOW
           MOVE WS-BT-VALUE(B) TO WS-VALUE-SHOW
           MOVE SPACES TO GATE-MANIFEST-LINE
           IF WS-BT-NUMBER(B) > 0
              MOVE WS-BT-NUMBER(B) TO GATE-MANIFEST-LINE(1:6)
           END-IF
           STRING WS-BT-TRUCK-ID(B) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-ITEM-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-WEIGHT-SHOW DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-CAPACITY-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-VALUE-SHOW DELIMITED BY SIZE
              INTO GATE-MANIFEST-LINE(8:49)
           END-STRING
           EVALUATE TRUE
           WHEN WS-BT-EMPTY(B)
                MOVE "NO LOAD -- NOT BILLED"
                   TO GATE-MANIFEST-LINE(58:21)
           WHEN WS-BT-BILLED-BEFORE(B)
                MOVE "BILLED EARLIER TODAY -- USE BILLRPRT"
                   TO GATE-MANIFEST-LINE(58:36)
           WHEN WS-BT-WEIGHT(B) > WS-BT-CAPACITY(B)
                MOVE "HOLD -- OVER CAPACITY"
                   TO GATE-MANIFEST-LINE(58:21)
           WHEN OTHER
                MOVE "RELEASE" TO GATE-MANIFEST-LINE(58:7)
           END-EVALUATE
           WRITE GATE-MANIFEST-LINE
           .
       WRITE-MANIFEST-LINE-EXIT.
           EXIT.

       WRITE-MANIFEST-TOTALS.
           MOVE SPACES TO GATE-MANIFEST-LINE
           STRING WS-BILL-COUNT DELIMITED BY SIZE
              " TRUCKS, " DELIMITED BY SIZE
              WS-PRINT-COUNT DELIMITED BY SIZE
              " BILLED, " DELIMITED BY SIZE
              WS-OVERWEIGHT-COUNT DELIMITED BY SIZE
              " HELD OVER CAPACITY" DELIMITED BY SIZE
              INTO GATE-MANIFEST-LINE
           END-STRING
           WRITE GATE-MANIFEST-LINE
           .
       WRITE-MANIFEST-TOTALS-EXIT.
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
           DISPLAY "BILL-OF-LADING: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

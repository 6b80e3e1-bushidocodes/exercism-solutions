       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREIGHT-AUDIT.
      *    Carrier freight invoice audit. Carriers bill us per truck
      *    by weight and distance, and every invoice was paid as
      *    billed. This run takes the carriers' invoice lines off
      *    FRTINVC and matches each one to its truck: the TR-TRUCK-ID
      *    on the TRUCKS fleet file, the committed weight of its load
      *    on the BILL line BILL-OF-LADING logged for that truck on the
      *    ship date (BILLLOG), and, for a truck shipped on the
      *    business date, the weight the warehouse scale recorded on
      *    SCALEWGT. The shipment is re-rated off the FRTRATE line in
      *    force for the carrier and lane on the ship date (see
      *    freight-audit.cpy) -- the scaled weight, or the committed
      *    weight for a truck that was not scaled, at the lane's
      *    agreed distance, never under the lane's minimum charge.
      *
      *    A line is held back and written to FRTHOLD with its reason
      *    when the truck is not in the fleet, was never dispatched
      *    (no bill for it on the ship date), the invoice line was
      *    approved before, the truck was already paid for on that
      *    ship date, no rate is in force, or the carrier billed more
      *    than the re-rated amount by over the tolerance, PARMMST
      *    FREIGHT-AUDIT TOLERANCE (1.00 when none). Every other line
      *    is approved and goes to accounts payable on FRTAPPR at the
      *    amount billed. FRTAUDIT reports every line, billed against
      *    re-rated; FRTHIST, indexed on the carrier's invoice line,
      *    keeps the latest audit of every line. Lines held make
      *    RETURN-CODE 4. A line held before may be billed again and
      *    is audited afresh.
      *
      *    SCALEWGT holds only the business date's weighings, so a
      *    line shipped on an earlier date is re-rated on the weight
      *    committed on its bill. Only bills from the earliest ship
      *    date on FRTINVC onward are loaded; more than 1000 rates on
      *    FRTRATE, 500 trucks on TRUCKS, 20000 such bills or 500
      *    trucks on SCALEWGT stop the run (RC 8).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Invoice lines, rate master, held lines, audit history and
      *    the AP interface -- see freight-audit.cpy.
           SELECT OPTIONAL FREIGHT-INVOICE-FILE ASSIGN TO "FRTINVC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FREIGHT-RATE-FILE ASSIGN TO "FRTRATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "FRTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-HISTORY-FILE ASSIGN TO "FRTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HK-LINE-KEY
               ALTERNATE RECORD KEY IS HK-SHIPMENT-KEY WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AP-INTERFACE-FILE ASSIGN TO "FRTAPPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "FRTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The fleet, the bill log and the scale.
           SELECT TRUCK-FILE ASSIGN TO "TRUCKS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BILL-LOG-FILE ASSIGN TO "BILLLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCALE-WEIGHT-FILE ASSIGN TO "SCALEWGT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-INVOICE-FILE.
       01  FREIGHT-INVOICE-RECORD     PIC X(75).
       FD  FREIGHT-RATE-FILE.
       01  FREIGHT-RATE-RECORD        PIC X(46).
       FD  HOLD-FILE.
       01  HOLD-RECORD                PIC X(131).
       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD.
           02 HK-AUDIT-DATE           PIC X(8).
           02 FILLER                  PIC X.
           02 HK-LINE-KEY             PIC X(23).
           02 FILLER                  PIC X.
           02 HK-SHIPMENT-KEY         PIC X(19).
           02 FILLER                  PIC X.
           02 HK-STATUS               PIC X.
           02 FILLER                  PIC X(10).
       FD  AP-INTERFACE-FILE.
       01  AP-INTERFACE-RECORD        PIC X(80).
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE          PIC X(132).
       FD  TRUCK-FILE.
       01  TRUCK-RECORD.
           02 TR-TRUCK-ID             PIC X(10).
           02 FILLER                  PIC X.
           02 TR-CAPACITY             PIC 9(4).
       FD  BILL-LOG-FILE.
       01  BILL-LOG-RECORD.
           02 BL-BILL-NUMBER          PIC 9(6).
           02 FILLER                  PIC X.
           02 BL-LINE-TYPE            PIC X(7).
              88 BL-BILL-LINE                   VALUE "BILL".
           02 FILLER                  PIC X.
           02 BL-DATE                 PIC X(8).
           02 FILLER                  PIC X.
           02 BL-TRUCK-ID             PIC X(10).
           02 FILLER                  PIC X.
           02 BL-CAPACITY             PIC 9(4).
           02 FILLER                  PIC X.
           02 BL-WEIGHT               PIC 9(5).
           02 FILLER                  PIC X(30).
       FD  SCALE-WEIGHT-FILE.
       01  SCALE-WEIGHT-RECORD.
           02 SW-TRUCK-ID             PIC X(10).
           02 FILLER                  PIC X.
           02 SW-ITEM-ID              PIC 9(3).
           02 FILLER                  PIC X.
           02 SW-WEIGHT               PIC 9(4).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD        PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-RATE-FOUND-FLAG  PIC 9     VALUE 0.
          88 RATE-FOUND                 VALUE 1 FALSE 0.
       01 WS-HIST-EOF-FLAG    PIC 9     VALUE 0.
          88 HIST-EOF                   VALUE 1 FALSE 0.
       01 WS-HIST-FOUND-FLAG  PIC 9     VALUE 0.
          88 HISTORY-ON-FILE            VALUE 1 FALSE 0.
       01 WS-HISTORY-STATUS   PIC XX.

      *    Overcharge tolerance, PARMMST FREIGHT-AUDIT TOLERANCE.
       01 WS-TOLERANCE        PIC 9(4)V99 VALUE 1.00.

      *    FRTRATE lines.
       01 WS-RATE-COUNT       PIC 9(4)  VALUE 0.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 1000.
             10 WS-RT-CARRIER    PIC X(6).
             10 WS-RT-LANE       PIC X(10).
             10 WS-RT-DATE       PIC X(8).
             10 WS-RT-MILES      PIC 9(4).
             10 WS-RT-RATE       PIC 9(2)V9(4).
             10 WS-RT-MINIMUM    PIC 9(5)V99.

      *    The fleet.
       01 WS-FLEET-COUNT      PIC 9(3)  VALUE 0.
       01 WS-FLEET-TABLE.
          05 WS-FLEET-ID      PIC X(10) OCCURS 500.

      *    Trucks billed on BILLLOG from the earliest ship date on
      *    FRTINVC, with the weight committed on the bill.
       01 WS-EARLIEST-SHIP    PIC X(8).
       01 WS-SHIPMENT-COUNT   PIC 9(5)  VALUE 0.
       01 WS-SHIPMENT-MAX     PIC 9(5)  VALUE 20000.
       01 WS-SHIPMENT-TABLE.
          05 WS-SHIPMENT-ENTRY OCCURS 20000.
             10 WS-SH-DATE       PIC X(8).
             10 WS-SH-TRUCK      PIC X(10).
             10 WS-SH-COMMITTED  PIC 9(6).
       01 WS-CUR-SHIPMENT     PIC 9(5).

      *    Business-date scale weight per truck.
       01 WS-SCALE-COUNT      PIC 9(3)  VALUE 0.
       01 WS-SCALE-TABLE.
          05 WS-SCALE-ENTRY OCCURS 500.
             10 WS-SC-TRUCK      PIC X(10).
             10 WS-SC-WEIGHT     PIC 9(6).
       01 WS-WEIGHED-FLAG     PIC X     VALUE 'N'.
          88 LINE-WEIGHED               VALUE 'Y' FALSE 'N'.

      *    The truck and ship date being checked on FRTHIST.
       01 WS-SHIPMENT-KEY     PIC X(19).

      *    The line being audited.
       01 WS-REASON-CODE      PIC X(4).
       01 WS-REASON           PIC X(40).
       01 WS-RATE-DATE        PIC X(8).
       01 WS-RATE-IDX         PIC 9(4).
       01 WS-COMMITTED        PIC 9(6).
       01 WS-SCALED           PIC 9(6).
       01 WS-CHARGEABLE       PIC 9(6).
       01 WS-LANE-MILES       PIC 9(4).
       01 WS-RERATED          PIC 9(7)V99.
       01 WS-DIFFERENCE       PIC S9(7)V99.

      *    Run totals.
       01 WS-LINE-COUNT       PIC 9(6)  VALUE 0.
       01 WS-APPROVED-COUNT   PIC 9(6)  VALUE 0.
       01 WS-APPROVED-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-HELD-COUNT       PIC 9(6)  VALUE 0.
       01 WS-HELD-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-OVERCHARGE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-AP-RECORDS       PIC 9(6)  VALUE 0.
       01 WS-REASON-TABLE.
          05 FILLER PIC X(44) VALUE
             "UNKTTRUCK NOT IN THE FLEET                  ".
          05 FILLER PIC X(44) VALUE
             "NDSPTRUCK NEVER DISPATCHED                  ".
          05 FILLER PIC X(44) VALUE
             "DUPLINVOICE LINE ALREADY APPROVED           ".
          05 FILLER PIC X(44) VALUE
             "DUPSTRUCK ALREADY PAID FOR THAT SHIP DATE   ".
          05 FILLER PIC X(44) VALUE
             "NORTNO RATE IN FORCE FOR CARRIER AND LANE   ".
          05 FILLER PIC X(44) VALUE
             "OVCHOVERCHARGED AGAINST THE RE-RATED AMOUNT ".
          05 FILLER PIC X(44) VALUE
             "BADLINVOICE LINE UNREADABLE                 ".
       01 WS-REASON-LIST REDEFINES WS-REASON-TABLE.
          05 WS-REASON-ENTRY OCCURS 7.
             10 WS-RS-CODE       PIC X(4).
             10 WS-RS-TEXT       PIC X(40).
       01 WS-REASON-COUNTS.
          05 WS-RS-COUNT      PIC 9(6)  OCCURS 7.

       01 WS-WEIGHT-SHOW      PIC ZZZZZ9.
       01 WS-MILES-SHOW       PIC ZZZ9.
       01 WS-AMOUNT-SHOW      PIC Z,ZZZ,ZZ9.99.
       01 WS-DIFF-SHOW        PIC +,+++,++9.99.
       01 WS-COUNT-SHOW       PIC ZZZ,ZZ9.
       01 WS-TOTAL-SHOW       PIC ZZZ,ZZZ,ZZ9.99.

       77 I                   PIC 9(5).
       77 J                   PIC 9(4).
       77 R                   PIC 9(2).

      *    Shared freight audit layouts.
       COPY "freight-audit.cpy".
      *    Central parameters.
       COPY "central-parm.cpy".
      *    Business date.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       FREIGHT-AUDIT.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-AUDIT-PARMS
           PERFORM LOAD-FREIGHT-RATES
           PERFORM LOAD-FLEET
           PERFORM LOAD-BILLED-SHIPMENTS
           PERFORM LOAD-SCALE-WEIGHTS
           OPEN I-O AUDIT-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00" AND NOT = "05"
              DISPLAY "FREIGHT-AUDIT: FRTHIST unavailable, status "
                 WS-HISTORY-STATUS ", run stopped"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM DROP-TODAYS-HISTORY
           INITIALIZE WS-REASON-COUNTS

           OPEN OUTPUT AUDIT-REPORT-FILE
           OPEN OUTPUT HOLD-FILE
           OPEN OUTPUT AP-INTERFACE-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-AP-HEADER
           SET FILE-EOF TO FALSE
           OPEN INPUT FREIGHT-INVOICE-FILE
           PERFORM UNTIL FILE-EOF
                   READ FREIGHT-INVOICE-FILE INTO FI-INVOICE-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF FI-INVOICE-RECORD NOT = SPACES
                            PERFORM AUDIT-ONE-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE FREIGHT-INVOICE-FILE
           PERFORM WRITE-AP-TRAILER
           PERFORM WRITE-AUDIT-SUMMARY
           CLOSE AUDIT-HISTORY-FILE
           CLOSE AP-INTERFACE-FILE
           CLOSE HOLD-FILE
           CLOSE AUDIT-REPORT-FILE

           MOVE WS-APPROVED-TOTAL TO WS-TOTAL-SHOW
           DISPLAY "FREIGHT-AUDIT: " WS-LINE-COUNT " LINES, "
              WS-APPROVED-COUNT " APPROVED FOR "
              TRIM(WS-TOTAL-SHOW) ", " WS-HELD-COUNT " HELD"
           IF WS-HELD-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-AUDIT-PARMS.
           MOVE "FREIGHT-AUDIT" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "TOLERANCE" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 0
                 AND NUMVAL(PP-FOUND-VALUE) < 10000
                 COMPUTE WS-TOLERANCE = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-AUDIT-PARMS-EXIT.
           EXIT.

      *    Every readable FRTRATE line; the one in force is chosen
      *    per invoice line by its ship date.
       LOAD-FREIGHT-RATES.
           MOVE 0 TO WS-RATE-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT FREIGHT-RATE-FILE
           PERFORM UNTIL FILE-EOF
                   READ FREIGHT-RATE-FILE INTO FR-RATE-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF FR-CARRIER-ID NOT = SPACES
                            AND FR-EFFECTIVE-DATE IS NUMERIC
                            AND FR-LANE-MILES IS NUMERIC
                            AND FR-CWT-MILE-RATE IS NUMERIC
                            AND FR-MINIMUM-CHARGE IS NUMERIC
                            PERFORM ADD-FREIGHT-RATE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE FREIGHT-RATE-FILE
           .
       LOAD-FREIGHT-RATES-EXIT.
           EXIT.

      *    A rate past the table could be the one in force, so the
      *    run stops rather than re-rate off an older one.
       ADD-FREIGHT-RATE.
           IF WS-RATE-COUNT NOT < 1000
              DISPLAY "FREIGHT-AUDIT: more than 1000 rates on "
                 "FRTRATE, run stopped"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE FR-CARRIER-ID TO WS-RT-CARRIER(WS-RATE-COUNT)
           MOVE FR-LANE-ID TO WS-RT-LANE(WS-RATE-COUNT)
           MOVE FR-EFFECTIVE-DATE TO WS-RT-DATE(WS-RATE-COUNT)
           MOVE FR-LANE-MILES TO WS-RT-MILES(WS-RATE-COUNT)
           MOVE FR-CWT-MILE-RATE TO WS-RT-RATE(WS-RATE-COUNT)
           MOVE FR-MINIMUM-CHARGE TO WS-RT-MINIMUM(WS-RATE-COUNT)
           .
       ADD-FREIGHT-RATE-EXIT.
           EXIT.

       LOAD-FLEET.
           MOVE 0 TO WS-FLEET-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT TRUCK-FILE
           PERFORM UNTIL FILE-EOF
                   READ TRUCK-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF TR-TRUCK-ID NOT = SPACES
                            IF WS-FLEET-COUNT NOT < 500
                               DISPLAY "FREIGHT-AUDIT: more than 500 "
                                  "trucks on TRUCKS, run stopped"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-FLEET-COUNT
                            MOVE TR-TRUCK-ID
                               TO WS-FLEET-ID(WS-FLEET-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TRUCK-FILE
           .
       LOAD-FLEET-EXIT.
           EXIT.

      *    The earliest ship date on FRTINVC -- bills before it are
      *    of no use to this run.
       FIND-EARLIEST-SHIP.
           MOVE HIGH-VALUES TO WS-EARLIEST-SHIP
           SET FILE-EOF TO FALSE
           OPEN INPUT FREIGHT-INVOICE-FILE
           PERFORM UNTIL FILE-EOF
                   READ FREIGHT-INVOICE-FILE INTO FI-INVOICE-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF FI-SHIP-DATE IS NUMERIC
                            AND FI-SHIP-DATE < WS-EARLIEST-SHIP
                            MOVE FI-SHIP-DATE TO WS-EARLIEST-SHIP
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE FREIGHT-INVOICE-FILE
           .
       FIND-EARLIEST-SHIP-EXIT.
           EXIT.

      *    Every BILL line on BILLLOG from the earliest ship date on:
      *    the truck was dispatched that day with the weight on the
      *    bill. A rerun never bills a truck twice on one date.
       LOAD-BILLED-SHIPMENTS.
           PERFORM FIND-EARLIEST-SHIP
           MOVE 0 TO WS-SHIPMENT-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT BILL-LOG-FILE
           PERFORM UNTIL FILE-EOF
                   READ BILL-LOG-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF BL-BILL-LINE
                            AND BL-DATE IS NUMERIC
                            AND BL-DATE NOT < WS-EARLIEST-SHIP
                            AND BL-TRUCK-ID NOT = SPACES
                            AND BL-WEIGHT IS NUMERIC
                            PERFORM ADD-BILLED-SHIPMENT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BILL-LOG-FILE
           .
       LOAD-BILLED-SHIPMENTS-EXIT.
           EXIT.

       ADD-BILLED-SHIPMENT.
           IF WS-SHIPMENT-COUNT NOT < WS-SHIPMENT-MAX
              DISPLAY "FREIGHT-AUDIT: more than " WS-SHIPMENT-MAX
                 " bills on BILLLOG since " WS-EARLIEST-SHIP
                 ", run stopped"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-SHIPMENT-COUNT
           MOVE BL-DATE TO WS-SH-DATE(WS-SHIPMENT-COUNT)
           MOVE BL-TRUCK-ID TO WS-SH-TRUCK(WS-SHIPMENT-COUNT)
           MOVE BL-WEIGHT TO WS-SH-COMMITTED(WS-SHIPMENT-COUNT)
           .
       ADD-BILLED-SHIPMENT-EXIT.
           EXIT.

      *    The business date's scale, totalled by truck.
       LOAD-SCALE-WEIGHTS.
           MOVE 0 TO WS-SCALE-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT SCALE-WEIGHT-FILE
           PERFORM UNTIL FILE-EOF
                   READ SCALE-WEIGHT-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF SW-WEIGHT IS NUMERIC
                            AND SW-TRUCK-ID NOT = SPACES
                            PERFORM ADD-SCALE-WEIGHT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE SCALE-WEIGHT-FILE
           .
       LOAD-SCALE-WEIGHTS-EXIT.
           EXIT.

       ADD-SCALE-WEIGHT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SCALE-COUNT
                   IF WS-SC-TRUCK(J) = SW-TRUCK-ID
                      ADD SW-WEIGHT TO WS-SC-WEIGHT(J)
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-SCALE-COUNT NOT < 500
              DISPLAY "FREIGHT-AUDIT: more than 500 trucks on "
                 "SCALEWGT, run stopped"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-SCALE-COUNT
           MOVE SW-TRUCK-ID TO WS-SC-TRUCK(WS-SCALE-COUNT)
           MOVE SW-WEIGHT TO WS-SC-WEIGHT(WS-SCALE-COUNT)
           .
       ADD-SCALE-WEIGHT-EXIT.
           EXIT.

      *    A rerun audits the day's invoices afresh: whatever an
      *    earlier run wrote to FRTHIST on the business date is taken
      *    off before anything is audited.
       DROP-TODAYS-HISTORY.
           SET HIST-EOF TO FALSE
           MOVE LOW-VALUES TO HK-LINE-KEY
           START AUDIT-HISTORY-FILE KEY IS NOT < HK-LINE-KEY
              INVALID KEY
                 SET HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL HIST-EOF
                   READ AUDIT-HISTORY-FILE NEXT RECORD
                      AT END
                         SET HIST-EOF TO TRUE
                      NOT AT END
                         IF HK-AUDIT-DATE = BD-BUSINESS-DATE
                            DELETE AUDIT-HISTORY-FILE RECORD
                         END-IF
                   END-READ
           END-PERFORM
           .
       DROP-TODAYS-HISTORY-EXIT.
           EXIT.

      *    One invoice line: the first reason found holds it, else it
      *    is approved. The shipment is re-rated whenever its truck
      *    and rate are known, so the report shows the difference
      *    even on a line held for another reason.
       AUDIT-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-REASON-CODE
           MOVE 0 TO WS-CUR-SHIPMENT
           SET LINE-WEIGHED TO FALSE
           MOVE 0 TO WS-COMMITTED WS-SCALED WS-LANE-MILES
              WS-RERATED WS-DIFFERENCE
           IF FI-CARRIER-ID = SPACES OR FI-INVOICE-NO = SPACES
              OR FI-TRUCK-ID = SPACES OR FI-LINE-NO IS NOT NUMERIC
              OR FI-BILLED-WEIGHT IS NOT NUMERIC
              OR FI-BILLED-MILES IS NOT NUMERIC
              OR FI-BILLED-AMOUNT IS NOT NUMERIC
              OR FI-SHIP-DATE IS NOT NUMERIC
              MOVE "BADL" TO WS-REASON-CODE
           ELSE
              IF TEST-DATE-YYYYMMDD(NUMVAL(FI-SHIP-DATE)) NOT = 0
                 MOVE "BADL" TO WS-REASON-CODE
              END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
              PERFORM CHECK-DUPLICATE-LINE
           END-IF
           IF WS-REASON-CODE = SPACES
              PERFORM CHECK-TRUCK
           END-IF
           IF WS-REASON-CODE = SPACES
              PERFORM CHECK-SHIPMENT-PAID
           END-IF
           IF WS-REASON-CODE = SPACES OR WS-REASON-CODE = "DUPL"
              OR WS-REASON-CODE = "DUPS"
              PERFORM RERATE-SHIPMENT
           END-IF
           IF WS-REASON-CODE = SPACES AND RATE-FOUND
              AND WS-DIFFERENCE > WS-TOLERANCE
              MOVE "OVCH" TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACES
              PERFORM APPROVE-LINE
           ELSE
              PERFORM HOLD-LINE
           END-IF
           PERFORM WRITE-AUDIT-LINE
           .
       AUDIT-ONE-LINE-EXIT.
           EXIT.

      *    The same carrier, invoice and line number approved
      *    before, today or on any earlier date. A line held before is
      *    audited again when the carrier bills it again.
       CHECK-DUPLICATE-LINE.
           MOVE SPACES TO FH-HISTORY-RECORD
           MOVE FI-CARRIER-ID TO FH-CARRIER-ID
           MOVE FI-INVOICE-NO TO FH-INVOICE-NO
           MOVE FI-LINE-NO TO FH-LINE-NO
           MOVE FH-HISTORY-RECORD TO AUDIT-HISTORY-RECORD
           SET HISTORY-ON-FILE TO TRUE
           READ AUDIT-HISTORY-FILE KEY IS HK-LINE-KEY
              INVALID KEY
                 SET HISTORY-ON-FILE TO FALSE
           END-READ
           IF HISTORY-ON-FILE AND HK-STATUS = "A"
              MOVE "DUPL" TO WS-REASON-CODE
           END-IF
           .
       CHECK-DUPLICATE-LINE-EXIT.
           EXIT.

      *    The truck must be in the fleet and billed on the ship
      *    date; its committed weight, and its scaled weight when it
      *    shipped on the business date, are picked up on the way.
       CHECK-TRUCK.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-FLEET-COUNT OR J > 0
                   IF WS-FLEET-ID(I) = FI-TRUCK-ID
                      MOVE 1 TO J
                   END-IF
           END-PERFORM
           IF J = 0
              MOVE "UNKT" TO WS-REASON-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CUR-SHIPMENT
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-SHIPMENT-COUNT OR WS-CUR-SHIPMENT > 0
                   IF WS-SH-TRUCK(I) = FI-TRUCK-ID
                      AND WS-SH-DATE(I) = FI-SHIP-DATE
                      MOVE I TO WS-CUR-SHIPMENT
                   END-IF
           END-PERFORM
           IF WS-CUR-SHIPMENT = 0
              MOVE "NDSP" TO WS-REASON-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SH-COMMITTED(WS-CUR-SHIPMENT) TO WS-COMMITTED
           IF FI-SHIP-DATE NOT = BD-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SCALE-COUNT
                   IF WS-SC-TRUCK(J) = FI-TRUCK-ID
                      MOVE WS-SC-WEIGHT(J) TO WS-SCALED
                      SET LINE-WEIGHED TO TRUE
                   END-IF
           END-PERFORM
           .
       CHECK-TRUCK-EXIT.
           EXIT.

      *    A truck and ship date already approved for payment, from
      *    whichever carrier's invoice: every FRTHIST line for them is
      *    read on the alternate key.
       CHECK-SHIPMENT-PAID.
           MOVE SPACES TO FH-HISTORY-RECORD
           MOVE FI-TRUCK-ID TO FH-TRUCK-ID
           MOVE FI-SHIP-DATE TO FH-SHIP-DATE
           MOVE FH-HISTORY-RECORD TO AUDIT-HISTORY-RECORD
           MOVE HK-SHIPMENT-KEY TO WS-SHIPMENT-KEY
           SET HIST-EOF TO FALSE
           START AUDIT-HISTORY-FILE KEY IS = HK-SHIPMENT-KEY
              INVALID KEY
                 SET HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL HIST-EOF
                   READ AUDIT-HISTORY-FILE NEXT RECORD
                      AT END
                         SET HIST-EOF TO TRUE
                      NOT AT END
                         IF HK-SHIPMENT-KEY NOT = WS-SHIPMENT-KEY
                            SET HIST-EOF TO TRUE
                         ELSE
                            IF HK-STATUS = "A"
                               MOVE "DUPS" TO WS-REASON-CODE
                               SET HIST-EOF TO TRUE
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           .
       CHECK-SHIPMENT-PAID-EXIT.
           EXIT.

      *    The newest FRTRATE line for the carrier and lane on or
      *    before the ship date prices the scaled weight -- or the
      *    committed weight when the truck was not scaled -- over the
      *    lane's agreed miles.
       RERATE-SHIPMENT.
           SET RATE-FOUND TO FALSE
           MOVE SPACES TO WS-RATE-DATE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RATE-COUNT
                   IF WS-RT-CARRIER(J) = FI-CARRIER-ID
                      AND WS-RT-LANE(J) = FI-LANE-ID
                      AND WS-RT-DATE(J) NOT > FI-SHIP-DATE
                      AND (NOT RATE-FOUND
                         OR WS-RT-DATE(J) > WS-RATE-DATE)
                      SET RATE-FOUND TO TRUE
                      MOVE WS-RT-DATE(J) TO WS-RATE-DATE
                      MOVE J TO WS-RATE-IDX
                   END-IF
           END-PERFORM
           IF NOT RATE-FOUND
              IF WS-REASON-CODE = SPACES
                 MOVE "NORT" TO WS-REASON-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-CUR-SHIPMENT = 0
              EXIT PARAGRAPH
           END-IF
           IF LINE-WEIGHED
              MOVE WS-SCALED TO WS-CHARGEABLE
           ELSE
              MOVE WS-COMMITTED TO WS-CHARGEABLE
           END-IF
           MOVE WS-RT-MILES(WS-RATE-IDX) TO WS-LANE-MILES
           COMPUTE WS-RERATED ROUNDED = WS-CHARGEABLE
              * WS-LANE-MILES * WS-RT-RATE(WS-RATE-IDX) / 100
           IF WS-RERATED < WS-RT-MINIMUM(WS-RATE-IDX)
              MOVE WS-RT-MINIMUM(WS-RATE-IDX) TO WS-RERATED
           END-IF
           COMPUTE WS-DIFFERENCE = FI-BILLED-AMOUNT - WS-RERATED
           .
       RERATE-SHIPMENT-EXIT.
           EXIT.

       APPROVE-LINE.
           ADD 1 TO WS-APPROVED-COUNT
           ADD FI-BILLED-AMOUNT TO WS-APPROVED-TOTAL
           MOVE SPACES TO AP-DETAIL-RECORD
           MOVE "PD" TO AP-D-TYPE
           MOVE FI-CARRIER-ID TO AP-D-CARRIER-ID
           MOVE FI-INVOICE-NO TO AP-D-INVOICE-NO
           MOVE FI-LINE-NO TO AP-D-LINE-NO
           MOVE FI-TRUCK-ID TO AP-D-TRUCK-ID
           MOVE FI-SHIP-DATE TO AP-D-SHIP-DATE
           MOVE FI-LANE-ID TO AP-D-LANE-ID
           MOVE FI-BILLED-AMOUNT TO AP-D-AMOUNT
           MOVE AP-DETAIL-RECORD TO AP-INTERFACE-RECORD
           WRITE AP-INTERFACE-RECORD
           ADD 1 TO WS-AP-RECORDS
           MOVE "A" TO FH-STATUS
           PERFORM WRITE-HISTORY-LINE
           .
       APPROVE-LINE-EXIT.
           EXIT.

       HOLD-LINE.
           ADD 1 TO WS-HELD-COUNT
           IF FI-BILLED-AMOUNT IS NUMERIC
              ADD FI-BILLED-AMOUNT TO WS-HELD-TOTAL
           END-IF
           MOVE SPACES TO WS-REASON
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 7
                   IF WS-RS-CODE(R) = WS-REASON-CODE
                      MOVE WS-RS-TEXT(R) TO WS-REASON
                      ADD 1 TO WS-RS-COUNT(R)
                   END-IF
           END-PERFORM
           IF WS-REASON-CODE = "OVCH"
              ADD WS-DIFFERENCE TO WS-OVERCHARGE-TOTAL
           END-IF
           MOVE SPACES TO FX-HOLD-RECORD
           MOVE FI-INVOICE-RECORD TO FX-INVOICE-LINE
           MOVE WS-REASON-CODE TO FX-REASON-CODE
           MOVE WS-RERATED TO FX-RERATED-AMOUNT
           MOVE WS-REASON TO FX-REASON
           MOVE FX-HOLD-RECORD TO HOLD-RECORD
           WRITE HOLD-RECORD
           IF WS-REASON-CODE NOT = "BADL"
              MOVE "H" TO FH-STATUS
              PERFORM WRITE-HISTORY-LINE
           END-IF
           .
       HOLD-LINE-EXIT.
           EXIT.

      *    An approved line is never overwritten: a second bill for
      *    it is held but leaves FRTHIST as it was. A line held before
      *    is replaced by its latest audit.
       WRITE-HISTORY-LINE.
           IF HISTORY-ON-FILE AND WS-REASON-CODE = "DUPL"
              EXIT PARAGRAPH
           END-IF
           MOVE BD-BUSINESS-DATE TO FH-AUDIT-DATE
           MOVE FI-CARRIER-ID TO FH-CARRIER-ID
           MOVE FI-INVOICE-NO TO FH-INVOICE-NO
           MOVE FI-LINE-NO TO FH-LINE-NO
           MOVE FI-TRUCK-ID TO FH-TRUCK-ID
           MOVE FI-SHIP-DATE TO FH-SHIP-DATE
           MOVE FI-BILLED-AMOUNT TO FH-AMOUNT
           MOVE FH-HISTORY-RECORD TO AUDIT-HISTORY-RECORD
           IF HISTORY-ON-FILE
              REWRITE AUDIT-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY "FREIGHT-AUDIT: cannot update FRTHIST for "
                       FI-CARRIER-ID " " FI-INVOICE-NO " " FI-LINE-NO
              END-REWRITE
           ELSE
              WRITE AUDIT-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY "FREIGHT-AUDIT: cannot add FRTHIST for "
                       FI-CARRIER-ID " " FI-INVOICE-NO " " FI-LINE-NO
              END-WRITE
           END-IF
           .
       WRITE-HISTORY-LINE-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "FREIGHT INVOICE AUDIT " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "CARRIER INVOICE" TO AUDIT-REPORT-LINE(1:15)
           MOVE "LINE" TO AUDIT-REPORT-LINE(22:4)
           MOVE "TRUCK" TO AUDIT-REPORT-LINE(27:5)
           MOVE "SHIPPED" TO AUDIT-REPORT-LINE(38:7)
           MOVE "BILL WT COMMIT  SCALE" TO AUDIT-REPORT-LINE(48:21)
           MOVE "MILES LANE" TO AUDIT-REPORT-LINE(71:10)
           MOVE "BILLED" TO AUDIT-REPORT-LINE(89:6)
           MOVE "RE-RATED" TO AUDIT-REPORT-LINE(100:8)
           MOVE "OVER" TO AUDIT-REPORT-LINE(117:4)
           MOVE "AUDIT" TO AUDIT-REPORT-LINE(123:5)
           WRITE AUDIT-REPORT-LINE
           .
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *    One report line per invoice line; a held line carries its
      *    reason code and, beneath it, the reason.
       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE
           MOVE FI-CARRIER-ID TO AUDIT-REPORT-LINE(1:6)
           MOVE FI-INVOICE-NO TO AUDIT-REPORT-LINE(9:12)
           MOVE FI-LINE-NO TO AUDIT-REPORT-LINE(22:3)
           MOVE FI-TRUCK-ID TO AUDIT-REPORT-LINE(27:10)
           MOVE FI-SHIP-DATE TO AUDIT-REPORT-LINE(38:8)
           IF WS-REASON-CODE NOT = "BADL"
              MOVE FI-BILLED-WEIGHT TO WS-WEIGHT-SHOW
              MOVE WS-WEIGHT-SHOW TO AUDIT-REPORT-LINE(48:6)
              MOVE FI-BILLED-MILES TO WS-MILES-SHOW
              MOVE WS-MILES-SHOW TO AUDIT-REPORT-LINE(71:4)
              MOVE FI-BILLED-AMOUNT TO WS-AMOUNT-SHOW
              MOVE WS-AMOUNT-SHOW TO AUDIT-REPORT-LINE(83:12)
           END-IF
           IF WS-CUR-SHIPMENT > 0 AND WS-REASON-CODE NOT = "BADL"
              AND WS-REASON-CODE NOT = "UNKT"
              AND WS-REASON-CODE NOT = "NDSP"
              MOVE WS-COMMITTED TO WS-WEIGHT-SHOW
              MOVE WS-WEIGHT-SHOW TO AUDIT-REPORT-LINE(56:6)
              IF LINE-WEIGHED
                 MOVE WS-SCALED TO WS-WEIGHT-SHOW
                 MOVE WS-WEIGHT-SHOW TO AUDIT-REPORT-LINE(63:6)
              ELSE
                 MOVE "  NONE" TO AUDIT-REPORT-LINE(63:6)
              END-IF
           END-IF
           IF WS-LANE-MILES > 0
              MOVE WS-LANE-MILES TO WS-MILES-SHOW
              MOVE WS-MILES-SHOW TO AUDIT-REPORT-LINE(77:4)
              MOVE WS-RERATED TO WS-AMOUNT-SHOW
              MOVE WS-AMOUNT-SHOW TO AUDIT-REPORT-LINE(96:12)
              MOVE WS-DIFFERENCE TO WS-DIFF-SHOW
              MOVE WS-DIFF-SHOW TO AUDIT-REPORT-LINE(109:12)
           END-IF
           IF WS-REASON-CODE = SPACES
              MOVE "PAY" TO AUDIT-REPORT-LINE(123:3)
           ELSE
              STRING "HOLD " DELIMITED BY SIZE
                 WS-REASON-CODE DELIMITED BY SIZE
                 INTO AUDIT-REPORT-LINE(123:9)
              END-STRING
           END-IF
           WRITE AUDIT-REPORT-LINE
           IF WS-REASON-CODE NOT = SPACES
              MOVE SPACES TO AUDIT-REPORT-LINE
              STRING "   HELD: " DELIMITED BY SIZE
                 WS-REASON DELIMITED BY SIZE
                 INTO AUDIT-REPORT-LINE
              END-STRING
              WRITE AUDIT-REPORT-LINE
           END-IF
           .
       WRITE-AUDIT-LINE-EXIT.
           EXIT.

       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-LINE-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "INVOICE LINES AUDITED   " DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           MOVE WS-APPROVED-COUNT TO WS-COUNT-SHOW
           MOVE WS-APPROVED-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "APPROVED TO PAY         " DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-TOTAL-SHOW DELIMITED BY SIZE
              INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-SHOW
           MOVE WS-HELD-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "HELD BACK               " DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-TOTAL-SHOW DELIMITED BY SIZE
              INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 7
                   IF WS-RS-COUNT(R) > 0
                      MOVE WS-RS-COUNT(R) TO WS-COUNT-SHOW
                      MOVE SPACES TO AUDIT-REPORT-LINE
                      STRING "   " DELIMITED BY SIZE
                         WS-RS-CODE(R) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-RS-TEXT(R) DELIMITED BY SIZE
                         WS-COUNT-SHOW DELIMITED BY SIZE
                         INTO AUDIT-REPORT-LINE
                      END-STRING
                      WRITE AUDIT-REPORT-LINE
                   END-IF
           END-PERFORM
           MOVE WS-OVERCHARGE-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "OVERCHARGES FOUND                " DELIMITED BY SIZE
              WS-TOTAL-SHOW DELIMITED BY SIZE
              INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           .
       WRITE-AUDIT-SUMMARY-EXIT.
           EXIT.

       WRITE-AP-HEADER.
           MOVE SPACES TO AP-HEADER-RECORD
           MOVE "PH" TO AP-H-TYPE
           MOVE BD-BUSINESS-DATE TO AP-H-CREATED-DATE
           MOVE "FREIGHT-AUDIT" TO AP-H-SOURCE
           MOVE AP-HEADER-RECORD TO AP-INTERFACE-RECORD
           WRITE AP-INTERFACE-RECORD
           MOVE 1 TO WS-AP-RECORDS
           .
       WRITE-AP-HEADER-EXIT.
           EXIT.

       WRITE-AP-TRAILER.
           ADD 1 TO WS-AP-RECORDS
           MOVE SPACES TO AP-TRAILER-RECORD
           MOVE "PT" TO AP-T-TYPE
           MOVE WS-APPROVED-COUNT TO AP-T-DETAIL-COUNT
           MOVE WS-APPROVED-TOTAL TO AP-T-AMOUNT-TOTAL
           MOVE WS-AP-RECORDS TO AP-T-RECORD-COUNT
           MOVE AP-TRAILER-RECORD TO AP-INTERFACE-RECORD
           WRITE AP-INTERFACE-RECORD
           .
       WRITE-AP-TRAILER-EXIT.
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
           DISPLAY "FREIGHT-AUDIT: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
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

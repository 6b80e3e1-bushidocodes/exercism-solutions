       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MASTER.
      *    Warehouse item master and stock status. ITEMMST (see
      *    item-master.cpy) holds every item KNAPSACK can plan, with
      *    its unit weight, value, class and the quantity on hand.
      *    MULTI-TRUCK-LOAD builds its pool from the units on hand and
      *    takes the units it loads off stock; WEIGH-RECONCILE puts
      *    back what the scale shows never left.
      *
      *    The main entry is the STOCKRPT stock status report: first
      *    the items running low -- on hand at or below the item's
      *    reorder level, or none left at all -- then every item on
      *    the master with its stock. Any item running low ends the
      *    run with return code 4.
      *
      *    ITEM-MASTER-MAINT applies ITEMTRAN transactions: A adds an
      *    item with its opening stock, C changes the description,
      *    weight, value, class or reorder level (blank fields are
      *    left as they are), R posts a receipt to stock, D removes
      *    an item with nothing on hand. Refused transactions are
      *    left on ITEMTRAN for correction; applied ones are taken
      *    off.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Warehouse item master -- see item-master.cpy.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-ITEM-ID
               FILE STATUS IS IM-MASTER-STATUS.
           SELECT OPTIONAL ITEM-TRAN-FILE ASSIGN TO "ITEMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOCK-REPORT-FILE ASSIGN TO "STOCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           02 MI-ITEM-ID          PIC X(8).
           02 FILLER              PIC X(67).
       FD  ITEM-TRAN-FILE.
       01  ITEM-TRAN-RECORD.
           02 IT-ACTION           PIC X.
           02 FILLER              PIC X.
           02 IT-ITEM-ID          PIC X(8).
           02 FILLER              PIC X.
           02 IT-DESCRIPTION      PIC X(30).
           02 FILLER              PIC X.
           02 IT-WEIGHT           PIC X(4).
           02 FILLER              PIC X.
           02 IT-VALUE            PIC X(3).
           02 FILLER              PIC X.
           02 IT-CLASS            PIC X(4).
           02 FILLER              PIC X.
           02 IT-QUANTITY         PIC X(5).
           02 FILLER              PIC X.
           02 IT-REORDER-LEVEL    PIC X(5).
       FD  STOCK-REPORT-FILE.
       01  STOCK-REPORT-LINE      PIC X(132).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-EOF-FLAG  PIC 9     VALUE 0.
          88 MASTER-EOF                 VALUE 1 FALSE 0.
       01 WS-TRAN-EOF-FLAG    PIC 9     VALUE 0.
          88 TRAN-EOF                   VALUE 1 FALSE 0.
       01 WS-TRAN-OVERFLOW-FLAG PIC X   VALUE 'N'.
          88 TRAN-OVERFLOW              VALUE 'Y' FALSE 'N'.
       01 WS-LIST-MODE        PIC X.
          88 LIST-LOW-ONLY              VALUE 'L'.
          88 LIST-ALL-ITEMS             VALUE 'A'.
       01 WS-STOCK-STATE      PIC X(12).

       01 WS-ITEM-COUNT       PIC 9(5)  VALUE 0.
       01 WS-LOW-COUNT        PIC 9(5)  VALUE 0.
       01 WS-OUT-COUNT        PIC 9(5)  VALUE 0.
       01 WS-UNIT-TOTAL       PIC 9(9)  VALUE 0.

      *    Pending ITEMTRAN transactions; any refused are written
      *    back.
       01 WS-TRAN-COUNT       PIC 9(4)  VALUE 0.
       01 WS-TRAN-TABLE.
          05 WS-TRAN-ENTRY OCCURS 500.
             10 WS-TR-RECORD     PIC X(67).
             10 WS-TR-REFUSED    PIC X.
       01 WS-APPLIED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-REFUSAL-REASON   PIC X(30).
       01 WS-RECEIPT-QTY      PIC 9(5).
       77 J                   PIC 9(4).

       01 WS-WEIGHT-SHOW      PIC Z,ZZ9.
       01 WS-VALUE-SHOW       PIC ZZ9.
       01 WS-ON-HAND-SHOW     PIC ZZ,ZZ9.
       01 WS-REORDER-SHOW     PIC ZZ,ZZ9.

      *    Shared warehouse item master layout.
       COPY "item-master.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       ITEM-MASTER.
           PERFORM LOAD-BUSINESS-DATE
           OPEN INPUT ITEM-MASTER-FILE
           IF IM-MASTER-STATUS NOT = "00"
              DISPLAY "ITEM-MASTER: cannot open ITEMMST, status "
                 IM-MASTER-STATUS ", no stock report"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT STOCK-REPORT-FILE
           MOVE SPACES TO STOCK-REPORT-LINE
           STRING "STOCK STATUS FOR " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           MOVE SPACES TO STOCK-REPORT-LINE
           WRITE STOCK-REPORT-LINE
           MOVE "ITEMS RUNNING LOW" TO STOCK-REPORT-LINE
           WRITE STOCK-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADING
           SET LIST-LOW-ONLY TO TRUE
           PERFORM LIST-ITEM-MASTER
           IF WS-LOW-COUNT = 0
              MOVE "NONE" TO STOCK-REPORT-LINE
              WRITE STOCK-REPORT-LINE
           END-IF
           MOVE SPACES TO STOCK-REPORT-LINE
           WRITE STOCK-REPORT-LINE
           MOVE "ALL ITEMS" TO STOCK-REPORT-LINE
           WRITE STOCK-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADING
           SET LIST-ALL-ITEMS TO TRUE
           PERFORM LIST-ITEM-MASTER
           MOVE SPACES TO STOCK-REPORT-LINE
           WRITE STOCK-REPORT-LINE
           STRING WS-ITEM-COUNT DELIMITED BY SIZE
              " ITEMS, " DELIMITED BY SIZE
              WS-UNIT-TOTAL DELIMITED BY SIZE
              " UNITS ON HAND, " DELIMITED BY SIZE
              WS-LOW-COUNT DELIMITED BY SIZE
              " RUNNING LOW, " DELIMITED BY SIZE
              WS-OUT-COUNT DELIMITED BY SIZE
              " OUT OF STOCK" DELIMITED BY SIZE
              INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           CLOSE STOCK-REPORT-FILE
           CLOSE ITEM-MASTER-FILE
           DISPLAY "ITEM-MASTER: " WS-ITEM-COUNT " ITEMS, "
              WS-LOW-COUNT " RUNNING LOW, "
              WS-OUT-COUNT " OUT OF STOCK"
           IF WS-LOW-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO STOCK-REPORT-LINE
           MOVE "ITEM ID   DESCRIPTION" TO STOCK-REPORT-LINE(1:21)
           MOVE "CLASS WEIGHT VALUE" TO STOCK-REPORT-LINE(42:18)
           MOVE "ON HAND REORDER STATUS" TO STOCK-REPORT-LINE(61:22)
           WRITE STOCK-REPORT-LINE
           .
       WRITE-COLUMN-HEADING-EXIT.
           EXIT.

      *    One pass over the master in item order; the totals are
      *    counted on the full listing only.
       LIST-ITEM-MASTER.
           SET MASTER-EOF TO FALSE
           MOVE LOW-VALUES TO MI-ITEM-ID
           START ITEM-MASTER-FILE KEY IS >= MI-ITEM-ID
              INVALID KEY
                 SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
                   READ ITEM-MASTER-FILE NEXT RECORD
                      INTO IM-ITEM-RECORD
                      AT END
                         SET MASTER-EOF TO TRUE
                      NOT AT END
                         PERFORM LIST-ONE-ITEM
                   END-READ
           END-PERFORM
           .
       LIST-ITEM-MASTER-EXIT.
           EXIT.

       LIST-ONE-ITEM.
           MOVE SPACES TO WS-STOCK-STATE
           EVALUATE TRUE
           WHEN IM-ON-HAND = 0
                MOVE "OUT OF STOCK" TO WS-STOCK-STATE
           WHEN IM-ON-HAND <= IM-REORDER-LEVEL
                MOVE "RUNNING LOW" TO WS-STOCK-STATE
           END-EVALUATE
           IF LIST-LOW-ONLY
              IF WS-STOCK-STATE = SPACES
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-LOW-COUNT
              IF IM-ON-HAND = 0
                 ADD 1 TO WS-OUT-COUNT
              END-IF
           ELSE
              ADD 1 TO WS-ITEM-COUNT
              ADD IM-ON-HAND TO WS-UNIT-TOTAL
           END-IF
           MOVE IM-WEIGHT TO WS-WEIGHT-SHOW
           MOVE IM-VALUE TO WS-VALUE-SHOW
           MOVE IM-ON-HAND TO WS-ON-HAND-SHOW
           MOVE IM-REORDER-LEVEL TO WS-REORDER-SHOW
           MOVE SPACES TO STOCK-REPORT-LINE
           STRING IM-ITEM-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              IM-DESCRIPTION DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              IM-CLASS DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-WEIGHT-SHOW DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-VALUE-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-ON-HAND-SHOW DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-REORDER-SHOW DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-STOCK-STATE DELIMITED BY SIZE
              INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           .
       LIST-ONE-ITEM-EXIT.
           EXIT.

      *    Item maintenance and stock receipts from ITEMTRAN.
       ENTRY "ITEM-MASTER-MAINT".
       ITEM-MASTER-MAINT.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-ITEM-TRANS
      *    ITEMTRAN is rewritten with only the refused lines, so a
      *    file larger than the table would lose its tail.
           IF TRAN-OVERFLOW
              DISPLAY "ITEM-MASTER-MAINT: more than 500 lines on"
                 " ITEMTRAN, no changes applied"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O ITEM-MASTER-FILE
           IF IM-MASTER-STATUS = "35"
              OPEN OUTPUT ITEM-MASTER-FILE
              CLOSE ITEM-MASTER-FILE
              OPEN I-O ITEM-MASTER-FILE
           END-IF
           IF IM-MASTER-STATUS NOT = "00"
              DISPLAY "ITEM-MASTER-MAINT: cannot open ITEMMST,"
                 " status " IM-MASTER-STATUS ", no changes applied"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TRAN-COUNT
                   MOVE WS-TR-RECORD(J) TO ITEM-TRAN-RECORD
                   PERFORM APPLY-ONE-TRAN
           END-PERFORM
           CLOSE ITEM-MASTER-FILE
           IF WS-TRAN-COUNT > 0
              PERFORM REWRITE-ITEM-TRANS
           END-IF
           DISPLAY "ITEM-MASTER-MAINT: " WS-APPLIED-COUNT
              " APPLIED, " WS-REFUSED-COUNT " REFUSED"
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-ITEM-TRANS.
           MOVE 0 TO WS-TRAN-COUNT
           SET TRAN-EOF TO FALSE
           SET TRAN-OVERFLOW TO FALSE
           OPEN INPUT ITEM-TRAN-FILE
           PERFORM UNTIL TRAN-EOF
                   READ ITEM-TRAN-FILE
                      AT END
                         SET TRAN-EOF TO TRUE
                      NOT AT END
                         IF ITEM-TRAN-RECORD NOT = SPACES
                            AND WS-TRAN-COUNT NOT < 500
                            SET TRAN-OVERFLOW TO TRUE
                         END-IF
                         IF ITEM-TRAN-RECORD NOT = SPACES
                            AND WS-TRAN-COUNT < 500
                            ADD 1 TO WS-TRAN-COUNT
                            MOVE ITEM-TRAN-RECORD
                               TO WS-TR-RECORD(WS-TRAN-COUNT)
                            MOVE 'N' TO WS-TR-REFUSED(WS-TRAN-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ITEM-TRAN-FILE
           .
       LOAD-ITEM-TRANS-EXIT.
           EXIT.

       APPLY-ONE-TRAN.
           MOVE SPACES TO WS-REFUSAL-REASON
           IF IT-ITEM-ID = SPACES
              MOVE "NO ITEM ID" TO WS-REFUSAL-REASON
           ELSE
              EVALUATE IT-ACTION
              WHEN "A"
                   PERFORM ADD-ONE-ITEM
              WHEN "C"
                   PERFORM CHANGE-ONE-ITEM
              WHEN "R"
                   PERFORM RECEIVE-ONE-ITEM
              WHEN "D"
                   PERFORM DELETE-ONE-ITEM
              WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REFUSAL-REASON
              END-EVALUATE
           END-IF
           IF WS-REFUSAL-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'Y' TO WS-TR-REFUSED(J)
              DISPLAY "ITEM-MASTER-MAINT: " IT-ACTION " "
                 IT-ITEM-ID " REFUSED -- " TRIM(WS-REFUSAL-REASON)
           ELSE
              ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .
       APPLY-ONE-TRAN-EXIT.
           EXIT.

      *    A new item needs a weight to be planned at all; value,
      *    opening stock and reorder level may be left blank for
      *    zero.
       ADD-ONE-ITEM.
           MOVE IT-ITEM-ID TO MI-ITEM-ID
           READ ITEM-MASTER-FILE INTO IM-ITEM-RECORD
              NOT INVALID KEY
                 MOVE "ALREADY ON ITEMMST" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
           END-READ
           INITIALIZE IM-ITEM-RECORD
           MOVE IT-ITEM-ID TO IM-ITEM-ID
           MOVE IT-DESCRIPTION TO IM-DESCRIPTION
           MOVE IT-CLASS TO IM-CLASS
           IF IT-WEIGHT IS NOT NUMERIC OR IT-WEIGHT = "0000"
              MOVE "WEIGHT MISSING OR NOT NUMERIC"
                 TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE IT-WEIGHT TO IM-WEIGHT
           PERFORM TAKE-VALUE-AND-REORDER
           IF WS-REFUSAL-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF IT-QUANTITY NOT = SPACES
              IF IT-QUANTITY IS NOT NUMERIC
                 MOVE "QUANTITY NOT NUMERIC" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE IT-QUANTITY TO IM-ON-HAND
              MOVE BD-BUSINESS-DATE TO IM-LAST-RECEIPT
           END-IF
           WRITE ITEM-MASTER-RECORD FROM IM-ITEM-RECORD
              INVALID KEY
                 MOVE "WRITE FAILED" TO WS-REFUSAL-REASON
           END-WRITE
           .
       ADD-ONE-ITEM-EXIT.
           EXIT.

       CHANGE-ONE-ITEM.
           MOVE IT-ITEM-ID TO MI-ITEM-ID
           READ ITEM-MASTER-FILE INTO IM-ITEM-RECORD
              INVALID KEY
                 MOVE "NO SUCH ITEM" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
           END-READ
           IF IT-DESCRIPTION NOT = SPACES
              MOVE IT-DESCRIPTION TO IM-DESCRIPTION
           END-IF
           IF IT-CLASS NOT = SPACES
              MOVE IT-CLASS TO IM-CLASS
           END-IF
           IF IT-WEIGHT NOT = SPACES
              IF IT-WEIGHT IS NOT NUMERIC OR IT-WEIGHT = "0000"
                 MOVE "WEIGHT NOT NUMERIC" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE IT-WEIGHT TO IM-WEIGHT
           END-IF
           PERFORM TAKE-VALUE-AND-REORDER
           IF WS-REFUSAL-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           REWRITE ITEM-MASTER-RECORD FROM IM-ITEM-RECORD
              INVALID KEY
                 MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
           END-REWRITE
           .
       CHANGE-ONE-ITEM-EXIT.
           EXIT.

       TAKE-VALUE-AND-REORDER.
           IF IT-VALUE NOT = SPACES
              IF IT-VALUE IS NOT NUMERIC
                 MOVE "VALUE NOT NUMERIC" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE IT-VALUE TO IM-VALUE
           END-IF
           IF IT-REORDER-LEVEL NOT = SPACES
              IF IT-REORDER-LEVEL IS NOT NUMERIC
                 MOVE "REORDER LEVEL NOT NUMERIC"
                    TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE IT-REORDER-LEVEL TO IM-REORDER-LEVEL
           END-IF
           .
       TAKE-VALUE-AND-REORDER-EXIT.
           EXIT.

       RECEIVE-ONE-ITEM.
           MOVE IT-ITEM-ID TO MI-ITEM-ID
           READ ITEM-MASTER-FILE INTO IM-ITEM-RECORD
              INVALID KEY
                 MOVE "NO SUCH ITEM" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
           END-READ
           IF IT-QUANTITY IS NOT NUMERIC OR IT-QUANTITY = "00000"
              MOVE "QUANTITY MISSING OR NOT NUMERIC"
                 TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE IT-QUANTITY TO WS-RECEIPT-QTY
           IF IM-ON-HAND + WS-RECEIPT-QTY > 99999
              MOVE "ON HAND WOULD EXCEED 99999" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           ADD WS-RECEIPT-QTY TO IM-ON-HAND
           MOVE BD-BUSINESS-DATE TO IM-LAST-RECEIPT
           REWRITE ITEM-MASTER-RECORD FROM IM-ITEM-RECORD
              INVALID KEY
                 MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
           END-REWRITE
           .
       RECEIVE-ONE-ITEM-EXIT.
           EXIT.

       DELETE-ONE-ITEM.
           MOVE IT-ITEM-ID TO MI-ITEM-ID
           READ ITEM-MASTER-FILE INTO IM-ITEM-RECORD
              INVALID KEY
                 MOVE "NO SUCH ITEM" TO WS-REFUSAL-REASON
                 EXIT PARAGRAPH
           END-READ
           IF IM-ON-HAND > 0
              MOVE "STILL STOCK ON HAND" TO WS-REFUSAL-REASON
              EXIT PARAGRAPH
           END-IF
           DELETE ITEM-MASTER-FILE
              INVALID KEY
                 MOVE "DELETE FAILED" TO WS-REFUSAL-REASON
           END-DELETE
           .
       DELETE-ONE-ITEM-EXIT.
           EXIT.

      *    Refused transactions stay on ITEMTRAN for correction;
      *    applied ones are taken off.
       REWRITE-ITEM-TRANS.
           OPEN OUTPUT ITEM-TRAN-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TRAN-COUNT
                   IF WS-TR-REFUSED(J) = 'Y'
                      MOVE WS-TR-RECORD(J) TO ITEM-TRAN-RECORD
                      WRITE ITEM-TRAN-RECORD
                   END-IF
           END-PERFORM
           CLOSE ITEM-TRAN-FILE
           .
       REWRITE-ITEM-TRANS-EXIT.
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

      *    a roadside check last quarter was carrying exactly those.
      *    A daily variance summary closes the report.
      *
      *    A planned item missing from the scale never left the
      *    warehouse, so when the plan carries its ITEMMST item id
      *    (see item-master.cpy) the unit goes back on stock. Each
      *    return is logged on STOCKRTN by business date, truck and
      *    plan item, so a rerun of the reconciliation does not put
      *    the same unit back twice.
      *
      *    LOADPLAN is parsed on the fixed columns MULTI-TRUCK-LOAD
      *    writes: TRUCK header lines and their indented ITEM lines;
      *    everything after the UNPLACED ITEMS banner stays in the
      *    warehouse and is not expected on a truck.
      *
      *    More than 10 trucks between LOADPLAN and SCALEWGT, or more
      *    than 200 items on LOADPLAN, SCALEWGT or the day's STOCKRTN,
      *    stops the run (RC 8) with nothing reconciled.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEIGH-REPORT-FILE ASSIGN TO "WEIGHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Warehouse item master -- see item-master.cpy.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-ITEM-ID
               FILE STATUS IS IM-MASTER-STATUS.
      *    Units already put back on stock.
           SELECT OPTIONAL STOCK-RETURN-FILE ASSIGN TO "STOCKRTN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 SW-WEIGHT       PIC 9(4).
       FD  WEIGH-REPORT-FILE.
       01  WEIGH-REPORT-LINE  PIC X(100).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           02 MI-ITEM-ID      PIC X(8).
           02 FILLER          PIC X(67).
       FD  STOCK-RETURN-FILE.
       01  STOCK-RETURN-RECORD.
           02 RT-DATE         PIC X(8).
           02 FILLER          PIC X.
           02 RT-TRUCK-ID     PIC X(10).
           02 FILLER          PIC X.
           02 RT-PLAN-ITEM    PIC 9(3).
           02 FILLER          PIC X.
           02 RT-ITEM-ID      PIC X(8).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-EOF-FLAG    PIC 9     VALUE 0.
          88 SCALE-EOF                  VALUE 1 FALSE 0.
       01 WS-UNPLACED-FLAG    PIC X     VALUE 'N'.
          88 IN-UNPLACED-SECTION        VALUE 'Y' FALSE 'N'.
       01 WS-RETURN-EOF-FLAG  PIC 9     VALUE 0.
          88 RETURN-EOF                 VALUE 1 FALSE 0.
       01 WS-MASTER-OPEN-FLAG PIC X     VALUE 'N'.
          88 ITEM-MASTER-OPEN           VALUE 'Y' FALSE 'N'.
      *    Set to what overflowed, when a table does.
       01 WS-OVERFLOW-TEXT    PIC X(40) VALUE SPACES.

      *    Planned trucks and their planned/actual totals.
       01 WS-TRUCK-COUNT      PIC 9(2)  VALUE 0.
             10 WS-PI-ITEM     PIC 9(3).
             10 WS-PI-WEIGHT   PIC 9(4).
             10 WS-PI-SEEN     PIC X.
             10 WS-PI-ITEM-ID  PIC X(8).
       01 WS-ACT-ITEM-COUNT   PIC 9(3)  VALUE 0.
       01 WS-ACT-ITEM-TABLE.
          05 WS-ACT-ITEM OCCURS 200.
       01 WS-VARIANCE-SHOW    PIC +(5)9.
       01 WS-EXCEPTION-COUNT  PIC 9(3)  VALUE 0.

      *    Today's returns already on STOCKRTN.
       01 WS-RETURNED-COUNT   PIC 9(3)  VALUE 0.
       01 WS-RETURNED-TABLE.
          05 WS-RETURNED-ENTRY OCCURS 200.
             10 WS-RN-TRUCK-ID  PIC X(10).
             10 WS-RN-ITEM      PIC 9(3).
       01 WS-RESTOCK-COUNT    PIC 9(3)  VALUE 0.

      *    Shared warehouse item master layout.
       COPY "item-master.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       WEIGH-RECONCILE.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PLAN-SECTIONS
           IF WS-TRUCK-COUNT = 0
              DISPLAY "WEIGH-RECONCILE: LOADPLAN empty or missing,"
              GOBACK
           END-IF
           PERFORM LOAD-SCALE-WEIGHTS
           PERFORM LOAD-STOCK-RETURNS
           IF WS-OVERFLOW-TEXT NOT = SPACES
              DISPLAY "WEIGH-RECONCILE: " TRIM(WS-OVERFLOW-TEXT)
                 ", nothing reconciled"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           SET ITEM-MASTER-OPEN TO FALSE
           OPEN I-O ITEM-MASTER-FILE
           IF IM-MASTER-STATUS = "00"
              SET ITEM-MASTER-OPEN TO TRUE
           END-IF
           OPEN EXTEND STOCK-RETURN-FILE
           OPEN OUTPUT WEIGH-REPORT-FILE
           MOVE "WEIGH-STATION RECONCILIATION"
              TO WEIGH-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-VARIANCE-SUMMARY
           CLOSE WEIGH-REPORT-FILE
           CLOSE STOCK-RETURN-FILE
           IF ITEM-MASTER-OPEN
              CLOSE ITEM-MASTER-FILE
           END-IF
           DISPLAY "WEIGH-RECONCILE: " WS-TRUCK-COUNT " TRUCKS, "
              WS-EXCEPTION-COUNT " EXCEPTION(S), "
              WS-RESTOCK-COUNT " UNIT(S) BACK ON STOCK"
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
                      TO WS-TK-CAPACITY(WS-CUR-TRUCK)
                   MOVE 0 TO WS-TK-PLANNED(WS-CUR-TRUCK)
                   MOVE 0 TO WS-TK-ACTUAL(WS-CUR-TRUCK)
                ELSE
                   MOVE "more than 10 trucks on LOADPLAN"
                      TO WS-OVERFLOW-TEXT
                   MOVE 0 TO WS-CUR-TRUCK
                END-IF
           WHEN LOAD-PLAN-LINE(1:8) = "   ITEM "
                IF WS-CUR-TRUCK > 0
                   AND WS-PLAN-ITEM-COUNT NOT < 200
                   MOVE "more than 200 items on LOADPLAN"
                      TO WS-OVERFLOW-TEXT
                END-IF
                IF WS-CUR-TRUCK > 0
                   AND WS-PLAN-ITEM-COUNT < 200
                   ADD 1 TO WS-PLAN-ITEM-COUNT
                   MOVE LOAD-PLAN-LINE(20:4)
                      TO WS-PI-WEIGHT(WS-PLAN-ITEM-COUNT)
                   MOVE "N" TO WS-PI-SEEN(WS-PLAN-ITEM-COUNT)
                   MOVE SPACES TO WS-PI-ITEM-ID(WS-PLAN-ITEM-COUNT)
                   IF LOAD-PLAN-LINE(45:4) = " ID "
                      MOVE LOAD-PLAN-LINE(49:8)
                         TO WS-PI-ITEM-ID(WS-PLAN-ITEM-COUNT)
                   END-IF
                   ADD WS-PI-WEIGHT(WS-PLAN-ITEM-COUNT)
                      TO WS-TK-PLANNED(WS-CUR-TRUCK)
                END-IF
                      AT END
                         SET SCALE-EOF TO TRUE
                      NOT AT END
                         IF SW-TRUCK-ID NOT = SPACES
                            AND WS-ACT-ITEM-COUNT NOT < 200
                            MOVE "more than 200 items on SCALEWGT"
                               TO WS-OVERFLOW-TEXT
                         END-IF
                         IF SW-TRUCK-ID NOT = SPACES
                            AND WS-ACT-ITEM-COUNT < 200
                            PERFORM STORE-ONE-SCALE-LINE
                 MOVE 0 TO WS-TK-PLANNED(WS-FOUND-IDX)
                 MOVE 0 TO WS-TK-ACTUAL(WS-FOUND-IDX)
              ELSE
                 MOVE "more than 10 trucks on LOADPLAN and SCALEWGT"
                    TO WS-OVERFLOW-TEXT
                 EXIT PARAGRAPH
              END-IF
           END-IF
           EXIT.

       RECONCILE-ONE-TRUCK.
           MOVE SPACES TO WEIGH-REPORT-LINE
           STRING "TRUCK " DELIMITED BY SIZE
              WS-TK-ID(T) DELIMITED BY SIZE
              " PLANNED " DELIMITED BY SIZE
           IF WS-TK-CAPACITY(T) > 0
              AND WS-TK-ACTUAL(T) > WS-TK-CAPACITY(T)
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO WEIGH-REPORT-LINE
              STRING "   OVERWEIGHT: " DELIMITED BY SIZE
                 WS-TK-ACTUAL(T) DELIMITED BY SIZE
                 " OVER CAPACITY " DELIMITED BY SIZE
                         MOVE "Y" TO WS-AI-PLANNED(WS-FOUND-IDX)
                      ELSE
                         ADD 1 TO WS-EXCEPTION-COUNT
                         MOVE SPACES TO WEIGH-REPORT-LINE
                         STRING "   MISSING ITEM "
                            DELIMITED BY SIZE
                            WS-PI-ITEM(I) DELIMITED BY SIZE
                            INTO WEIGH-REPORT-LINE
                         END-STRING
                         WRITE WEIGH-REPORT-LINE
                         IF WS-PI-ITEM-ID(I) NOT = SPACES
                            PERFORM RETURN-UNIT-TO-STOCK
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM
              UNTIL J > WS-ACT-ITEM-COUNT
                   IF WS-AI-TRUCK(J) = T AND WS-AI-PLANNED(J) = "N"
                      ADD 1 TO WS-EXCEPTION-COUNT
                      MOVE SPACES TO WEIGH-REPORT-LINE
                      STRING "   UNPLANNED ITEM " DELIMITED BY SIZE
                         WS-AI-ITEM(J) DELIMITED BY SIZE
                         " WEIGHT " DELIMITED BY SIZE
       RECONCILE-ONE-TRUCK-EXIT.
           EXIT.

      *    Puts missing plan item I back on ITEMMST unless today's
      *    STOCKRTN shows it already went back.
       RETURN-UNIT-TO-STOCK.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RETURNED-COUNT
                   IF WS-RN-TRUCK-ID(J) = WS-TK-ID(T)
                      AND WS-RN-ITEM(J) = WS-PI-ITEM(I)
                      MOVE SPACES TO WEIGH-REPORT-LINE
                      STRING "      ITEM " DELIMITED BY SIZE
                         WS-PI-ITEM-ID(I) DELIMITED BY SIZE
                         " ALREADY BACK ON STOCK" DELIMITED BY SIZE
                         INTO WEIGH-REPORT-LINE
                      END-STRING
                      WRITE WEIGH-REPORT-LINE
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF NOT ITEM-MASTER-OPEN
              MOVE SPACES TO WEIGH-REPORT-LINE
              STRING "      ITEMMST NOT AVAILABLE -- ITEM "
                 DELIMITED BY SIZE
                 WS-PI-ITEM-ID(I) DELIMITED BY SIZE
                 " NOT PUT BACK" DELIMITED BY SIZE
                 INTO WEIGH-REPORT-LINE
              END-STRING
              WRITE WEIGH-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PI-ITEM-ID(I) TO MI-ITEM-ID
           READ ITEM-MASTER-FILE INTO IM-ITEM-RECORD
              INVALID KEY
                 MOVE SPACES TO WEIGH-REPORT-LINE
                 STRING "      ITEM " DELIMITED BY SIZE
                    WS-PI-ITEM-ID(I) DELIMITED BY SIZE
                    " NOT ON ITEMMST -- NOT PUT BACK"
                    DELIMITED BY SIZE
                    INTO WEIGH-REPORT-LINE
                 END-STRING
                 WRITE WEIGH-REPORT-LINE
                 EXIT PARAGRAPH
           END-READ
           ADD 1 TO IM-ON-HAND
           MOVE BD-BUSINESS-DATE TO IM-LAST-RECONCILE
           REWRITE ITEM-MASTER-RECORD FROM IM-ITEM-RECORD
              INVALID KEY
                 DISPLAY "WEIGH-RECONCILE: cannot update "
                    WS-PI-ITEM-ID(I)
                 EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-RESTOCK-COUNT
           MOVE SPACES TO STOCK-RETURN-RECORD
           MOVE BD-BUSINESS-DATE TO RT-DATE
           MOVE WS-TK-ID(T) TO RT-TRUCK-ID
           MOVE WS-PI-ITEM(I) TO RT-PLAN-ITEM
           MOVE WS-PI-ITEM-ID(I) TO RT-ITEM-ID
           WRITE STOCK-RETURN-RECORD
           MOVE SPACES TO WEIGH-REPORT-LINE
           STRING "      ITEM " DELIMITED BY SIZE
              WS-PI-ITEM-ID(I) DELIMITED BY SIZE
              " PUT BACK ON STOCK" DELIMITED BY SIZE
              INTO WEIGH-REPORT-LINE
           END-STRING
           WRITE WEIGH-REPORT-LINE
           .
       RETURN-UNIT-TO-STOCK-EXIT.
           EXIT.

       LOAD-STOCK-RETURNS.
           MOVE 0 TO WS-RETURNED-COUNT
           SET RETURN-EOF TO FALSE
           OPEN INPUT STOCK-RETURN-FILE
           PERFORM UNTIL RETURN-EOF
                   READ STOCK-RETURN-FILE
                      AT END
                         SET RETURN-EOF TO TRUE
                      NOT AT END
                         IF RT-DATE = BD-BUSINESS-DATE
                            AND RT-PLAN-ITEM IS NUMERIC
                            AND WS-RETURNED-COUNT NOT < 200
                            MOVE "more than 200 returns on STOCKRTN"
                               TO WS-OVERFLOW-TEXT
                         END-IF
                         IF RT-DATE = BD-BUSINESS-DATE
                            AND RT-PLAN-ITEM IS NUMERIC
                            AND WS-RETURNED-COUNT < 200
                            ADD 1 TO WS-RETURNED-COUNT
                            MOVE RT-TRUCK-ID
                               TO WS-RN-TRUCK-ID(WS-RETURNED-COUNT)
                            MOVE RT-PLAN-ITEM
                               TO WS-RN-ITEM(WS-RETURNED-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE STOCK-RETURN-FILE
           .
       LOAD-STOCK-RETURNS-EXIT.
           EXIT.

       WRITE-VARIANCE-SUMMARY.
           MOVE "DAILY VARIANCE (ACTUAL - PLANNED)"
              TO WEIGH-REPORT-LINE
                   COMPUTE WS-VARIANCE =
                      WS-TK-ACTUAL(T) - WS-TK-PLANNED(T)
                   MOVE WS-VARIANCE TO WS-VARIANCE-SHOW
                   MOVE SPACES TO WEIGH-REPORT-LINE
                   STRING WS-TK-ID(T) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VARIANCE-SHOW DELIMITED BY SIZE
           .
       WRITE-VARIANCE-SUMMARY-EXIT.
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

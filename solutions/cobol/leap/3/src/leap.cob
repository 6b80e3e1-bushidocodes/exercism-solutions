       CONFIGURATION SECTION.
       REPOSITORY.
         FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    File mode for proration billing: billing-period request
      *    lines in, day count, year fraction and prorated amount out.
      *    BILLPERD and PRORATED for billing, CALCPERD and CALCPROR
      *    for CALC-ROUTER -- see the two file-mode entries.
           SELECT BILLING-PERIOD-FILE ASSIGN TO WS-PERIOD-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRORATION-FILE ASSIGN TO WS-PERIOD-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-PERIOD-FILE.
       01  BILLING-PERIOD-RECORD.
           02 BP-ACCOUNT         PIC X(10).
           02 FILLER             PIC X.
           02 BP-LINE            PIC X(3).
           02 FILLER             PIC X.
           02 BP-FROM-DATE       PIC X(8).
           02 FILLER             PIC X.
           02 BP-TO-DATE         PIC X(8).
           02 FILLER             PIC X.
           02 BP-CONVENTION      PIC X(7).
           02 FILLER             PIC X.
           02 BP-ANNUAL-AMOUNT   PIC 9(9)V99.
       FD  PRORATION-FILE.
       01  PRORATION-RECORD.
           02 PR-ACCOUNT         PIC X(10).
           02 FILLER             PIC X.
           02 PR-LINE            PIC X(3).
           02 FILLER             PIC X.
           02 PR-FROM-DATE       PIC X(8).
           02 FILLER             PIC X.
           02 PR-TO-DATE         PIC X(8).
           02 FILLER             PIC X.
           02 PR-CONVENTION      PIC X(7).
           02 FILLER             PIC X.
           02 PR-DAY-COUNT       PIC 9(6).
           02 FILLER             PIC X.
           02 PR-BASIS           PIC X(7).
           02 FILLER             PIC X.
           02 PR-YEAR-FRACTION   PIC ZZ9.9(9).
           02 FILLER             PIC X.
           02 PR-PRORATED        PIC Z(8)9.99.
           02 FILLER             PIC X.
           02 PR-STATUS          PIC X(40).
       WORKING-STORAGE SECTION.
         77 WS-YEAR   PIC 9(4) COMP.
         77 WS-RESULT PIC 9    COMP.
         77 WS-END-YEAR     PIC 9(4) COMP.
         77 WS-LEAP-COUNT   PIC 9(4) COMP.
         77 WS-RANGE-YEAR   PIC 9(4) COMP.

      *    Support for DAY-COUNT: the period runs from WS-FROM-DATE
      *    up to but not including WS-TO-DATE (YYYYMMDD), under
      *    WS-CONVENTION "ACT/365", "ACT/ACT" or "30/360".
         77 WS-FROM-DATE    PIC 9(8).
         77 WS-TO-DATE      PIC 9(8).
         77 WS-CONVENTION   PIC X(7).
         77 WS-DAY-COUNT    PIC 9(6).
         77 WS-DAY-BASIS    PIC X(7).
         77 WS-YEAR-FRACTION PIC 9(3)V9(9).
         77 WS-DC-ERROR     PIC X(40).
         77 WS-CHECK-DATE   PIC 9(8).
         77 WS-CHECK-YEAR   PIC 9(4).
         77 WS-CHECK-MONTH  PIC 9(2).
         77 WS-CHECK-DAY    PIC 9(2).
         77 WS-MONTH-DAYS   PIC 9(2).
         77 WS-Y1           PIC 9(4).
         77 WS-M1           PIC 9(2).
         77 WS-D1           PIC 9(2).
         77 WS-Y2           PIC 9(4).
         77 WS-M2           PIC 9(2).
         77 WS-D2           PIC 9(2).
         77 WS-D1-FEB-END   PIC X.
         77 WS-D2-FEB-END   PIC X.
         77 WS-SEG-START    PIC 9(8).
         77 WS-SEG-END      PIC 9(8).
         77 WS-SEG-DAYS     PIC 9(6).
         77 WS-360-DAYS     PIC S9(7).

      *    DAY-COUNT-BATCH support.
         77 WS-PERIOD-EOF-FLAG PIC 9    VALUE 0.
            88 PERIOD-EOF               VALUE 1 FALSE 0.
         77 WS-PERIOD-COUNT    PIC 9(5) VALUE 0.
         77 WS-PERIOD-ERRORS   PIC 9(5) VALUE 0.
         77 WS-PRORATED-AMOUNT PIC 9(9)V99.
         77 WS-PERIOD-IN-NAME  PIC X(8) VALUE "BILLPERD".
         77 WS-PERIOD-OUT-NAME PIC X(8) VALUE "PRORATED".
       PROCEDURE DIVISION.
       LEAP.
         PERFORM LEAP-YEAR-TEST
         GOBACK
         .
       LEAP-EXIT.
         EXIT.

      *    The leap-year rule itself, on WS-YEAR; DAY-COUNT PERFORMs
      *    it for its February 29 handling.
       LEAP-YEAR-TEST.
         IF (MOD(WS-YEAR, 4) = 0 AND MOD(WS-YEAR, 100) > 0)
            OR MOD(WS-YEAR, 400) = 0

         ELSE
            SET NOT-LEAP TO TRUE
         END-IF
         .
       LEAP-YEAR-TEST-EXIT.
         EXIT.

      *    Counts leap years from WS-START-YEAR through WS-END-YEAR,
         .
       LEAP-COUNT-RANGE-EXIT.
         EXIT.

      *    Day-count service for proration billing, replacing the
      *    finance spreadsheet: WS-FROM-DATE, WS-TO-DATE and
      *    WS-CONVENTION in; WS-DAY-COUNT, WS-DAY-BASIS and
      *    WS-YEAR-FRACTION out, or WS-DC-ERROR set. Reachable as
      *    its own entry point; the work is in COMPUTE-DAY-COUNT so
      *    DAY-COUNT-BATCH can PERFORM it.
       ENTRY "DAY-COUNT".
       DAY-COUNT.
         PERFORM COMPUTE-DAY-COUNT
         GOBACK
         .
       DAY-COUNT-EXIT.
         EXIT.

       COMPUTE-DAY-COUNT.
         MOVE 0 TO WS-DAY-COUNT
         MOVE 0 TO WS-YEAR-FRACTION
         MOVE SPACES TO WS-DAY-BASIS
         MOVE SPACES TO WS-DC-ERROR
         MOVE WS-FROM-DATE TO WS-CHECK-DATE
         PERFORM CHECK-CALENDAR-DATE
         IF WS-DC-ERROR NOT = SPACES
            MOVE "invalid period start date" TO WS-DC-ERROR
            EXIT PARAGRAPH
         END-IF
         MOVE WS-TO-DATE TO WS-CHECK-DATE
         PERFORM CHECK-CALENDAR-DATE
         IF WS-DC-ERROR NOT = SPACES
            MOVE "invalid period end date" TO WS-DC-ERROR
            EXIT PARAGRAPH
         END-IF
         IF WS-TO-DATE < WS-FROM-DATE
            MOVE "period ends before it starts" TO WS-DC-ERROR
            EXIT PARAGRAPH
         END-IF
         EVALUATE WS-CONVENTION
         WHEN "ACT/365"
            COMPUTE WS-DAY-COUNT = INTEGER-OF-DATE(WS-TO-DATE)
               - INTEGER-OF-DATE(WS-FROM-DATE)
            MOVE "365" TO WS-DAY-BASIS
            COMPUTE WS-YEAR-FRACTION ROUNDED = WS-DAY-COUNT / 365
         WHEN "ACT/ACT"
            PERFORM COMPUTE-ACT-ACT
         WHEN "30/360"
            PERFORM COMPUTE-30-360
         WHEN OTHER
            MOVE "unknown day-count convention" TO WS-DC-ERROR
         END-EVALUATE
         .
       COMPUTE-DAY-COUNT-EXIT.
         EXIT.

      *    Valid YYYYMMDD, with February's length from LEAP.
       CHECK-CALENDAR-DATE.
         MOVE SPACES TO WS-DC-ERROR
         MOVE WS-CHECK-DATE(1:4) TO WS-CHECK-YEAR
         MOVE WS-CHECK-DATE(5:2) TO WS-CHECK-MONTH
         MOVE WS-CHECK-DATE(7:2) TO WS-CHECK-DAY
         IF WS-CHECK-YEAR < 1601 OR WS-CHECK-MONTH < 1
            OR WS-CHECK-MONTH > 12 OR WS-CHECK-DAY < 1
            MOVE "invalid date" TO WS-DC-ERROR
            EXIT PARAGRAPH
         END-IF
         PERFORM FIND-MONTH-DAYS
         IF WS-CHECK-DAY > WS-MONTH-DAYS
            MOVE "invalid date" TO WS-DC-ERROR
         END-IF
         .
       CHECK-CALENDAR-DATE-EXIT.
         EXIT.

      *    Days in WS-CHECK-MONTH of WS-CHECK-YEAR.
       FIND-MONTH-DAYS.
         EVALUATE WS-CHECK-MONTH
         WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO WS-MONTH-DAYS
         WHEN 2
            MOVE WS-CHECK-YEAR TO WS-YEAR
            PERFORM LEAP-YEAR-TEST
            IF IS-LEAP
               MOVE 29 TO WS-MONTH-DAYS
            ELSE
               MOVE 28 TO WS-MONTH-DAYS
            END-IF
         WHEN OTHER
            MOVE 31 TO WS-MONTH-DAYS
         END-EVALUATE
         .
       FIND-MONTH-DAYS-EXIT.
         EXIT.

      *    ACT/ACT (ISDA): the period is split at each January 1;
      *    days falling in a leap year count over 366, the rest over
      *    365.
       COMPUTE-ACT-ACT.
         COMPUTE WS-DAY-COUNT = INTEGER-OF-DATE(WS-TO-DATE)
            - INTEGER-OF-DATE(WS-FROM-DATE)
         MOVE "365/366" TO WS-DAY-BASIS
         MOVE WS-FROM-DATE TO WS-SEG-START
         PERFORM UNTIL WS-SEG-START >= WS-TO-DATE
            COMPUTE WS-YEAR = INTEGER(WS-SEG-START / 10000)
            COMPUTE WS-SEG-END = (WS-YEAR + 1) * 10000 + 101
            IF WS-SEG-END > WS-TO-DATE
               MOVE WS-TO-DATE TO WS-SEG-END
            END-IF
            COMPUTE WS-SEG-DAYS = INTEGER-OF-DATE(WS-SEG-END)
               - INTEGER-OF-DATE(WS-SEG-START)
            PERFORM LEAP-YEAR-TEST
            IF IS-LEAP
               COMPUTE WS-YEAR-FRACTION ROUNDED = WS-YEAR-FRACTION
                  + WS-SEG-DAYS / 366
            ELSE
               COMPUTE WS-YEAR-FRACTION ROUNDED = WS-YEAR-FRACTION
                  + WS-SEG-DAYS / 365
            END-IF
            MOVE WS-SEG-END TO WS-SEG-START
         END-PERFORM
         .
       COMPUTE-ACT-ACT-EXIT.
         EXIT.

      *    30/360 (US): a 31st, or the last day of February, counts
      *    as the 30th; an end date on the 31st counts as the 30th
      *    only when the start did, and an end on the last day of
      *    February only when the start was one too. LEAP decides
      *    which day is February's last.
       COMPUTE-30-360.
         MOVE "360" TO WS-DAY-BASIS
         MOVE WS-FROM-DATE(1:4) TO WS-Y1
         MOVE WS-FROM-DATE(5:2) TO WS-M1
         MOVE WS-FROM-DATE(7:2) TO WS-D1
         MOVE WS-TO-DATE(1:4) TO WS-Y2
         MOVE WS-TO-DATE(5:2) TO WS-M2
         MOVE WS-TO-DATE(7:2) TO WS-D2
         MOVE WS-Y1 TO WS-CHECK-YEAR
         MOVE WS-M1 TO WS-CHECK-MONTH
         PERFORM FIND-MONTH-DAYS
         MOVE 'N' TO WS-D1-FEB-END
         IF WS-M1 = 2 AND WS-D1 = WS-MONTH-DAYS
            MOVE 'Y' TO WS-D1-FEB-END
         END-IF
         MOVE WS-Y2 TO WS-CHECK-YEAR
         MOVE WS-M2 TO WS-CHECK-MONTH
         PERFORM FIND-MONTH-DAYS
         MOVE 'N' TO WS-D2-FEB-END
         IF WS-M2 = 2 AND WS-D2 = WS-MONTH-DAYS
            MOVE 'Y' TO WS-D2-FEB-END
         END-IF
         IF WS-D1-FEB-END = 'Y' AND WS-D2-FEB-END = 'Y'
            MOVE 30 TO WS-D2
         END-IF
         IF WS-D1-FEB-END = 'Y'
            MOVE 30 TO WS-D1
         END-IF
         IF WS-D2 = 31 AND WS-D1 >= 30
            MOVE 30 TO WS-D2
         END-IF
         IF WS-D1 = 31
            MOVE 30 TO WS-D1
         END-IF
         COMPUTE WS-360-DAYS = 360 * (WS-Y2 - WS-Y1)
            + 30 * (WS-M2 - WS-M1) + (WS-D2 - WS-D1)
         IF WS-360-DAYS < 0
            MOVE 0 TO WS-360-DAYS
         END-IF
         MOVE WS-360-DAYS TO WS-DAY-COUNT
         COMPUTE WS-YEAR-FRACTION ROUNDED = WS-DAY-COUNT / 360
         .
       COMPUTE-30-360-EXIT.
         EXIT.

      *    File mode: one PRORATED line per BILLPERD line -- the
      *    inputs echoed, the day count, basis and year fraction
      *    that produced the amount, and the annual amount prorated
      *    to the cent, so every invoice's day count can be
      *    reproduced from this output alone. A line DAY-COUNT
      *    rejects carries the reason and no amount.
       ENTRY "DAY-COUNT-BATCH".
       DAY-COUNT-BATCH.
         MOVE "BILLPERD" TO WS-PERIOD-IN-NAME
         MOVE "PRORATED" TO WS-PERIOD-OUT-NAME
         PERFORM PRORATE-PERIOD-FILE
         DISPLAY "DAY-COUNT-BATCH: " WS-PERIOD-COUNT
            " PERIODS, " WS-PERIOD-ERRORS " REJECTED"
         IF WS-PERIOD-ERRORS > 0
            MOVE 4 TO RETURN-CODE
         END-IF
         GOBACK
         .
       DAY-COUNT-BATCH-EXIT.
         EXIT.

      *    The same file mode for CALC-ROUTER's DAYCOUNT requests, on
      *    CALCPERD and CALCPROR, so a calculation run never touches
      *    the billing files.
       ENTRY "DAY-COUNT-CALC".
       DAY-COUNT-CALC.
         MOVE "CALCPERD" TO WS-PERIOD-IN-NAME
         MOVE "CALCPROR" TO WS-PERIOD-OUT-NAME
         PERFORM PRORATE-PERIOD-FILE
         IF WS-PERIOD-ERRORS > 0
            MOVE 4 TO RETURN-CODE
         END-IF
         GOBACK
         .
       DAY-COUNT-CALC-EXIT.
         EXIT.

       PRORATE-PERIOD-FILE.
         MOVE 0 TO WS-PERIOD-COUNT
         MOVE 0 TO WS-PERIOD-ERRORS
         MOVE 0 TO WS-PERIOD-EOF-FLAG
         OPEN INPUT BILLING-PERIOD-FILE
         OPEN OUTPUT PRORATION-FILE
         PERFORM UNTIL PERIOD-EOF
            READ BILLING-PERIOD-FILE
               AT END
                  SET PERIOD-EOF TO TRUE
               NOT AT END
                  IF BILLING-PERIOD-RECORD NOT = SPACES
                     ADD 1 TO WS-PERIOD-COUNT
                     PERFORM PRORATE-ONE-PERIOD
                  END-IF
            END-READ
         END-PERFORM
         CLOSE PRORATION-FILE
         CLOSE BILLING-PERIOD-FILE
         .
       PRORATE-PERIOD-FILE-EXIT.
         EXIT.

       PRORATE-ONE-PERIOD.
         MOVE SPACES TO PRORATION-RECORD
         MOVE BP-ACCOUNT TO PR-ACCOUNT
         MOVE BP-LINE TO PR-LINE
         MOVE BP-FROM-DATE TO PR-FROM-DATE
         MOVE BP-TO-DATE TO PR-TO-DATE
         MOVE BP-CONVENTION TO PR-CONVENTION
         MOVE 0 TO PR-DAY-COUNT
         MOVE 0 TO PR-YEAR-FRACTION
         MOVE 0 TO PR-PRORATED
         EVALUATE TRUE
         WHEN BP-FROM-DATE IS NOT NUMERIC
            MOVE "invalid period start date" TO WS-DC-ERROR
         WHEN BP-TO-DATE IS NOT NUMERIC
            MOVE "invalid period end date" TO WS-DC-ERROR
         WHEN BP-ANNUAL-AMOUNT IS NOT NUMERIC
            MOVE "invalid annual amount" TO WS-DC-ERROR
         WHEN OTHER
            MOVE BP-FROM-DATE TO WS-FROM-DATE
            MOVE BP-TO-DATE TO WS-TO-DATE
            MOVE BP-CONVENTION TO WS-CONVENTION
            PERFORM COMPUTE-DAY-COUNT
         END-EVALUATE
         IF WS-DC-ERROR NOT = SPACES
            ADD 1 TO WS-PERIOD-ERRORS
            MOVE WS-DC-ERROR TO PR-STATUS
         ELSE
            COMPUTE WS-PRORATED-AMOUNT ROUNDED =
               BP-ANNUAL-AMOUNT * WS-YEAR-FRACTION
            MOVE WS-DAY-COUNT TO PR-DAY-COUNT
            MOVE WS-DAY-BASIS TO PR-BASIS
            MOVE WS-YEAR-FRACTION TO PR-YEAR-FRACTION
            MOVE WS-PRORATED-AMOUNT TO PR-PRORATED
            MOVE "OK" TO PR-STATUS
         END-IF
         WRITE PRORATION-RECORD
         .
       PRORATE-ONE-PERIOD-EXIT.
         EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COOP-YIELD.
      *    Coop yield intake. Farm ops sends one tray bitmap per coop
      *    per collection (COOPCOLL: coop, collection date, time
      *    slot, bitmap), and until now someone called ELIUDS-EGGS one
      *    value at a time to get a count. This run hands the whole
      *    collection file to EGG-COUNT-BATCH, which runs each bitmap
      *    through EGG-COUNT-POSITIONS, and posts every collection to
      *    the COOPLDGR yield ledger with its egg count and a
      *    position-by-position tray map ('1' egg, '0' empty).
      *
      *    Two reports come off the ledger each run: COOPYLD, the
      *    business day's yield per coop and slot, and COOPEMPT, the
      *    tray positions that have stayed empty for the last N
      *    collections in a row -- almost always a broken nest box,
      *    and the list the farm crew works from. N (EMPTY-RUN) and
      *    the positions per tray (TRAY-SIZE) come from PARMMST
      *    under COOP-YIELD, defaulting to 3 and 30.
      *
      *    Only the last LEDGER-DAYS of the ledger (PARMMST, default
      *    365) are read; the empty-run counts look back that far
      *    and no further. A collection already on the ledger for the
      *    same coop, date and slot is rejected rather than posted
      *    twice, as is one with a non-numeric date or bitmap, or one
      *    dated before the ledger window. More than 9000 ledger
      *    lines inside the window, or more than 1000 collections on
      *    COOPCOLL, stops the run (RC 8) with nothing posted. More
      *    than 60 coops on the ledger leaves the coops past the 60th
      *    off both reports and ends the run with RC 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COLLECTION-FILE ASSIGN TO "COOPCOLL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Append-forever yield ledger.
           SELECT OPTIONAL YIELD-LEDGER-FILE ASSIGN TO "COOPLDGR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DAILY-YIELD-REPORT ASSIGN TO "COOPYLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPTY-POSITION-REPORT ASSIGN TO "COOPEMPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to and from EGG-COUNT-BATCH.
           SELECT TRAY-IN-FILE ASSIGN TO "EGGSIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAY-OUT-FILE ASSIGN TO "EGGSOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           02 CC-COOP-ID          PIC X(6).
           02 FILLER              PIC X.
           02 CC-DATE             PIC X(8).
           02 FILLER              PIC X.
           02 CC-SLOT             PIC X(2).
           02 FILLER              PIC X.
           02 CC-BITMAP           PIC X(10).
       FD  YIELD-LEDGER-FILE.
       01  YIELD-LEDGER-RECORD.
           02 CL-COOP-ID          PIC X(6).
           02 FILLER              PIC X.
           02 CL-DATE             PIC X(8).
           02 FILLER              PIC X.
           02 CL-SLOT             PIC X(2).
           02 FILLER              PIC X.
           02 CL-BITMAP           PIC X(10).
           02 FILLER              PIC X.
           02 CL-EGG-COUNT        PIC 9(2).
           02 FILLER              PIC X.
           02 CL-TRAY-MAP         PIC X(34).
       FD  DAILY-YIELD-REPORT.
       01  DAILY-YIELD-LINE       PIC X(80).
       FD  EMPTY-POSITION-REPORT.
       01  EMPTY-POSITION-LINE    PIC X(80).
       FD  TRAY-IN-FILE.
       01  TRAY-IN-RECORD         PIC X(10).
       FD  TRAY-OUT-FILE.
       01  TRAY-OUT-RECORD.
           02 EO-POSITION-COUNT   PIC 99.
           02 EO-POSITION-ENTRY OCCURS 34.
              05 FILLER           PIC X.
              05 EO-POSITION      PIC 99.
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-COLLECT-EOF-FLAG    PIC 9     VALUE 0.
          88 COLLECT-EOF                   VALUE 1 FALSE 0.
       01 WS-LEDGER-EOF-FLAG     PIC 9     VALUE 0.
          88 LEDGER-EOF                    VALUE 1 FALSE 0.
       01 WS-TRAY-EOF-FLAG       PIC 9     VALUE 0.
          88 TRAY-EOF                      VALUE 1 FALSE 0.
       01 WS-LEDGER-OVERFLOW-FLAG PIC 9    VALUE 0.
          88 LEDGER-OVERFLOW               VALUE 1 FALSE 0.
       01 WS-INTAKE-OVERFLOW-FLAG PIC 9    VALUE 0.
          88 INTAKE-OVERFLOW               VALUE 1 FALSE 0.
       01 WS-COOP-OVERFLOW-FLAG  PIC 9     VALUE 0.
          88 COOP-OVERFLOW                 VALUE 1 FALSE 0.
       01 WS-TRAY-SIZE           PIC 9(2)  VALUE 30.
       01 WS-EMPTY-RUN           PIC 9(3)  VALUE 3.
       01 WS-LEDGER-DAYS         PIC 9(3)  VALUE 365.
       01 WS-LEDGER-CUTOFF       PIC X(8).
       01 WS-LEDGER-CUTOFF-NUM REDEFINES WS-LEDGER-CUTOFF PIC 9(8).

      *    The ledger window as it stands (at most 9000 lines), plus
      *    this run's postings (at most 1000).
       01 WS-LEDGER-COUNT        PIC 9(5)  VALUE 0.
       01 WS-LEDGER-TABLE.
          05 WS-LEDGER-ENTRY OCCURS 10000.
             10 WS-LG-COOP-ID     PIC X(6).
             10 WS-LG-STAMP.
                15 WS-LG-DATE     PIC X(8).
                15 WS-LG-SLOT     PIC X(2).
             10 WS-LG-EGG-COUNT   PIC 9(2).
             10 WS-LG-TRAY-MAP    PIC X(34).

      *    This run's collections, sorted coop/date/slot before
      *    posting so the ledger reads in collection order.
       01 WS-INTAKE-COUNT        PIC 9(4)  VALUE 0.
       01 WS-INTAKE-TABLE.
          05 WS-INTAKE-ENTRY OCCURS 1000.
             10 WS-IN-COOP-ID     PIC X(6).
             10 WS-IN-DATE        PIC X(8).
             10 WS-IN-SLOT        PIC X(2).
             10 WS-IN-BITMAP      PIC X(10).
             10 WS-IN-EGG-COUNT   PIC 9(2).
             10 WS-IN-TRAY-MAP    PIC X(34).
             10 WS-IN-STATUS      PIC X.
       01 WS-SWAP-ENTRY          PIC X(63).

      *    Per-coop yield for the business day, and per-coop,
      *    per-position state for the empty-run check: the latest
      *    collection (date and slot) the position held an egg, and
      *    how many collections have come in since.
       01 WS-COOP-COUNT          PIC 9(2)  VALUE 0.
       01 WS-COOP-TABLE.
          05 WS-COOP-ENTRY OCCURS 60.
             10 WS-CP-COOP-ID     PIC X(6).
             10 WS-CP-DAY-COLLECT PIC 9(3).
             10 WS-CP-DAY-EGGS    PIC 9(5).
             10 WS-CP-POSITION OCCURS 34.
                15 WS-CP-LAST-EGG PIC X(10).
                15 WS-CP-SINCE    PIC 9(5).
       01 WS-COOP-SWAP           PIC X(524).
       01 WS-SLOT-COUNT          PIC 9(3)  VALUE 0.
       01 WS-SLOT-UNSHOWN        PIC 9(4)  VALUE 0.
       01 WS-SLOT-TABLE.
          05 WS-SLOT-ENTRY OCCURS 240.
             10 WS-SL-COOP-ID     PIC X(6).
             10 WS-SL-SLOT        PIC X(2).
             10 WS-SL-EGGS        PIC 9(3).

       77 I                      PIC 9(5).
       77 J                      PIC 9(5).
       77 P                      PIC 9(2).
       77 C                      PIC 9(2).
       77 WS-FOUND-IDX           PIC 9(5).
       01 WS-POSTED-COUNT        PIC 9(4)  VALUE 0.
       01 WS-REJECTED-COUNT      PIC 9(4)  VALUE 0.
       01 WS-EMPTY-COUNT         PIC 9(4)  VALUE 0.
       01 WS-DAY-TOTAL           PIC 9(6)  VALUE 0.
       01 WS-DISPLAY-COUNT       PIC ZZZZ9.

      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       COOP-YIELD.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-YIELD-PARMS
           PERFORM LOAD-YIELD-LEDGER
           IF LEDGER-OVERFLOW
              DISPLAY "COOP-YIELD: more than 9000 lines on COOPLDGR"
                 " since " WS-LEDGER-CUTOFF ", nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-COLLECTIONS
           IF INTAKE-OVERFLOW
              DISPLAY "COOP-YIELD: more than 1000 collections on"
                 " COOPCOLL, nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SORT-COLLECTIONS
           PERFORM SCREEN-COLLECTIONS
           PERFORM COUNT-TRAY-EGGS
           PERFORM POST-COLLECTIONS
           PERFORM ACCUMULATE-COOP-YIELD
           PERFORM WRITE-DAILY-YIELD
           PERFORM WRITE-EMPTY-POSITIONS
           DISPLAY "COOP-YIELD: " WS-POSTED-COUNT " POSTED, "
              WS-REJECTED-COUNT " REJECTED, " WS-EMPTY-COUNT
              " POSITIONS EMPTY " WS-EMPTY-RUN " COLLECTIONS RUNNING"
           IF WS-SLOT-UNSHOWN > 0
              DISPLAY "COOP-YIELD: slot table full, " WS-SLOT-UNSHOWN
                 " collections left out of COOPYLD BY SLOT"
           END-IF
           IF WS-REJECTED-COUNT > 0 OR WS-SLOT-UNSHOWN > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF COOP-OVERFLOW
              DISPLAY "COOP-YIELD: more than 60 coops on COOPLDGR,"
                 " COOPYLD and COOPEMPT incomplete"
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *    PARMMST values in force on the business date; anything
      *    missing or out of range keeps the default.
       LOAD-YIELD-PARMS.
           MOVE "COOP-YIELD" TO PP-LOOKUP-PROGRAM
           MOVE "TRAY-SIZE" TO PP-LOOKUP-NAME
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:2) IS NUMERIC
              IF PP-FOUND-VALUE(1:2) > "00"
                 AND PP-FOUND-VALUE(1:2) <= "34"
                 MOVE PP-FOUND-VALUE(1:2) TO WS-TRAY-SIZE
              END-IF
           END-IF
           MOVE "EMPTY-RUN" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:3) IS NUMERIC
              IF PP-FOUND-VALUE(1:3) > "000"
                 MOVE PP-FOUND-VALUE(1:3) TO WS-EMPTY-RUN
              END-IF
           END-IF
           MOVE "LEDGER-DAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:3) IS NUMERIC
              IF PP-FOUND-VALUE(1:3) > "000"
                 MOVE PP-FOUND-VALUE(1:3) TO WS-LEDGER-DAYS
              END-IF
           END-IF
           COMPUTE WS-LEDGER-CUTOFF-NUM = DATE-OF-INTEGER(
              INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
              - WS-LEDGER-DAYS)
           .
       LOAD-YIELD-PARMS-EXIT.
           EXIT.

      *    Ledger lines dated inside the LEDGER-DAYS window only.
       LOAD-YIELD-LEDGER.
           MOVE 0 TO WS-LEDGER-COUNT
           SET LEDGER-OVERFLOW TO FALSE
           SET LEDGER-EOF TO FALSE
           OPEN INPUT YIELD-LEDGER-FILE
           PERFORM UNTIL LEDGER-EOF
                   READ YIELD-LEDGER-FILE
                      AT END
                         SET LEDGER-EOF TO TRUE
                      NOT AT END
                         IF CL-COOP-ID NOT = SPACES
                            AND CL-DATE NOT < WS-LEDGER-CUTOFF
                            AND WS-LEDGER-COUNT NOT < 9000
                            SET LEDGER-OVERFLOW TO TRUE
                         END-IF
                         IF CL-COOP-ID NOT = SPACES
                            AND CL-DATE NOT < WS-LEDGER-CUTOFF
                            AND WS-LEDGER-COUNT < 9000
                            ADD 1 TO WS-LEDGER-COUNT
                            MOVE CL-COOP-ID
                               TO WS-LG-COOP-ID(WS-LEDGER-COUNT)
                            MOVE CL-DATE
                               TO WS-LG-DATE(WS-LEDGER-COUNT)
                            MOVE CL-SLOT
                               TO WS-LG-SLOT(WS-LEDGER-COUNT)
                            MOVE CL-EGG-COUNT
                               TO WS-LG-EGG-COUNT(WS-LEDGER-COUNT)
                            MOVE CL-TRAY-MAP
                               TO WS-LG-TRAY-MAP(WS-LEDGER-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE YIELD-LEDGER-FILE
           .
       LOAD-YIELD-LEDGER-EXIT.
           EXIT.

       LOAD-COLLECTIONS.
           MOVE 0 TO WS-INTAKE-COUNT
           SET INTAKE-OVERFLOW TO FALSE
           SET COLLECT-EOF TO FALSE
           OPEN INPUT COLLECTION-FILE
           PERFORM UNTIL COLLECT-EOF
                   READ COLLECTION-FILE
                      AT END
                         SET COLLECT-EOF TO TRUE
                      NOT AT END
                         IF CC-COOP-ID NOT = SPACES
                            AND WS-INTAKE-COUNT NOT < 1000
                            SET INTAKE-OVERFLOW TO TRUE
                         END-IF
                         IF CC-COOP-ID NOT = SPACES
                            AND WS-INTAKE-COUNT < 1000
                            ADD 1 TO WS-INTAKE-COUNT
                            MOVE CC-COOP-ID
                               TO WS-IN-COOP-ID(WS-INTAKE-COUNT)
                            MOVE CC-DATE
                               TO WS-IN-DATE(WS-INTAKE-COUNT)
                            MOVE CC-SLOT
                               TO WS-IN-SLOT(WS-INTAKE-COUNT)
                            MOVE CC-BITMAP
                               TO WS-IN-BITMAP(WS-INTAKE-COUNT)
                            MOVE 0
                               TO WS-IN-EGG-COUNT(WS-INTAKE-COUNT)
                            MOVE ALL "0"
                               TO WS-IN-TRAY-MAP(WS-INTAKE-COUNT)
                            MOVE "P"
                               TO WS-IN-STATUS(WS-INTAKE-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE COLLECTION-FILE
           .
       LOAD-COLLECTIONS-EXIT.
           EXIT.

      *    Bubble sort on coop, date, slot.
       SORT-COLLECTIONS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-INTAKE-COUNT
                   PERFORM VARYING J FROM 1 BY 1
                      UNTIL J > WS-INTAKE-COUNT - I
                           IF WS-INTAKE-ENTRY(J)(1:16)
                              > WS-INTAKE-ENTRY(J + 1)(1:16)
                              MOVE WS-INTAKE-ENTRY(J) TO WS-SWAP-ENTRY
                              MOVE WS-INTAKE-ENTRY(J + 1)
                                 TO WS-INTAKE-ENTRY(J)
                              MOVE WS-SWAP-ENTRY
                                 TO WS-INTAKE-ENTRY(J + 1)
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       SORT-COLLECTIONS-EXIT.
           EXIT.

      *    Rejects bad dates and bitmaps, dates before the ledger
      *    window (whose duplicates could not be seen), and any
      *    coop/date/slot that is already on the ledger or repeated
      *    in this file.
       SCREEN-COLLECTIONS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INTAKE-COUNT
                   EVALUATE TRUE
                   WHEN WS-IN-DATE(I) IS NOT NUMERIC
                        DISPLAY "COOP-YIELD: bad date "
                           WS-IN-COOP-ID(I) " " WS-IN-DATE(I)
                        MOVE "R" TO WS-IN-STATUS(I)
                   WHEN WS-IN-DATE(I) < WS-LEDGER-CUTOFF
                        DISPLAY "COOP-YIELD: before ledger window "
                           WS-IN-COOP-ID(I) " " WS-IN-DATE(I) " "
                           WS-IN-SLOT(I)
                        MOVE "R" TO WS-IN-STATUS(I)
                   WHEN WS-IN-BITMAP(I) IS NOT NUMERIC
                        DISPLAY "COOP-YIELD: bad bitmap "
                           WS-IN-COOP-ID(I) " " WS-IN-DATE(I) " "
                           WS-IN-SLOT(I) " " WS-IN-BITMAP(I)
                        MOVE "R" TO WS-IN-STATUS(I)
                   WHEN I > 1
                        AND WS-INTAKE-ENTRY(I)(1:16)
                           = WS-INTAKE-ENTRY(I - 1)(1:16)
                        DISPLAY "COOP-YIELD: repeated collection "
                           WS-IN-COOP-ID(I) " " WS-IN-DATE(I) " "
                           WS-IN-SLOT(I)
                        MOVE "R" TO WS-IN-STATUS(I)
                   WHEN OTHER
                        PERFORM CHECK-ALREADY-POSTED
                   END-EVALUATE
                   IF WS-IN-STATUS(I) = "R"
                      ADD 1 TO WS-REJECTED-COUNT
                   END-IF
           END-PERFORM
           .
       SCREEN-COLLECTIONS-EXIT.
           EXIT.

       CHECK-ALREADY-POSTED.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LEDGER-COUNT
                   IF WS-LG-COOP-ID(J) = WS-IN-COOP-ID(I)
                      AND WS-LG-DATE(J) = WS-IN-DATE(I)
                      AND WS-LG-SLOT(J) = WS-IN-SLOT(I)
                      DISPLAY "COOP-YIELD: already posted "
                         WS-IN-COOP-ID(I) " " WS-IN-DATE(I) " "
                         WS-IN-SLOT(I)
                      MOVE "R" TO WS-IN-STATUS(I)
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           .
       CHECK-ALREADY-POSTED-EXIT.
           EXIT.

      *    Every accepted bitmap goes through EGG-COUNT-BATCH in one
      *    pass; the positions it reports become the tray map.
       COUNT-TRAY-EGGS.
           OPEN OUTPUT TRAY-IN-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INTAKE-COUNT
                   IF WS-IN-STATUS(I) = "P"
                      MOVE WS-IN-BITMAP(I) TO TRAY-IN-RECORD
                      WRITE TRAY-IN-RECORD
                   END-IF
           END-PERFORM
           CLOSE TRAY-IN-FILE
           CALL "EGG-COUNT-BATCH"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO I
           SET TRAY-EOF TO FALSE
           OPEN INPUT TRAY-OUT-FILE
           PERFORM UNTIL TRAY-EOF
                   READ TRAY-OUT-FILE
                      AT END
                         SET TRAY-EOF TO TRUE
                      NOT AT END
                         PERFORM NEXT-PENDING-COLLECTION
                         IF I <= WS-INTAKE-COUNT
                            PERFORM STORE-TRAY-COUNT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TRAY-OUT-FILE
           .
       COUNT-TRAY-EGGS-EXIT.
           EXIT.

      *    Advances I to the next collection that was staged.
       NEXT-PENDING-COLLECTION.
           ADD 1 TO I
           PERFORM UNTIL I > WS-INTAKE-COUNT
              OR WS-IN-STATUS(I) = "P"
                   ADD 1 TO I
           END-PERFORM
           .
       NEXT-PENDING-COLLECTION-EXIT.
           EXIT.

       STORE-TRAY-COUNT.
           MOVE "C" TO WS-IN-STATUS(I)
           MOVE EO-POSITION-COUNT TO WS-IN-EGG-COUNT(I)
           MOVE ALL "0" TO WS-IN-TRAY-MAP(I)
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > EO-POSITION-COUNT
                   IF EO-POSITION(P) > 0 AND EO-POSITION(P) <= 34
                      MOVE "1" TO WS-IN-TRAY-MAP(I)(EO-POSITION(P):1)
                   END-IF
           END-PERFORM
           .
       STORE-TRAY-COUNT-EXIT.
           EXIT.

       POST-COLLECTIONS.
           OPEN EXTEND YIELD-LEDGER-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INTAKE-COUNT
                   IF WS-IN-STATUS(I) = "C"
                      PERFORM POST-ONE-COLLECTION
                   END-IF
           END-PERFORM
           CLOSE YIELD-LEDGER-FILE
           .
       POST-COLLECTIONS-EXIT.
           EXIT.

       POST-ONE-COLLECTION.
           MOVE SPACES TO YIELD-LEDGER-RECORD
           MOVE WS-IN-COOP-ID(I) TO CL-COOP-ID
           MOVE WS-IN-DATE(I) TO CL-DATE
           MOVE WS-IN-SLOT(I) TO CL-SLOT
           MOVE WS-IN-BITMAP(I) TO CL-BITMAP
           MOVE WS-IN-EGG-COUNT(I) TO CL-EGG-COUNT
           MOVE WS-IN-TRAY-MAP(I) TO CL-TRAY-MAP
           WRITE YIELD-LEDGER-RECORD
           ADD 1 TO WS-POSTED-COUNT
           IF WS-LEDGER-COUNT < 10000
              ADD 1 TO WS-LEDGER-COUNT
              MOVE WS-IN-COOP-ID(I) TO WS-LG-COOP-ID(WS-LEDGER-COUNT)
              MOVE WS-IN-DATE(I) TO WS-LG-DATE(WS-LEDGER-COUNT)
              MOVE WS-IN-SLOT(I) TO WS-LG-SLOT(WS-LEDGER-COUNT)
              MOVE WS-IN-EGG-COUNT(I)
                 TO WS-LG-EGG-COUNT(WS-LEDGER-COUNT)
              MOVE WS-IN-TRAY-MAP(I)
                 TO WS-LG-TRAY-MAP(WS-LEDGER-COUNT)
           END-IF
           .
       POST-ONE-COLLECTION-EXIT.
           EXIT.

      *    One pass builds the coop list, the business day's totals
      *    and each position's latest egg; a second counts the
      *    collections since that latest egg. Order-independent, so
      *    a late-arriving collection counts where it belongs.
       ACCUMULATE-COOP-YIELD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LEDGER-COUNT
                   PERFORM FIND-COOP-ENTRY
                   IF C > 0
                      PERFORM NOTE-LATEST-EGGS
                      IF WS-LG-DATE(I) = BD-BUSINESS-DATE
                         ADD 1 TO WS-CP-DAY-COLLECT(C)
                         ADD WS-LG-EGG-COUNT(I) TO WS-CP-DAY-EGGS(C)
                         ADD WS-LG-EGG-COUNT(I) TO WS-DAY-TOTAL
                         PERFORM ADD-SLOT-YIELD
                      END-IF
                   END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LEDGER-COUNT
                   PERFORM FIND-COOP-ENTRY
                   IF C > 0
                      PERFORM VARYING P FROM 1 BY 1
                         UNTIL P > WS-TRAY-SIZE
                              IF WS-LG-STAMP(I) > WS-CP-LAST-EGG(C, P)
                                 ADD 1 TO WS-CP-SINCE(C, P)
                              END-IF
                      END-PERFORM
                   END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-COOP-COUNT
                   PERFORM VARYING J FROM 1 BY 1
                      UNTIL J > WS-COOP-COUNT - I
                           IF WS-CP-COOP-ID(J) > WS-CP-COOP-ID(J + 1)
                              MOVE WS-COOP-ENTRY(J) TO WS-COOP-SWAP
                              MOVE WS-COOP-ENTRY(J + 1)
                                 TO WS-COOP-ENTRY(J)
                              MOVE WS-COOP-SWAP
                                 TO WS-COOP-ENTRY(J + 1)
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       ACCUMULATE-COOP-YIELD-EXIT.
           EXIT.

      *    Sets C to ledger entry I's coop, adding the coop when it
      *    is new; C is 0 when the coop table is full.
       FIND-COOP-ENTRY.
           MOVE 0 TO C
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-COOP-COUNT OR C > 0
                   IF WS-CP-COOP-ID(J) = WS-LG-COOP-ID(I)
                      MOVE J TO C
                   END-IF
           END-PERFORM
           IF C = 0 AND WS-COOP-COUNT NOT < 60
              SET COOP-OVERFLOW TO TRUE
           END-IF
           IF C = 0 AND WS-COOP-COUNT < 60
              ADD 1 TO WS-COOP-COUNT
              MOVE WS-COOP-COUNT TO C
              MOVE WS-LG-COOP-ID(I) TO WS-CP-COOP-ID(C)
              MOVE 0 TO WS-CP-DAY-COLLECT(C)
              MOVE 0 TO WS-CP-DAY-EGGS(C)
              PERFORM VARYING P FROM 1 BY 1 UNTIL P > 34
                      MOVE LOW-VALUES TO WS-CP-LAST-EGG(C, P)
                      MOVE 0 TO WS-CP-SINCE(C, P)
              END-PERFORM
           END-IF
           .
       FIND-COOP-ENTRY-EXIT.
           EXIT.

       NOTE-LATEST-EGGS.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TRAY-SIZE
                   IF WS-LG-TRAY-MAP(I)(P:1) = "1"
                      AND WS-LG-STAMP(I) > WS-CP-LAST-EGG(C, P)
                      MOVE WS-LG-STAMP(I) TO WS-CP-LAST-EGG(C, P)
                   END-IF
           END-PERFORM
           .
       NOTE-LATEST-EGGS-EXIT.
           EXIT.

       ADD-SLOT-YIELD.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-SLOT-COUNT OR WS-FOUND-IDX > 0
                   IF WS-SL-COOP-ID(J) = WS-LG-COOP-ID(I)
                      AND WS-SL-SLOT(J) = WS-LG-SLOT(I)
                      MOVE J TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              IF WS-SLOT-COUNT >= 240
                 ADD 1 TO WS-SLOT-UNSHOWN
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-SLOT-COUNT
              MOVE WS-SLOT-COUNT TO WS-FOUND-IDX
              MOVE WS-LG-COOP-ID(I) TO WS-SL-COOP-ID(WS-FOUND-IDX)
              MOVE WS-LG-SLOT(I) TO WS-SL-SLOT(WS-FOUND-IDX)
              MOVE 0 TO WS-SL-EGGS(WS-FOUND-IDX)
           END-IF
           ADD WS-LG-EGG-COUNT(I) TO WS-SL-EGGS(WS-FOUND-IDX)
           .
       ADD-SLOT-YIELD-EXIT.
           EXIT.

       WRITE-DAILY-YIELD.
           OPEN OUTPUT DAILY-YIELD-REPORT
           MOVE SPACES TO DAILY-YIELD-LINE
           STRING "COOP YIELD FOR " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO DAILY-YIELD-LINE
           END-STRING
           WRITE DAILY-YIELD-LINE
           MOVE "COOP   COLLECTIONS  EGGS  BY SLOT" TO DAILY-YIELD-LINE
           WRITE DAILY-YIELD-LINE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COOP-COUNT
                   IF WS-CP-DAY-COLLECT(C) > 0
                      PERFORM WRITE-COOP-YIELD-LINE
                   END-IF
           END-PERFORM
           MOVE SPACES TO DAILY-YIELD-LINE
           MOVE WS-DAY-TOTAL TO WS-DISPLAY-COUNT
           STRING "TOTAL EGGS " DELIMITED BY SIZE
              WS-DISPLAY-COUNT DELIMITED BY SIZE
              INTO DAILY-YIELD-LINE
           END-STRING
           WRITE DAILY-YIELD-LINE
           IF WS-SLOT-UNSHOWN > 0
              MOVE SPACES TO DAILY-YIELD-LINE
              MOVE WS-SLOT-UNSHOWN TO WS-DISPLAY-COUNT
              STRING "SLOT TABLE FULL -- " DELIMITED BY SIZE
                 TRIM(WS-DISPLAY-COUNT) DELIMITED BY SIZE
                 " COLLECTIONS NOT SHOWN BY SLOT" DELIMITED BY SIZE
                 INTO DAILY-YIELD-LINE
              END-STRING
              WRITE DAILY-YIELD-LINE
           END-IF
           CLOSE DAILY-YIELD-REPORT
           .
       WRITE-DAILY-YIELD-EXIT.
           EXIT.

       WRITE-COOP-YIELD-LINE.
           MOVE SPACES TO DAILY-YIELD-LINE
           MOVE 1 TO J
           STRING WS-CP-COOP-ID(C) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CP-DAY-COLLECT(C) DELIMITED BY SIZE
              "          " DELIMITED BY SIZE
              WS-CP-DAY-EGGS(C) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              INTO DAILY-YIELD-LINE
              WITH POINTER J
           END-STRING
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
              UNTIL WS-FOUND-IDX > WS-SLOT-COUNT
                   IF WS-SL-COOP-ID(WS-FOUND-IDX) = WS-CP-COOP-ID(C)
                      STRING " " DELIMITED BY SIZE
                         WS-SL-SLOT(WS-FOUND-IDX) DELIMITED BY SIZE
                         "=" DELIMITED BY SIZE
                         WS-SL-EGGS(WS-FOUND-IDX) DELIMITED BY SIZE
                         INTO DAILY-YIELD-LINE
                         WITH POINTER J
                      END-STRING
                   END-IF
           END-PERFORM
           WRITE DAILY-YIELD-LINE
           .
       WRITE-COOP-YIELD-LINE-EXIT.
           EXIT.

      *    A position empty in each of its coop's last EMPTY-RUN
      *    collections -- or never filled in that many -- is listed
      *    for the farm crew.
       WRITE-EMPTY-POSITIONS.
           OPEN OUTPUT EMPTY-POSITION-REPORT
           MOVE SPACES TO EMPTY-POSITION-LINE
           STRING "TRAY POSITIONS EMPTY " DELIMITED BY SIZE
              WS-EMPTY-RUN DELIMITED BY SIZE
              " OR MORE COLLECTIONS RUNNING -- CHECK NEST BOX"
                 DELIMITED BY SIZE
              INTO EMPTY-POSITION-LINE
           END-STRING
           WRITE EMPTY-POSITION-LINE
           MOVE "COOP   POS  EMPTY  LAST EGG" TO EMPTY-POSITION-LINE
           WRITE EMPTY-POSITION-LINE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COOP-COUNT
                   PERFORM VARYING P FROM 1 BY 1
                      UNTIL P > WS-TRAY-SIZE
                           IF WS-CP-SINCE(C, P) >= WS-EMPTY-RUN
                              PERFORM WRITE-EMPTY-POSITION-LINE
                           END-IF
                   END-PERFORM
           END-PERFORM
           CLOSE EMPTY-POSITION-REPORT
           .
       WRITE-EMPTY-POSITIONS-EXIT.
           EXIT.

       WRITE-EMPTY-POSITION-LINE.
           ADD 1 TO WS-EMPTY-COUNT
           MOVE SPACES TO EMPTY-POSITION-LINE
           MOVE WS-CP-SINCE(C, P) TO WS-DISPLAY-COUNT
           STRING WS-CP-COOP-ID(C) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              P DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-DISPLAY-COUNT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              INTO EMPTY-POSITION-LINE
           END-STRING
           IF WS-CP-LAST-EGG(C, P) = LOW-VALUES
              MOVE "NEVER" TO EMPTY-POSITION-LINE(21:5)
           ELSE
              MOVE WS-CP-LAST-EGG(C, P)(1:8)
                 TO EMPTY-POSITION-LINE(21:8)
              MOVE WS-CP-LAST-EGG(C, P)(9:2)
                 TO EMPTY-POSITION-LINE(30:2)
           END-IF
           WRITE EMPTY-POSITION-LINE
           .
       WRITE-EMPTY-POSITION-LINE-EXIT.
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
                    SET BD-DATE-LOADED TO TRUE
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
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
           DISPLAY "COOP-YIELD: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

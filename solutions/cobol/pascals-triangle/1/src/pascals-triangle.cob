       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASCALS-TRIANGLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   File mode for the numeric table: a row count per line in,
      *>   every coefficient of that many rows out -- the lot
      *>   sampling plan takes its binomial coefficients from here.
           SELECT TABLE-REQUEST-FILE ASSIGN TO "PASCIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TABLE-OUTPUT-FILE ASSIGN TO "PASCOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TABLE-REQUEST-FILE.
       01  TABLE-REQUEST-RECORD.
           02 PI-ROW-COUNT      PIC X(2).
       FD  TABLE-OUTPUT-FILE.
       01  TABLE-OUTPUT-RECORD.
           02 PO-ROW            PIC 99.
           02 FILLER            PIC X.
           02 PO-COL            PIC 99.
           02 FILLER            PIC X.
           02 PO-VALUE          PIC 9(18).
       WORKING-STORAGE SECTION.
       01 WS-COUNT              PIC 99.
       
             05 ROWELEM         PIC X(60).

      *>   Numeric-table mode: the same coefficients as WS-ROW above,
      *>   but as real PIC 9(18) values instead of a formatted string,
      *>   for callers that need to compute on them directly.
      *>   Eighteen digits hold every coefficient up to row 64;
      *>   row 65 is the first whose middle value will not fit.
       01 WS-NUMERIC-RESULT.
          02 WS-NUM-ROW OCCURS 1 TO 99 DEPENDING ON WS-COUNT.
             05 WS-NUM-COL      PIC 9(18) OCCURS 99 TIMES.
       01 WS-MAX-NUMERIC-ROWS   PIC 99 VALUE 64.

      *>   File-mode support.
       01 WS-REQUEST-EOF-FLAG   PIC 9  VALUE 0.
          88 REQUEST-EOF               VALUE 1 FALSE 0.
       01 WS-TABLE-COUNT        PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.

      *>   Working variables for Pascal's Triangle computation
       01 WS-WORK-AREA.
      *>   Array to store current row values
          02 WS-CURR-ROW.
             03 WS-CURR-VAL     PIC 9(18) OCCURS 99 TIMES.
                                
      *>   Array to store previous row values
          02 WS-PREV-ROW.
             03 WS-PREV-VAL     PIC 9(18) OCCURS 99 TIMES.
      *>   Loop counters and indices
          02 WS-ROW-IDX         PIC 99.
          02 WS-COL-IDX         PIC 99.
          02 WS-COPY-IDX        PIC 99.
      *>   Temporary string building area
          02 WS-TEMP-STR        PIC X(60).
          02 WS-NUM-EDIT        PIC Z(17)9.
          02 WS-LEADING-SPACES  PIC 99.
       
       PROCEDURE DIVISION.
                   MOVE WS-CURR-ROW TO WS-PREV-ROW
                   INITIALIZE WS-CURR-ROW
           END-PERFORM.

       ROWS-EXIT.
           EXIT.

      *>   A CALL of PASCALS-TRIANGLE itself returns here rather than
      *>   running on into the file mode below.
       ROWS-RETURN.
           GOBACK.

      *>   File mode: for every PASCIN line (a row count, two
      *>   digits) ROWS builds the table and PASCOUT gets one line
      *>   per coefficient -- row, column, value -- in row order.
      *>   A count that is not numeric, or is past the last row
      *>   that fits the numeric table, writes nothing for that line.
       ENTRY "PASCALS-TRIANGLE-BATCH".
       PASCALS-TRIANGLE-BATCH.
           MOVE 0 TO WS-TABLE-COUNT
           MOVE 0 TO WS-REFUSED-COUNT
           SET REQUEST-EOF TO FALSE
           OPEN INPUT TABLE-REQUEST-FILE
           OPEN OUTPUT TABLE-OUTPUT-FILE
           PERFORM UNTIL REQUEST-EOF
                   READ TABLE-REQUEST-FILE
                      AT END
                         SET REQUEST-EOF TO TRUE
                      NOT AT END
                         IF PI-ROW-COUNT IS NUMERIC
                            AND PI-ROW-COUNT <= WS-MAX-NUMERIC-ROWS
                            MOVE PI-ROW-COUNT TO WS-COUNT
                            PERFORM ROWS
                            PERFORM WRITE-NUMERIC-TABLE
                            ADD 1 TO WS-TABLE-COUNT
                         ELSE
                            ADD 1 TO WS-REFUSED-COUNT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TABLE-OUTPUT-FILE
           CLOSE TABLE-REQUEST-FILE
           DISPLAY "PASCALS-TRIANGLE-BATCH: " WS-TABLE-COUNT
              " TABLES BUILT, " WS-REFUSED-COUNT " REFUSED"
           GOBACK.
       PASCALS-TRIANGLE-BATCH-EXIT.
           EXIT.

       WRITE-NUMERIC-TABLE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-COUNT
                   PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                      UNTIL WS-COL-IDX > WS-ROW-IDX
                           MOVE SPACES TO TABLE-OUTPUT-RECORD
                           MOVE WS-ROW-IDX TO PO-ROW
                           MOVE WS-COL-IDX TO PO-COL
                           MOVE WS-NUM-COL(WS-ROW-IDX, WS-COL-IDX)
                              TO PO-VALUE
                           WRITE TABLE-OUTPUT-RECORD
                   END-PERFORM
           END-PERFORM
           .
       WRITE-NUMERIC-TABLE-EXIT.
           EXIT.

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-EXCEPTIONS ASSIGN TO "LEDGREXC"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Decimal-to-numeral file mode for callers with a batch of
      *    numbers: one number per ROMANIN line, one ROMANOUT line
      *    back for each, in the same order.
           SELECT ROMAN-REQUEST-FILE ASSIGN TO "ROMANIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROMAN-RESULT-FILE ASSIGN TO "ROMANOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  LEDGER-REPORT-LINE     PIC X(40).
       FD  LEDGER-EXCEPTIONS.
       01  LEDGER-EXCEPTION-LINE  PIC X(80).
       FD  ROMAN-REQUEST-FILE.
       01  ROMAN-REQUEST-RECORD.
           02 RI-NUMBER      PIC X(4).
       FD  ROMAN-RESULT-FILE.
       01  ROMAN-RESULT-RECORD.
           02 RO-NUMBER      PIC X(4).
           02 FILLER         PIC X.
           02 RO-ROMAN       PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-NUMBER  PIC 9999.
       01 WS-LEDGER-COUNT   PIC 9(6)  VALUE 0.
       01 WS-LEDGER-BAD     PIC 9(6)  VALUE 0.

      * Decimal batch support: a number that is not 1 to 3999 comes
      * back as INVALID rather than as a run of M's or nothing.
       01 WS-REQUEST-EOF-FLAG PIC 9   VALUE 0.
          88 REQUEST-EOF              VALUE 1 FALSE 0.
       01 WS-REQUEST-COUNT  PIC 9(6)  VALUE 0.
       01 WS-REQUEST-BAD    PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
       ROMAN-NUMERALS.
           PERFORM CONVERT-DECIMAL
           GOBACK
           .

      *    Builds WS-RESULT from WS-NUMBER, largest value first.
       CONVERT-DECIMAL.
           INITIALIZE WS-RESULT
           MOVE 1 TO PTR
           PERFORM UNTIL WS-NUMBER = 0
                        SUBTRACT 1 FROM WS-NUMBER
                   END-EVALUATE
           END-PERFORM
           .
       CONVERT-DECIMAL-EXIT.
           EXIT.

      *    Resolves WS-ROMAN to WS-DECIMAL by summing each character's
      *    value, subtracting instead of adding whenever a smaller
           .
       CONVERT-ONE-LEDGER-ENTRY-EXIT.
           EXIT.

      *    Converts a file of decimal numbers in one call: each
      *    ROMANIN number comes back on ROMANOUT beside its numeral,
      *    so a caller with a print run's worth of years or folios
      *    makes one CALL instead of one per number. Reachable as its
      *    own entry point.
       ENTRY "ROMAN-NUMERALS-BATCH".
       ROMAN-NUMERALS-BATCH.
           MOVE 0 TO WS-REQUEST-COUNT
           MOVE 0 TO WS-REQUEST-BAD
           SET REQUEST-EOF TO FALSE
           OPEN INPUT ROMAN-REQUEST-FILE
           OPEN OUTPUT ROMAN-RESULT-FILE
           PERFORM UNTIL REQUEST-EOF
                   READ ROMAN-REQUEST-FILE
                      AT END
                         SET REQUEST-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-REQUEST-COUNT
                         PERFORM CONVERT-ONE-REQUEST
                   END-READ
           END-PERFORM
           CLOSE ROMAN-REQUEST-FILE
           CLOSE ROMAN-RESULT-FILE
           DISPLAY "ROMAN-NUMERALS BATCH: " WS-REQUEST-COUNT
              " NUMBERS, " WS-REQUEST-BAD " INVALID"
           IF WS-REQUEST-BAD > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       ROMAN-NUMERALS-BATCH-EXIT.
           EXIT.

       CONVERT-ONE-REQUEST.
           MOVE SPACES TO ROMAN-RESULT-RECORD
           MOVE RI-NUMBER TO RO-NUMBER
           IF RI-NUMBER IS NOT NUMERIC
              MOVE "INVALID" TO RO-ROMAN
           ELSE
              MOVE RI-NUMBER TO WS-NUMBER
              IF WS-NUMBER = 0 OR WS-NUMBER > 3999
                 MOVE "INVALID" TO RO-ROMAN
              ELSE
                 PERFORM CONVERT-DECIMAL
                 MOVE WS-RESULT TO RO-ROMAN
              END-IF
           END-IF
           IF RO-ROMAN = "INVALID"
              ADD 1 TO WS-REQUEST-BAD
           END-IF
           WRITE ROMAN-RESULT-RECORD
           .
       CONVERT-ONE-REQUEST-EXIT.
           EXIT.

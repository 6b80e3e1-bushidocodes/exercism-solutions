       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINARY-TWO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    File mode for the door permission run: one binary string
      *    per line in, its decimal value and any error text out --
      *    the door-group bitmaps on PERMMST are decoded here rather
      *    than by a second copy of the rule.
           SELECT BINARY-INPUT-FILE ASSIGN TO "BINARYIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BINARY-OUTPUT-FILE ASSIGN TO "BINARYOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BINARY-INPUT-FILE.
       01  BINARY-INPUT-RECORD   PIC X(60).
       FD  BINARY-OUTPUT-FILE.
       01  BINARY-OUTPUT-RECORD.
           02 BO-RESULT          PIC 9999.
           02 FILLER             PIC X.
           02 BO-ERROR           PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-BINARY      PIC X(60).
       01 WS-BINARY-LEN  PIC 99.
       01 WS-RESULT      PIC 9999.
       01 WS-ERROR       PIC X(60).
       01 I              PIC 99.

      *    File-mode support.
       01 WS-BINARY-EOF-FLAG PIC 9    VALUE 0.
          88 BINARY-EOF               VALUE 1 FALSE 0.
       01 WS-LINE-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      *    Top-level entry point. The conversion lives in DECIMAL so
      *    BINARY-TWO-BATCH can PERFORM it once per line.
       BINARY-TWO.
           PERFORM DECIMAL
           GOBACK.

       DECIMAL.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BINARY))
              TO WS-BINARY-LEN

           MOVE 0 TO WS-RESULT
           INITIALIZE WS-ERROR

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BINARY-LEN
                   EVALUATE WS-BINARY(I:1)
                   WHEN '1'
                        EXIT PERFORM
                   END-EVALUATE
           END-PERFORM
           .

      *    File mode: converts every BINARYIN line into a BINARYOUT
      *    line (value, then error text when the string is not
      *    binary). Reachable as its own entry point.
       ENTRY "BINARY-TWO-BATCH".
       BINARY-TWO-BATCH.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-BINARY-EOF-FLAG
           OPEN INPUT BINARY-INPUT-FILE
           OPEN OUTPUT BINARY-OUTPUT-FILE
           PERFORM UNTIL BINARY-EOF
                   READ BINARY-INPUT-FILE
                      AT END
                         SET BINARY-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-LINE-COUNT
                         MOVE BINARY-INPUT-RECORD TO WS-BINARY
                         PERFORM DECIMAL
                         MOVE SPACES TO BINARY-OUTPUT-RECORD
                         MOVE WS-RESULT TO BO-RESULT
                         MOVE WS-ERROR TO BO-ERROR
                         WRITE BINARY-OUTPUT-RECORD
                   END-READ
           END-PERFORM
           CLOSE BINARY-OUTPUT-FILE
           CLOSE BINARY-INPUT-FILE
           DISPLAY "BINARY-TWO-BATCH: " WS-LINE-COUNT
              " LINES CONVERTED"
           GOBACK.
       BINARY-TWO-BATCH-EXIT.
           EXIT.

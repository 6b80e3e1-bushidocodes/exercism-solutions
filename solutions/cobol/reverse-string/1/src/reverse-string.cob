       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSE-STRING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    File mode for the nightly reverse-name index and its
      *    inquiry: strings in, reversed strings out, one line for
      *    one line.
           SELECT STRING-INPUT-FILE ASSIGN TO "STRINGIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STRING-OUTPUT-FILE ASSIGN TO "STRINGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STRING-INPUT-FILE.
       01  STRING-INPUT-RECORD   PIC X(64).
       FD  STRING-OUTPUT-FILE.
       01  STRING-OUTPUT-RECORD  PIC X(64).
       WORKING-STORAGE SECTION.
       01 WS-STRING  PIC X(64).
       77 I          PIC 9(2).
       77 J          PIC 9(2).
       77 TEMP       PIC X(1).

      *    File-mode support.
       01 WS-STRING-EOF-FLAG PIC 9    VALUE 0.
          88 STRING-EOF               VALUE 1 FALSE 0.
       01 WS-LINE-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      *    Top-level entry point. The swap itself lives in
      *    REVERSE-ONE-STRING so REVERSE-STRING-BATCH can PERFORM it
      *    once per line.
       REVERSE-STRING.
           PERFORM REVERSE-ONE-STRING
           GOBACK.

       REVERSE-ONE-STRING.
           COMPUTE J = FUNCTION LENGTH(FUNCTION TRIM(WS-STRING))
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= J
                   MOVE WS-STRING(J:1) TO TEMP
                   MOVE WS-STRING(I:1) TO WS-STRING(J:1)
                   MOVE TEMP TO WS-STRING(I:1)
                   SUBTRACT 1 FROM J
           END-PERFORM.
       REVERSE-ONE-STRING-EXIT.
           EXIT.

      *    File mode: reverses every STRINGIN line into STRINGOUT.
      *    Reachable as its own entry point.
       ENTRY "REVERSE-STRING-BATCH".
       REVERSE-STRING-BATCH.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-STRING-EOF-FLAG
           OPEN INPUT STRING-INPUT-FILE
           OPEN OUTPUT STRING-OUTPUT-FILE
           PERFORM UNTIL STRING-EOF
                   READ STRING-INPUT-FILE
                      AT END
                         SET STRING-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-LINE-COUNT
                         MOVE STRING-INPUT-RECORD TO WS-STRING
                         PERFORM REVERSE-ONE-STRING
                         MOVE WS-STRING TO STRING-OUTPUT-RECORD
                         WRITE STRING-OUTPUT-RECORD
                   END-READ
           END-PERFORM
           CLOSE STRING-OUTPUT-FILE
           CLOSE STRING-INPUT-FILE
           DISPLAY "REVERSE-STRING-BATCH: " WS-LINE-COUNT
              " LINES REVERSED"
           GOBACK.
       REVERSE-STRING-BATCH-EXIT.
           EXIT.

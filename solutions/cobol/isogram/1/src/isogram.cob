       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    File mode for the ANAGDICT hygiene run: one word per line
      *    in, the strict verdict out, so the dictionary is screened
      *    by the same character rule rather than a second copy.
           SELECT PHRASE-INPUT-FILE ASSIGN TO "ISOGIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PHRASE-OUTPUT-FILE ASSIGN TO "ISOGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PHRASE-INPUT-FILE.
       01  PHRASE-INPUT-RECORD   PIC X(60).
       FD  PHRASE-OUTPUT-FILE.
       01  PHRASE-OUTPUT-RECORD.
           02 IO-RESULT          PIC 9.
           02 FILLER             PIC X.
           02 IO-INVALID-FLAG    PIC X.
           02 FILLER             PIC X.
           02 IO-PHRASE          PIC X(60).
       WORKING-STORAGE SECTION.
      * WS-PHRASE indexed by J
       01 WS-PHRASE           PIC X(60).
       01 WS-INVALID-FLAG     PIC X  VALUE 'N'.
          88 WS-HAS-INVALID-CHAR     VALUE 'Y' FALSE 'N'.

      * File-mode support.
       01 WS-PHRASE-EOF-FLAG  PIC 9    VALUE 0.
          88 PHRASE-EOF               VALUE 1 FALSE 0.
       01 WS-LINE-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       ISOGRAM.
           MOVE 1 TO WS-RESULT.
      * Same scan as ISOGRAM, but digits and anything outside plain
      * A-Z/a-z/space/hyphen (accented letters included) fail the
      * phrase instead of being passed over. Reachable as its own
      * entry point; the scan itself is in STRICT-SCAN so
      * ISOGRAM-STRICT-BATCH can PERFORM it.
       ENTRY "ISOGRAM-STRICT".
       ISOGRAM-STRICT.
           PERFORM STRICT-SCAN
           GOBACK.

       STRICT-SCAN.
           MOVE 1 TO WS-RESULT.
           SET WS-HAS-INVALID-CHAR TO FALSE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   END-IF
           END-PERFORM.


      * File mode: every ISOGIN line through STRICT-SCAN, one ISOGOUT
      * line each -- the isogram result, the invalid-character flag,
      * then the phrase as read.
       ENTRY "ISOGRAM-STRICT-BATCH".
       ISOGRAM-STRICT-BATCH.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-PHRASE-EOF-FLAG
           OPEN INPUT PHRASE-INPUT-FILE
           OPEN OUTPUT PHRASE-OUTPUT-FILE
           PERFORM UNTIL PHRASE-EOF
                   READ PHRASE-INPUT-FILE
                      AT END
                         SET PHRASE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-LINE-COUNT
                         MOVE PHRASE-INPUT-RECORD TO WS-PHRASE
                         PERFORM STRICT-SCAN
                         MOVE SPACES TO PHRASE-OUTPUT-RECORD
                         MOVE WS-RESULT TO IO-RESULT
                         MOVE WS-INVALID-FLAG TO IO-INVALID-FLAG
                         MOVE PHRASE-INPUT-RECORD TO IO-PHRASE
                         WRITE PHRASE-OUTPUT-RECORD
                   END-READ
           END-PERFORM
           CLOSE PHRASE-OUTPUT-FILE
           CLOSE PHRASE-INPUT-FILE
           DISPLAY "ISOGRAM-STRICT-BATCH: " WS-LINE-COUNT
              " PHRASES CHECKED"
           GOBACK.
       ISOGRAM-STRICT-BATCH-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-SUFFIX-INQUIRY.
      *    Help-desk lookup by the end of a name. Each SUFXREQ line is
      *    a partial ending ("SKI", "SON", "OWALSKI"); the endings are
      *    reversed through REVERSE-STRING-BATCH the same way
      *    NAME-SUFFIX-INDEX reversed the names, and each is looked up
      *    in REVNAMIX by START on the reversed ending and reading
      *    forward while the key still begins with it. Every matching
      *    subject is listed to SUFXRPT with its subject ID, the
      *    SID-FILE-SCOPEs the spelling is known under, and the name
      *    as SUBJIDX holds it -- no more scrolling the SID-TABLE dump
      *    to find "the Kowalski kid".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUFFIX-REQUEST-FILE ASSIGN TO "SUFXREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to and from REVERSE-STRING-BATCH.
           SELECT REVERSE-IN-FILE ASSIGN TO "STRINGIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REVERSE-OUT-FILE ASSIGN TO "STRINGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Reverse-name index built nightly by NAME-SUFFIX-INDEX.
           SELECT REVERSE-NAME-INDEX ASSIGN TO "REVNAMIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT SUFFIX-REPORT-FILE ASSIGN TO "SUFXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUFFIX-REQUEST-FILE.
       01  SUFFIX-REQUEST-RECORD   PIC X(30).
       FD  REVERSE-IN-FILE.
       01  REVERSE-IN-RECORD       PIC X(64).
       FD  REVERSE-OUT-FILE.
       01  REVERSE-OUT-RECORD      PIC X(64).
       FD  REVERSE-NAME-INDEX.
       01  REVERSE-NAME-RECORD.
           02 RN-KEY.
              05 RN-REVERSED-NAME  PIC X(60).
              05 RN-SUBJECT-ID     PIC X(8).
           02 RN-FILE-SCOPES       PIC X(44).
           02 RN-NAME              PIC X(60).
       FD  SUFFIX-REPORT-FILE.
       01  SUFFIX-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INDEX-FILE-STATUS PIC XX.
       01 WS-REQUEST-EOF-FLAG  PIC 9     VALUE 0.
          88 REQUEST-EOF                 VALUE 1 FALSE 0.
       01 WS-REVERSE-EOF-FLAG  PIC 9     VALUE 0.
          88 REVERSE-EOF                 VALUE 1 FALSE 0.
       01 WS-INDEX-EOF-FLAG    PIC 9     VALUE 0.
          88 INDEX-EOF                   VALUE 1 FALSE 0.

      *    The endings asked for, upper-cased, and their reversals.
       01 WS-ENDING-COUNT      PIC 9(2)  VALUE 0.
       01 WS-ENDING-TABLE.
          05 WS-ENDING-ENTRY OCCURS 50.
             10 WS-ENDING        PIC X(30).
             10 WS-ENDING-REV    PIC X(30).
             10 WS-ENDING-LEN    PIC 9(2).
       01 WS-REVERSED-COUNT    PIC 9(2)  VALUE 0.
       01 WS-MATCH-COUNT       PIC 9(4).
       01 WS-TOTAL-MATCHES     PIC 9(5)  VALUE 0.
       01 WS-UNMATCHED-COUNT   PIC 9(2)  VALUE 0.
       77 I                    PIC 9(2).

       PROCEDURE DIVISION.
       NAME-SUFFIX-INQUIRY.
           PERFORM LOAD-SUFFIX-REQUESTS
           IF WS-ENDING-COUNT = 0
              DISPLAY "NAME-SUFFIX-INQUIRY: no endings on SUFXREQ"
              GOBACK
           END-IF
           CALL "REVERSE-STRING-BATCH"
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-REVERSED-ENDINGS
           OPEN INPUT REVERSE-NAME-INDEX
           IF WS-INDEX-FILE-STATUS NOT = "00"
              DISPLAY "NAME-SUFFIX-INQUIRY: cannot open REVNAMIX,"
                 " status " WS-INDEX-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SUFFIX-REPORT-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ENDING-COUNT
                   PERFORM LIST-ONE-ENDING
           END-PERFORM
           CLOSE SUFFIX-REPORT-FILE
           CLOSE REVERSE-NAME-INDEX
           DISPLAY "NAME-SUFFIX-INQUIRY: " WS-ENDING-COUNT
              " ENDINGS, " WS-TOTAL-MATCHES " MATCHES, "
              WS-UNMATCHED-COUNT " WITH NO MATCH"
           GOBACK.

      *    Keeps each non-blank ending and stages it for reversal.
       LOAD-SUFFIX-REQUESTS.
           MOVE 0 TO WS-ENDING-COUNT
           SET REQUEST-EOF TO FALSE
           OPEN INPUT SUFFIX-REQUEST-FILE
           OPEN OUTPUT REVERSE-IN-FILE
           PERFORM UNTIL REQUEST-EOF
                   READ SUFFIX-REQUEST-FILE
                      AT END
                         SET REQUEST-EOF TO TRUE
                      NOT AT END
                         IF SUFFIX-REQUEST-RECORD NOT = SPACES
                            AND WS-ENDING-COUNT < 50
                            ADD 1 TO WS-ENDING-COUNT
                            MOVE UPPER-CASE(TRIM(SUFFIX-REQUEST-RECORD))
                               TO WS-ENDING(WS-ENDING-COUNT)
                            MOVE LENGTH(TRIM(SUFFIX-REQUEST-RECORD))
                               TO WS-ENDING-LEN(WS-ENDING-COUNT)
                            MOVE WS-ENDING(WS-ENDING-COUNT)
                               TO REVERSE-IN-RECORD
                            WRITE REVERSE-IN-RECORD
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE REVERSE-IN-FILE
           CLOSE SUFFIX-REQUEST-FILE
           .
       LOAD-SUFFIX-REQUESTS-EXIT.
           EXIT.

       LOAD-REVERSED-ENDINGS.
           MOVE 0 TO WS-REVERSED-COUNT
           SET REVERSE-EOF TO FALSE
           OPEN INPUT REVERSE-OUT-FILE
           PERFORM UNTIL REVERSE-EOF
                   READ REVERSE-OUT-FILE
                      AT END
                         SET REVERSE-EOF TO TRUE
                      NOT AT END
                         IF WS-REVERSED-COUNT < WS-ENDING-COUNT
                            ADD 1 TO WS-REVERSED-COUNT
                            MOVE REVERSE-OUT-RECORD(1:30)
                               TO WS-ENDING-REV(WS-REVERSED-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE REVERSE-OUT-FILE
           .
       LOAD-REVERSED-ENDINGS-EXIT.
           EXIT.

      *    Positions on the first key at or after the reversed ending
      *    and lists records until the key no longer starts with it.
       LIST-ONE-ENDING.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE SPACES TO SUFFIX-REPORT-LINE
           STRING "ENDING " DELIMITED BY SIZE
              TRIM(WS-ENDING(I)) DELIMITED BY SIZE
              INTO SUFFIX-REPORT-LINE
           END-STRING
           WRITE SUFFIX-REPORT-LINE
           SET INDEX-EOF TO FALSE
           MOVE SPACES TO RN-REVERSED-NAME
           MOVE WS-ENDING-REV(I) TO RN-REVERSED-NAME
           MOVE LOW-VALUES TO RN-SUBJECT-ID
           START REVERSE-NAME-INDEX KEY IS >= RN-KEY
              INVALID KEY
                 SET INDEX-EOF TO TRUE
           END-START
           PERFORM UNTIL INDEX-EOF
                   READ REVERSE-NAME-INDEX NEXT RECORD
                      AT END
                         SET INDEX-EOF TO TRUE
                      NOT AT END
                         IF RN-REVERSED-NAME(1:WS-ENDING-LEN(I))
                            = WS-ENDING-REV(I)(1:WS-ENDING-LEN(I))
                            PERFORM WRITE-MATCH-LINE
                         ELSE
                            SET INDEX-EOF TO TRUE
                         END-IF
                   END-READ
           END-PERFORM
           IF WS-MATCH-COUNT = 0
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE "   NO MATCHING SUBJECT" TO SUFFIX-REPORT-LINE
              WRITE SUFFIX-REPORT-LINE
           END-IF
           .
       LIST-ONE-ENDING-EXIT.
           EXIT.

       WRITE-MATCH-LINE.
           ADD 1 TO WS-MATCH-COUNT
           ADD 1 TO WS-TOTAL-MATCHES
           MOVE SPACES TO SUFFIX-REPORT-LINE
           STRING "   " DELIMITED BY SIZE
              RN-SUBJECT-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RN-NAME DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              TRIM(RN-FILE-SCOPES) DELIMITED BY SIZE
              INTO SUFFIX-REPORT-LINE
           END-STRING
           WRITE SUFFIX-REPORT-LINE
           .
       WRITE-MATCH-LINE-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-ISSUANCE.
      *    Card number issuance. When we issued our own cards someone
      *    made the numbers up and LUHN checked them afterwards. This
      *    job works card production's ISSUEREQ requests: each names
      *    a BINRANGE control line, and gets that many numbers
      *    allocated from the range's next account number, each with
      *    its Luhn check digit computed here (see card-issuance.cpy).
      *    The range's BIN must be on the ISSUERMST issuer master
      *    LUHN names issuers from, looked up there by key; with the
      *    master unavailable nothing is issued (RC 8). Every number
      *    issued goes on the ISSUEREG register, and a number
      *    already there is skipped, never issued again -- the range
      *    pointer only moves up, and the register check covers a run
      *    that stopped after writing the register but before saving
      *    BINRANGE.
      *
      *    The night's new numbers are also written to ISSUEFED, one
      *    per line in the same 32-column form an acquirer sends;
      *    registered in FEEDREG like any acquirer feed, CARD-INTAKE
      *    merges it into CARDFILE and the new cards go through the
      *    same nightly LUHN, NUCLEOTIDE-COUNT and HAMMING screening.
      *
      *    A range at or past 90% used is warned about on ISSUERPT
      *    and to the operator on every run until it is replaced; a
      *    request the range cannot fill -- counting out the numbers
      *    already on the register -- is refused whole and the alert
      *    is CRITICAL. Refused request lines stay on ISSUEREQ. More
      *    than 500 BINRANGE lines or 2000 ISSUEREQ lines stops the
      *    run (RC 8) before anything is issued, as both files are
      *    rewritten from the lines held.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Issuer master, range control, requests and register --
      *    see card-issuance.cpy.
           SELECT ISSUER-MASTER-FILE ASSIGN TO "ISSUERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-BIN
               FILE STATUS IS WS-ISSUER-FILE-STATUS.
           SELECT RANGE-CONTROL-FILE ASSIGN TO "BINRANGE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ISSUE-REQUEST-FILE ASSIGN TO "ISSUEREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ISSUE-REGISTER-FILE ASSIGN TO "ISSUEREG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Tonight's new numbers as a CARD-INTAKE feed.
           SELECT ISSUE-FEED-FILE ASSIGN TO "ISSUEFED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ISSUE-REPORT-FILE ASSIGN TO "ISSUERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central operator-alert file -- see operator-alert.cpy.
           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ISSUER-MASTER-FILE.
       01  ISSUER-MASTER-RECORD.
           02 IM-BIN              PIC X(6).
           02 IM-ISSUER-NAME      PIC X(30).
       FD  RANGE-CONTROL-FILE.
       01  RANGE-CONTROL-RECORD   PIC X(62).
       FD  ISSUE-REQUEST-FILE.
       01  ISSUE-REQUEST-RECORD   PIC X(31).
       FD  ISSUE-REGISTER-FILE.
       01  ISSUE-REGISTER-RECORD  PIC X(54).
       FD  ISSUE-FEED-FILE.
       01  ISSUE-FEED-RECORD      PIC X(32).
       FD  ISSUE-REPORT-FILE.
       01  ISSUE-REPORT-LINE      PIC X(80).
       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD  PIC X(105).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.
       01 WS-RANGE-OVERFLOW-FLAG PIC 9  VALUE 0.
          88 RANGE-OVERFLOW             VALUE 1 FALSE 0.
       01 WS-REQUEST-OVERFLOW-FLAG PIC 9 VALUE 0.
          88 REQUEST-OVERFLOW           VALUE 1 FALSE 0.
       01 WS-WARN-PERCENT     PIC 9(3)  VALUE 90.

       01 WS-ISSUER-FILE-STATUS PIC XX.

      *    BINRANGE held for the run and rewritten at the end. A
      *    range that fails its checks is kept as it is, and its
      *    requests refused with the reason.
       01 WS-RANGE-COUNT      PIC 9(3)  VALUE 0.
       01 WS-RANGE-TABLE.
          05 WS-RANGE-ENTRY OCCURS 500.
             10 WS-RG-RECORD  PIC X(62).
             10 WS-RG-PROBLEM PIC X(30).
             10 WS-RG-ISSUED  PIC 9(6).

      *    ISSUEREQ held so refused lines can be written back.
       01 WS-REQUEST-COUNT    PIC 9(4)  VALUE 0.
       01 WS-REQUEST-TABLE.
          05 WS-REQUEST-LINE  PIC X(31)  OCCURS 2000.
       01 WS-KEPT-COUNT       PIC 9(4)  VALUE 0.
       01 WS-KEPT-TABLE.
          05 WS-KEPT-LINE     PIC X(31)  OCCURS 2000.
       01 WS-REFUSE-REASON    PIC X(40).
       01 WS-QUANTITY         PIC 9(5).
       01 WS-LEFT-IN-RANGE    PIC 9(12).

      *    Every number already on the register.
       01 WS-REGISTER-COUNT   PIC 9(6)  VALUE 0.
       01 WS-REGISTER-TABLE.
          05 WS-REGISTERED    PIC X(19)  OCCURS 100000.
       01 WS-REGISTER-FULL-FLAG PIC 9   VALUE 0.
          88 REGISTER-FULL              VALUE 1 FALSE 0.
       01 WS-REGISTERED-FLAG  PIC 9     VALUE 0.
          88 NUMBER-REGISTERED          VALUE 1 FALSE 0.
       01 WS-FREE-COUNT       PIC 9(5).
       01 WS-NEXT-HOLD        PIC 9(12).

      *    Building one card number.
       01 WS-ACCOUNT-WIDTH    PIC 9(2).
       01 WS-ACCOUNT-LIMIT    PIC 9(13).
       01 WS-ACCOUNT-TEXT     PIC 9(12).
       01 WS-CARD-NUMBER      PIC X(19).
       01 WS-CARD-LEN         PIC 9(2).
       01 WS-LUHN-SUM         PIC 9(4).
       01 WS-LUHN-DIGIT       PIC 9(2).
       01 WS-LUHN-DOUBLE-FLAG PIC 9     VALUE 0.
          88 LUHN-DOUBLE                VALUE 1 FALSE 0.
       01 WS-CHECK-DIGIT      PIC 9.
       01 WS-USED-PERCENT     PIC 9(3).

       01 WS-ISSUED-TOTAL     PIC 9(6)  VALUE 0.
       01 WS-SKIPPED-TOTAL    PIC 9(6)  VALUE 0.
       01 WS-REFUSED-TOTAL    PIC 9(4)  VALUE 0.
       01 WS-WARNED-TOTAL     PIC 9(3)  VALUE 0.
       01 WS-SHOW-COUNT       PIC Z(5)9.
       01 WS-SHOW-PERCENT     PIC ZZ9.

       77 I                   PIC 9(6).
       77 R                   PIC 9(3).
       77 Q                   PIC 9(4).
       77 N                   PIC 9(5).

      *    Shared issuance layouts.
       COPY "card-issuance.cpy".
      *    Shared operator-alert record layout.
       COPY "operator-alert.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       CARD-ISSUANCE.
           PERFORM LOAD-BUSINESS-DATE
           OPEN INPUT ISSUER-MASTER-FILE
           IF WS-ISSUER-FILE-STATUS NOT = "00"
              DISPLAY "CARD-ISSUANCE: ISSUERMST unavailable, status "
                 WS-ISSUER-FILE-STATUS ", nothing issued"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-RANGE-CONTROL
           CLOSE ISSUER-MASTER-FILE
           PERFORM LOAD-ISSUE-REGISTER
           PERFORM LOAD-ISSUE-REQUESTS
           IF RANGE-OVERFLOW
              DISPLAY "CARD-ISSUANCE: more than 500 lines on BINRANGE,"
                 " nothing issued"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF REQUEST-OVERFLOW
              DISPLAY "CARD-ISSUANCE: more than 2000 lines on"
                 " ISSUEREQ, nothing issued"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT ISSUE-FEED-FILE
           OPEN OUTPUT ISSUE-REPORT-FILE
           OPEN EXTEND ISSUE-REGISTER-FILE
           MOVE SPACES TO ISSUE-REPORT-LINE
           STRING "CARD ISSUANCE " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO ISSUE-REPORT-LINE
           END-STRING
           WRITE ISSUE-REPORT-LINE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-REQUEST-COUNT
                   PERFORM WORK-ONE-REQUEST
           END-PERFORM
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RANGE-COUNT
                   PERFORM CHECK-RANGE-USAGE
           END-PERFORM
           CLOSE ISSUE-REGISTER-FILE
           CLOSE ISSUE-REPORT-FILE
           CLOSE ISSUE-FEED-FILE
           PERFORM SAVE-RANGE-CONTROL
           PERFORM SAVE-ISSUE-REQUESTS
           DISPLAY "CARD-ISSUANCE: " WS-ISSUED-TOTAL " ISSUED, "
              WS-SKIPPED-TOTAL " ALREADY ON REGISTER, "
              WS-REFUSED-TOTAL " REQUEST(S) REFUSED, "
              WS-WARNED-TOTAL " RANGE(S) 90% USED"
           IF WS-REFUSED-TOTAL > 0 OR WS-WARNED-TOTAL > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Loads BINRANGE and checks each range: numeric, a card
      *    length of thirteen to nineteen, account numbers that fit
      *    that length, a next number inside the range (or one past
      *    its end), a BIN on the issuer master, and no
      *    overlap with an earlier range for the same BIN and length.
       LOAD-RANGE-CONTROL.
           MOVE 0 TO WS-RANGE-COUNT
           SET RANGE-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT RANGE-CONTROL-FILE
           PERFORM UNTIL FILE-EOF
                   READ RANGE-CONTROL-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF RANGE-CONTROL-RECORD NOT = SPACES
                            AND WS-RANGE-COUNT NOT < 500
                            SET RANGE-OVERFLOW TO TRUE
                         END-IF
                         IF RANGE-CONTROL-RECORD NOT = SPACES
                            AND WS-RANGE-COUNT < 500
                            ADD 1 TO WS-RANGE-COUNT
                            MOVE RANGE-CONTROL-RECORD
                               TO WS-RG-RECORD(WS-RANGE-COUNT)
                            MOVE 0 TO WS-RG-ISSUED(WS-RANGE-COUNT)
                            MOVE WS-RANGE-COUNT TO R
                            PERFORM CHECK-ONE-RANGE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE RANGE-CONTROL-FILE
           .
       LOAD-RANGE-CONTROL-EXIT.
           EXIT.

       CHECK-ONE-RANGE.
           MOVE SPACES TO WS-RG-PROBLEM(R)
           MOVE WS-RG-RECORD(R) TO BR-RANGE-RECORD
           IF BR-BIN IS NOT NUMERIC
              OR BR-CARD-LENGTH IS NOT NUMERIC
              OR BR-LOW-ACCOUNT IS NOT NUMERIC
              OR BR-HIGH-ACCOUNT IS NOT NUMERIC
              OR BR-NEXT-ACCOUNT IS NOT NUMERIC
              MOVE "RANGE LINE NOT NUMERIC" TO WS-RG-PROBLEM(R)
              EXIT PARAGRAPH
           END-IF
           IF BR-CARD-LENGTH < 13 OR BR-CARD-LENGTH > 19
              MOVE "CARD LENGTH NOT 13-19" TO WS-RG-PROBLEM(R)
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCOUNT-WIDTH = BR-CARD-LENGTH - 7
           COMPUTE WS-ACCOUNT-LIMIT = 10 ** WS-ACCOUNT-WIDTH
           IF BR-LOW-ACCOUNT > BR-HIGH-ACCOUNT
              OR BR-HIGH-ACCOUNT >= WS-ACCOUNT-LIMIT
              MOVE "ACCOUNTS DO NOT FIT THE LENGTH"
                 TO WS-RG-PROBLEM(R)
              EXIT PARAGRAPH
           END-IF
           IF BR-NEXT-ACCOUNT < BR-LOW-ACCOUNT
              OR BR-NEXT-ACCOUNT > BR-HIGH-ACCOUNT + 1
              MOVE "NEXT ACCOUNT OUTSIDE THE RANGE"
                 TO WS-RG-PROBLEM(R)
              EXIT PARAGRAPH
           END-IF
           MOVE BR-BIN TO IM-BIN
           READ ISSUER-MASTER-FILE
              INVALID KEY
                 MOVE "BIN NOT ON ISSUERMST" TO WS-RG-PROBLEM(R)
           END-READ
           IF WS-RG-PROBLEM(R) NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= R
                   IF WS-RG-RECORD(I)(1:4) = BR-RANGE-ID
                      MOVE "RANGE ID ALREADY USED"
                         TO WS-RG-PROBLEM(R)
                      EXIT PARAGRAPH
                   END-IF
                   IF WS-RG-RECORD(I)(6:9) = WS-RG-RECORD(R)(6:9)
                      AND WS-RG-RECORD(I)(16:12) IS NUMERIC
                      AND WS-RG-RECORD(I)(29:12) IS NUMERIC
                      AND WS-RG-RECORD(I)(16:12)
                          <= WS-RG-RECORD(R)(29:12)
                      AND WS-RG-RECORD(I)(29:12)
                          >= WS-RG-RECORD(R)(16:12)
                      MOVE "OVERLAPS ANOTHER RANGE"
                         TO WS-RG-PROBLEM(R)
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           .
       CHECK-ONE-RANGE-EXIT.
           EXIT.

       LOAD-ISSUE-REGISTER.
           MOVE 0 TO WS-REGISTER-COUNT
           SET REGISTER-FULL TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT ISSUE-REGISTER-FILE
           PERFORM UNTIL FILE-EOF
                   READ ISSUE-REGISTER-FILE INTO IR-REGISTER-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF WS-REGISTER-COUNT < 100000
                            ADD 1 TO WS-REGISTER-COUNT
                            MOVE IR-CARD-NUMBER
                               TO WS-REGISTERED(WS-REGISTER-COUNT)
                         ELSE
                            SET REGISTER-FULL TO TRUE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ISSUE-REGISTER-FILE
           .
       LOAD-ISSUE-REGISTER-EXIT.
           EXIT.

       LOAD-ISSUE-REQUESTS.
           MOVE 0 TO WS-REQUEST-COUNT
           SET REQUEST-OVERFLOW TO FALSE
           SET FILE-EOF TO FALSE
           OPEN INPUT ISSUE-REQUEST-FILE
           PERFORM UNTIL FILE-EOF
                   READ ISSUE-REQUEST-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF ISSUE-REQUEST-RECORD NOT = SPACES
                            AND WS-REQUEST-COUNT NOT < 2000
                            SET REQUEST-OVERFLOW TO TRUE
                         END-IF
                         IF ISSUE-REQUEST-RECORD NOT = SPACES
                            AND WS-REQUEST-COUNT < 2000
                            ADD 1 TO WS-REQUEST-COUNT
                            MOVE ISSUE-REQUEST-RECORD
                               TO WS-REQUEST-LINE(WS-REQUEST-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ISSUE-REQUEST-FILE
           .
       LOAD-ISSUE-REQUESTS-EXIT.
           EXIT.

      *    One request: the range must exist and be usable and hold
      *    enough numbers not already on the register to fill the
      *    whole quantity, else the line is refused and kept.
       WORK-ONE-REQUEST.
           MOVE WS-REQUEST-LINE(Q) TO IQ-REQUEST-RECORD
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RANGE-COUNT
                   IF WS-RG-RECORD(R)(1:4) = IQ-RANGE-ID
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN IQ-QUANTITY IS NOT NUMERIC OR IQ-QUANTITY = ZEROS
              MOVE "QUANTITY NOT A NUMBER" TO WS-REFUSE-REASON
           WHEN R > WS-RANGE-COUNT
              MOVE "NO SUCH RANGE ON BINRANGE" TO WS-REFUSE-REASON
           WHEN WS-RG-PROBLEM(R) NOT = SPACES
              MOVE WS-RG-PROBLEM(R) TO WS-REFUSE-REASON
           WHEN REGISTER-FULL
              MOVE "REGISTER TOO LARGE TO CHECK"
                 TO WS-REFUSE-REASON
           WHEN OTHER
              MOVE WS-RG-RECORD(R) TO BR-RANGE-RECORD
              MOVE IQ-QUANTITY TO WS-QUANTITY
              COMPUTE WS-LEFT-IN-RANGE =
                 BR-HIGH-ACCOUNT + 1 - BR-NEXT-ACCOUNT
              IF WS-QUANTITY > WS-LEFT-IN-RANGE
                 MOVE WS-LEFT-IN-RANGE TO WS-SHOW-COUNT
                 STRING "RANGE HAS ONLY " DELIMITED BY SIZE
                    TRIM(WS-SHOW-COUNT) DELIMITED BY SIZE
                    " LEFT" DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON
                 END-STRING
                 IF WS-LEFT-IN-RANGE = 0
                    MOVE "RANGE USED UP" TO WS-REFUSE-REASON
                 END-IF
              ELSE
                 PERFORM COUNT-FREE-NUMBERS
                 IF WS-FREE-COUNT < WS-QUANTITY
                    MOVE WS-FREE-COUNT TO WS-SHOW-COUNT
                    STRING "RANGE HAS ONLY " DELIMITED BY SIZE
                       TRIM(WS-SHOW-COUNT) DELIMITED BY SIZE
                       " NOT ON THE REGISTER" DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                    END-STRING
                 END-IF
              END-IF
              IF WS-REFUSE-REASON NOT = SPACES
                 MOVE "CRITICAL" TO OA-SEVERITY
                 MOVE SPACES TO OA-MESSAGE
                 STRING "RANGE " DELIMITED BY SIZE
                    IQ-RANGE-ID DELIMITED BY SIZE
                    " CANNOT FILL " DELIMITED BY SIZE
                    IQ-REFERENCE DELIMITED BY SPACE
                    " -- " DELIMITED BY SIZE
                    WS-REFUSE-REASON DELIMITED BY SIZE
                    INTO OA-MESSAGE
                 END-STRING
                 PERFORM WRITE-OPERATOR-ALERT
              END-IF
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-TOTAL
              ADD 1 TO WS-KEPT-COUNT
              MOVE WS-REQUEST-LINE(Q) TO WS-KEPT-LINE(WS-KEPT-COUNT)
              MOVE SPACES TO ISSUE-REPORT-LINE
              STRING "REFUSED " DELIMITED BY SIZE
                 WS-REQUEST-LINE(Q) DELIMITED BY SIZE
                 " -- " DELIMITED BY SIZE
                 WS-REFUSE-REASON DELIMITED BY SIZE
                 INTO ISSUE-REPORT-LINE
              END-STRING
              WRITE ISSUE-REPORT-LINE
              DISPLAY "CARD-ISSUANCE: " TRIM(ISSUE-REPORT-LINE)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO N
           PERFORM UNTIL N >= WS-QUANTITY
                   OR BR-NEXT-ACCOUNT > BR-HIGH-ACCOUNT
                   PERFORM ISSUE-NEXT-NUMBER
           END-PERFORM
           MOVE BD-BUSINESS-DATE TO BR-LAST-ISSUED
           MOVE BR-RANGE-RECORD TO WS-RG-RECORD(R)
           MOVE N TO WS-SHOW-COUNT
           MOVE SPACES TO ISSUE-REPORT-LINE
           STRING "ISSUED  " DELIMITED BY SIZE
              IQ-RANGE-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              IQ-REFERENCE DELIMITED BY SIZE
              WS-SHOW-COUNT DELIMITED BY SIZE
              " CARD(S)" DELIMITED BY SIZE
              INTO ISSUE-REPORT-LINE
           END-STRING
           WRITE ISSUE-REPORT-LINE
           .
       WORK-ONE-REQUEST-EXIT.
           EXIT.

      *    How many of the range's numbers from BR-NEXT-ACCOUNT on
      *    are not on the register, counting no further than the
      *    quantity asked for. The pointer is put back after.
       COUNT-FREE-NUMBERS.
           MOVE 0 TO WS-FREE-COUNT
           MOVE BR-NEXT-ACCOUNT TO WS-NEXT-HOLD
           PERFORM UNTIL WS-FREE-COUNT >= WS-QUANTITY
                   OR BR-NEXT-ACCOUNT > BR-HIGH-ACCOUNT
                   PERFORM BUILD-NEXT-NUMBER
                   PERFORM FIND-ON-REGISTER
                   IF NOT NUMBER-REGISTERED
                      ADD 1 TO WS-FREE-COUNT
                   END-IF
           END-PERFORM
           MOVE WS-NEXT-HOLD TO BR-NEXT-ACCOUNT
           .
       COUNT-FREE-NUMBERS-EXIT.
           EXIT.

      *    Allocates BR-NEXT-ACCOUNT, builds the number with its
      *    check digit and, unless it is already on the register,
      *    issues it. The pointer moves on either way.
       ISSUE-NEXT-NUMBER.
           PERFORM BUILD-NEXT-NUMBER
           PERFORM FIND-ON-REGISTER
           IF NUMBER-REGISTERED
              ADD 1 TO WS-SKIPPED-TOTAL
              MOVE SPACES TO ISSUE-REPORT-LINE
              STRING "SKIPPED " DELIMITED BY SIZE
                 BR-RANGE-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-CARD-NUMBER(1:6) DELIMITED BY SIZE
                 " ACCOUNT " DELIMITED BY SIZE
                 WS-ACCOUNT-TEXT DELIMITED BY SIZE
                 " ALREADY ON THE REGISTER" DELIMITED BY SIZE
                 INTO ISSUE-REPORT-LINE
              END-STRING
              WRITE ISSUE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IR-REGISTER-RECORD
           MOVE WS-CARD-NUMBER TO IR-CARD-NUMBER
           MOVE BR-RANGE-ID TO IR-RANGE-ID
           MOVE BD-BUSINESS-DATE TO IR-ISSUE-DATE
           MOVE IQ-REFERENCE TO IR-REFERENCE
           MOVE IR-REGISTER-RECORD TO ISSUE-REGISTER-RECORD
           WRITE ISSUE-REGISTER-RECORD
           IF WS-REGISTER-COUNT < 100000
              ADD 1 TO WS-REGISTER-COUNT
              MOVE WS-CARD-NUMBER TO WS-REGISTERED(WS-REGISTER-COUNT)
           END-IF
           MOVE WS-CARD-NUMBER TO ISSUE-FEED-RECORD
           WRITE ISSUE-FEED-RECORD
           ADD 1 TO N
           ADD 1 TO WS-ISSUED-TOTAL
           ADD 1 TO WS-RG-ISSUED(R)
           .
       ISSUE-NEXT-NUMBER-EXIT.
           EXIT.

      *    BR-NEXT-ACCOUNT as a card number with its check digit,
      *    into WS-CARD-NUMBER; the pointer moves on one.
       BUILD-NEXT-NUMBER.
           COMPUTE WS-ACCOUNT-WIDTH = BR-CARD-LENGTH - 7
           MOVE BR-NEXT-ACCOUNT TO WS-ACCOUNT-TEXT
           ADD 1 TO BR-NEXT-ACCOUNT
           MOVE SPACES TO WS-CARD-NUMBER
           MOVE BR-BIN TO WS-CARD-NUMBER(1:6)
           MOVE WS-ACCOUNT-TEXT(13 - WS-ACCOUNT-WIDTH:WS-ACCOUNT-WIDTH)
              TO WS-CARD-NUMBER(7:WS-ACCOUNT-WIDTH)
           COMPUTE WS-CARD-LEN = BR-CARD-LENGTH - 1
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE WS-CHECK-DIGIT TO WS-CARD-NUMBER(BR-CARD-LENGTH:1)
           .
       BUILD-NEXT-NUMBER-EXIT.
           EXIT.

       FIND-ON-REGISTER.
           SET NUMBER-REGISTERED TO FALSE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REGISTER-COUNT
                   IF WS-REGISTERED(I) = WS-CARD-NUMBER
                      SET NUMBER-REGISTERED TO TRUE
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           .
       FIND-ON-REGISTER-EXIT.
           EXIT.

      *    Luhn check digit over the first WS-CARD-LEN digits of
      *    WS-CARD-NUMBER: from the rightmost of them leftwards every
      *    other digit doubled (less nine past nine), starting with
      *    the rightmost; the check digit brings the sum to a
      *    multiple of ten -- the same rule LUHN validates.
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-LUHN-SUM
           SET LUHN-DOUBLE TO TRUE
           PERFORM VARYING I FROM WS-CARD-LEN BY -1 UNTIL I < 1
                   MOVE NUMVAL(WS-CARD-NUMBER(I:1)) TO WS-LUHN-DIGIT
                   IF LUHN-DOUBLE
                      COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                      IF WS-LUHN-DIGIT > 9
                         SUBTRACT 9 FROM WS-LUHN-DIGIT
                      END-IF
                      SET LUHN-DOUBLE TO FALSE
                   ELSE
                      SET LUHN-DOUBLE TO TRUE
                   END-IF
                   ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM
           COMPUTE WS-CHECK-DIGIT = MOD(10 - MOD(WS-LUHN-SUM, 10), 10)
           .
       COMPUTE-CHECK-DIGIT-EXIT.
           EXIT.

      *    Warns on a usable range at or past WS-WARN-PERCENT used.
       CHECK-RANGE-USAGE.
           IF WS-RG-PROBLEM(R) NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RG-RECORD(R) TO BR-RANGE-RECORD
           COMPUTE WS-USED-PERCENT =
              (BR-NEXT-ACCOUNT - BR-LOW-ACCOUNT) * 100
              / (BR-HIGH-ACCOUNT - BR-LOW-ACCOUNT + 1)
           IF WS-USED-PERCENT < WS-WARN-PERCENT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WARNED-TOTAL
           MOVE WS-USED-PERCENT TO WS-SHOW-PERCENT
           COMPUTE WS-LEFT-IN-RANGE =
              BR-HIGH-ACCOUNT + 1 - BR-NEXT-ACCOUNT
           MOVE WS-LEFT-IN-RANGE TO WS-SHOW-COUNT
           MOVE SPACES TO ISSUE-REPORT-LINE
           STRING "WARNING " DELIMITED BY SIZE
              BR-RANGE-ID DELIMITED BY SIZE
              " BIN " DELIMITED BY SIZE
              BR-BIN DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-SHOW-PERCENT DELIMITED BY SIZE
              "% USED," DELIMITED BY SIZE
              WS-SHOW-COUNT DELIMITED BY SIZE
              " NUMBERS LEFT" DELIMITED BY SIZE
              INTO ISSUE-REPORT-LINE
           END-STRING
           WRITE ISSUE-REPORT-LINE
           MOVE "WARNING" TO OA-SEVERITY
           MOVE SPACES TO OA-MESSAGE
           STRING "RANGE " DELIMITED BY SIZE
              BR-RANGE-ID DELIMITED BY SIZE
              " BIN " DELIMITED BY SIZE
              BR-BIN DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRIM(WS-SHOW-PERCENT) DELIMITED BY SIZE
              "% USED, " DELIMITED BY SIZE
              TRIM(WS-SHOW-COUNT) DELIMITED BY SIZE
              " LEFT" DELIMITED BY SIZE
              INTO OA-MESSAGE
           END-STRING
           PERFORM WRITE-OPERATOR-ALERT
           .
       CHECK-RANGE-USAGE-EXIT.
           EXIT.

       SAVE-RANGE-CONTROL.
           OPEN OUTPUT RANGE-CONTROL-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RANGE-COUNT
                   MOVE WS-RG-RECORD(R) TO RANGE-CONTROL-RECORD
                   WRITE RANGE-CONTROL-RECORD
           END-PERFORM
           CLOSE RANGE-CONTROL-FILE
           .
       SAVE-RANGE-CONTROL-EXIT.
           EXIT.

       SAVE-ISSUE-REQUESTS.
           OPEN OUTPUT ISSUE-REQUEST-FILE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-KEPT-COUNT
                   MOVE WS-KEPT-LINE(Q) TO ISSUE-REQUEST-RECORD
                   WRITE ISSUE-REQUEST-RECORD
           END-PERFORM
           CLOSE ISSUE-REQUEST-FILE
           .
       SAVE-ISSUE-REQUESTS-EXIT.
           EXIT.

      *    Appends one severity-coded line to the central ALERTS
      *    file. The caller fills OA-SEVERITY and OA-MESSAGE.
       WRITE-OPERATOR-ALERT.
           MOVE "CARD-ISSUANCE" TO OA-PROGRAM-ID
           MOVE CURRENT-DATE TO OA-TIMESTAMP
           MOVE OA-ALERT-RECORD TO OPERATOR-ALERT-RECORD
           OPEN EXTEND OPERATOR-ALERT-FILE
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT-FILE
           .
       WRITE-OPERATOR-ALERT-EXIT.
           EXIT.

      *    Loads the business date once per run -- see
      *    business-date.cpy.
       LOAD-BUSINESS-DATE.
           MOVE CURRENT-DATE(1:8) TO BD-BUSINESS-DATE
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-DORMANT.
      *    Monthly dormant-account listing off the OPERMST operator
      *    security master -- see operator-security.cpy. Every
      *    operator ID that is still in date but has not been
      *    accepted by a maintenance program for DORMANT-DAYS days
      *    (PARMMST under OPERATOR-DORMANT, default 90) is listed on
      *    OPERDORM with its roles and last-used date, so Security
      *    can expire the IDs nobody uses before someone else does.
      *    An ID never used at all counts its idle days from the day
      *    it became active. IDs already expired are not listed --
      *    they can no longer sign on.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Operator security master -- see operator-security.cpy.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS OS-MASTER-STATUS.
           SELECT DORMANT-REPORT-FILE ASSIGN TO "OPERDORM"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           02 OM-OPERATOR-ID      PIC X(8).
           02 FILLER              PIC X(94).
       FD  DORMANT-REPORT-FILE.
       01  DORMANT-REPORT-RECORD  PIC X(120).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-EOF-FLAG   PIC 9     VALUE 0.
          88 MASTER-EOF                  VALUE 1 FALSE 0.
       01 WS-DORMANT-DAYS      PIC 9(4)  VALUE 90.
       01 WS-OPERATOR-COUNT    PIC 9(5)  VALUE 0.
       01 WS-DORMANT-COUNT     PIC 9(5)  VALUE 0.
       01 WS-EXPIRED-COUNT     PIC 9(5)  VALUE 0.
       01 WS-IDLE-FROM         PIC 9(8).
       01 WS-IDLE-DAYS         PIC 9(6).
       01 WS-IDLE-DAYS-OUT     PIC ZZZZZ9.
       01 WS-LAST-USED-OUT     PIC X(8).

      *    Shared operator security master layout.
       COPY "operator-security.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       OPERATOR-DORMANT.
           PERFORM LOAD-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO OS-TODAY
           PERFORM LOAD-DORMANT-PARMS
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OS-MASTER-STATUS NOT = "00"
              DISPLAY "OPERATOR-DORMANT: cannot open OPERMST,"
                 " status " OS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT DORMANT-REPORT-FILE
           MOVE SPACES TO DORMANT-REPORT-RECORD
           STRING "DORMANT OPERATOR IDS AS OF " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              " -- UNUSED FOR " DELIMITED BY SIZE
              WS-DORMANT-DAYS DELIMITED BY SIZE
              " DAYS OR MORE" DELIMITED BY SIZE
              INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD
           MOVE SPACES TO DORMANT-REPORT-RECORD
           STRING "OPER ID  " DELIMITED BY SIZE
              "NAME                           " DELIMITED BY SIZE
              "LAST USED " DELIMITED BY SIZE
              "IDLE DAYS " DELIMITED BY SIZE
              "ROLES" DELIMITED BY SIZE
              INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD

           SET MASTER-EOF TO FALSE
           MOVE LOW-VALUES TO OM-OPERATOR-ID
           START OPERATOR-MASTER-FILE KEY IS >= OM-OPERATOR-ID
              INVALID KEY
                 SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
                   READ OPERATOR-MASTER-FILE NEXT RECORD
                      INTO OS-OPERATOR-RECORD
                      AT END
                         SET MASTER-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-OPERATOR-COUNT
                         PERFORM CHECK-ONE-OPERATOR
                   END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE

           MOVE SPACES TO DORMANT-REPORT-RECORD
           WRITE DORMANT-REPORT-RECORD
           MOVE SPACES TO DORMANT-REPORT-RECORD
           STRING WS-OPERATOR-COUNT DELIMITED BY SIZE
              " OPERATORS ON FILE, " DELIMITED BY SIZE
              WS-EXPIRED-COUNT DELIMITED BY SIZE
              " EXPIRED, " DELIMITED BY SIZE
              WS-DORMANT-COUNT DELIMITED BY SIZE
              " DORMANT" DELIMITED BY SIZE
              INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD
           CLOSE DORMANT-REPORT-FILE
           DISPLAY "OPERATOR-DORMANT: " WS-OPERATOR-COUNT
              " OPERATORS, " WS-EXPIRED-COUNT " EXPIRED, "
              WS-DORMANT-COUNT " DORMANT"
           IF WS-DORMANT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    DORMANT-DAYS from PARMMST; a value missing or zero keeps
      *    the default.
       LOAD-DORMANT-PARMS.
           MOVE "OPERATOR-DORMANT" TO PP-LOOKUP-PROGRAM
           MOVE "DORMANT-DAYS" TO PP-LOOKUP-NAME
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:4) IS NUMERIC
              IF PP-FOUND-VALUE(1:4) > "0000"
                 MOVE PP-FOUND-VALUE(1:4) TO WS-DORMANT-DAYS
              END-IF
           END-IF
           .
       LOAD-DORMANT-PARMS-EXIT.
           EXIT.

      *    An in-date operator is idle from the last-used date, or
      *    from the active date when the ID has never been used.
       CHECK-ONE-OPERATOR.
           IF OS-EXPIRY-DATE IS NOT NUMERIC
              ADD 1 TO WS-EXPIRED-COUNT
              EXIT PARAGRAPH
           END-IF
           IF OS-EXPIRY-DATE NOT = 0
              AND OS-EXPIRY-DATE < OS-TODAY
              ADD 1 TO WS-EXPIRED-COUNT
              EXIT PARAGRAPH
           END-IF
           IF OS-LAST-USED-DATE IS NUMERIC
              AND OS-LAST-USED-DATE NOT = 0
              MOVE OS-LAST-USED-DATE TO WS-IDLE-FROM
              MOVE OS-LAST-USED-DATE TO WS-LAST-USED-OUT
           ELSE
              MOVE "NEVER" TO WS-LAST-USED-OUT
              IF OS-ACTIVE-DATE IS NUMERIC
                 MOVE OS-ACTIVE-DATE TO WS-IDLE-FROM
              ELSE
                 MOVE 0 TO WS-IDLE-FROM
              END-IF
           END-IF
           IF TEST-DATE-YYYYMMDD(WS-IDLE-FROM) NOT = 0
              OR WS-IDLE-FROM > OS-TODAY
              MOVE 0 TO WS-IDLE-DAYS
           ELSE
              COMPUTE WS-IDLE-DAYS =
                 INTEGER-OF-DATE(OS-TODAY)
                 - INTEGER-OF-DATE(WS-IDLE-FROM)
           END-IF
           IF WS-IDLE-DAYS < WS-DORMANT-DAYS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DORMANT-COUNT
           MOVE WS-IDLE-DAYS TO WS-IDLE-DAYS-OUT
           MOVE SPACES TO DORMANT-REPORT-RECORD
           STRING OS-OPERATOR-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OS-OPERATOR-NAME DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-LAST-USED-OUT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-IDLE-DAYS-OUT DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              OS-ROLE-CODES DELIMITED BY SIZE
              INTO DORMANT-REPORT-RECORD
           END-STRING
           WRITE DORMANT-REPORT-RECORD
           .
       CHECK-ONE-OPERATOR-EXIT.
           EXIT.

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
           DISPLAY "OPERATOR-DORMANT: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

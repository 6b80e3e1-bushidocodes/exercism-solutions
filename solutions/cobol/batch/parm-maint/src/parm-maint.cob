      *    Maintenance for the PARMMST central parameter master --
      *    see central-parm.cpy. Changes arrive on PARMCHG (program,
      *    parameter name, effective date, new value); each one is
      *    added to the master as a new effective-dated entry --
      *    earlier dates are never overwritten, and a second change
      *    for the same date replaces the first -- and certified on
      *    the shared AUDITLOG with the value previously in force, the
      *    new value, the operator ID from OPERID, and the
      *    timestamp. When the attendance threshold changed
      *    mysteriously in May there was no way to say when or by
      *    whom; now there is. The operator must be on the OPERMST
      *    security master, in date, and hold the PARMADM role, or
      *    the run is refused and the refusal audited -- see
      *    operator-security.cpy. The master is held in a table for
      *    the run and written back whole, in the program, parameter
      *    and effective-date order every reader's binary search
      *    depends on. The run's changes are certified on AUDITLOG
      *    only once the master has been written back, so a run that
      *    stops part way leaves no audit line for a change it never
      *    made.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      *    Operator identity for this session, keyed in at sign-on.
           SELECT OPTIONAL OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Operator security master -- see operator-security.cpy.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS OS-MASTER-STATUS.
      *    Shared across programs -- see audit-log.cpy.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD     PIC X(8).
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           02 OM-OPERATOR-ID      PIC X(8).
           02 FILLER              PIC X(94).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  AUDIT-SEQ-FILE.
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-CHANGE-COUNT     PIC 9(3)  VALUE 0.
       01 WS-OLD-VALUE        PIC X(20).
       01 WS-NEW-KEY          PIC X(36).

      *    The run's changes, held for AUDITLOG until PARMMST is
      *    back on disk.
       01 WS-CHANGE-TABLE.
          05 WS-CHANGE-ENTRY OCCURS 999.
             10 WS-CH-PROGRAM    PIC X(16).
             10 WS-CH-NAME       PIC X(12).
             10 WS-CH-OLD-VALUE  PIC X(20).
             10 WS-CH-NEW-VALUE  PIC X(15).
       77 C                   PIC 9(3).

      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared audit-log record layout.
       COPY "audit-log.cpy".
      *    Shared operator security master layout.
       COPY "operator-security.cpy".

       PROCEDURE DIVISION.
       PARM-MAINT.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "PARMADM" TO OS-CHECK-ROLE
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT OS-AUTHORIZED
              PERFORM WRITE-REFUSAL-AUDIT
              DISPLAY "PARM-MAINT: operator " WS-OPERATOR-ID
                 " refused -- " FUNCTION TRIM(OS-REFUSAL-TEXT)
                 ", no changes applied"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CENTRAL-PARM-TABLE
           SET CHANGE-EOF TO FALSE
           OPEN INPUT PARM-CHANGE-FILE
           PERFORM UNTIL CHANGE-EOF
           END-PERFORM
           CLOSE PARM-CHANGE-FILE
           IF WS-CHANGE-COUNT > 0
              PERFORM REWRITE-CENTRAL-PARM-FILE
              PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CHANGE-COUNT
                      PERFORM WRITE-CHANGE-AUDIT
              END-PERFORM
              OPEN OUTPUT PARM-CHANGE-FILE
              CLOSE PARM-CHANGE-FILE
           END-IF
       LOAD-OPERATOR-ID-EXIT.
           EXIT.

      *    Verdict on WS-OPERATOR-ID for the role in OS-CHECK-ROLE,
      *    off the OPERMST operator master; an accepted operator's
      *    last-used date is stamped -- see operator-security.cpy.
       CHECK-OPERATOR-AUTHORITY.
           SET OS-UNKNOWN-OPERATOR TO TRUE
           MOVE "UNKNOWN OPERATOR" TO OS-REFUSAL-TEXT
           MOVE FUNCTION CURRENT-DATE(1:8) TO OS-TODAY
           OPEN I-O OPERATOR-MASTER-FILE
           IF OS-MASTER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
           READ OPERATOR-MASTER-FILE INTO OS-OPERATOR-RECORD
              INVALID KEY
                 CLOSE OPERATOR-MASTER-FILE
                 EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
              WHEN OS-ACTIVE-DATE IS NOT NUMERIC
                 OR OS-ACTIVE-DATE > OS-TODAY
                 SET OS-NOT-YET-ACTIVE TO TRUE
                 MOVE "NOT YET ACTIVE" TO OS-REFUSAL-TEXT
              WHEN OS-EXPIRY-DATE IS NOT NUMERIC
                 SET OS-EXPIRED TO TRUE
                 MOVE "ID EXPIRED" TO OS-REFUSAL-TEXT
              WHEN OS-EXPIRY-DATE NOT = 0
                 AND OS-EXPIRY-DATE < OS-TODAY
                 SET OS-EXPIRED TO TRUE
                 MOVE "ID EXPIRED" TO OS-REFUSAL-TEXT
              WHEN OTHER
                 SET OS-LACKS-ROLE TO TRUE
                 MOVE "LACKS ROLE" TO OS-REFUSAL-TEXT
                 PERFORM VARYING OS-ROLE-IDX FROM 1 BY 1
                    UNTIL OS-ROLE-IDX > 5 OR OS-AUTHORIZED
                         IF OS-ROLE-CODE(OS-ROLE-IDX) = OS-CHECK-ROLE
                            SET OS-AUTHORIZED TO TRUE
                         END-IF
                 END-PERFORM
           END-EVALUATE
           IF OS-AUTHORIZED
              MOVE SPACES TO OS-REFUSAL-TEXT
              MOVE OS-TODAY TO OS-LAST-USED-DATE
              REWRITE OPERATOR-MASTER-RECORD FROM OS-OPERATOR-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF
           CLOSE OPERATOR-MASTER-FILE
           .
       CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

      *    A refused operator leaves a sealed line on the shared
      *    AUDITLOG naming the ID, the reason and the role asked for.
       WRITE-REFUSAL-AUDIT.
           MOVE "PARM-MAINT" TO AL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING "OPERATOR " DELIMITED BY SIZE
              WS-OPERATOR-ID DELIMITED BY SIZE
              " REFUSED " DELIMITED BY SIZE
              FUNCTION TRIM(OS-REFUSAL-TEXT) DELIMITED BY SIZE
              " FOR " DELIMITED BY SIZE
              OS-CHECK-ROLE DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       WRITE-REFUSAL-AUDIT-EXIT.
           EXIT.

      *    A change with a bad effective date is refused; everything
      *    else goes into the table and is noted, with the value it
      *    supersedes, for certifying once the master is written.
       APPLY-ONE-CHANGE.
           IF PC-EFFECTIVE-DATE IS NOT NUMERIC
              DISPLAY "PARM-MAINT: bad effective date for "
           MOVE PC-PARM-NAME TO PP-PARM-NAME
           MOVE PC-EFFECTIVE-DATE TO PP-EFFECTIVE-DATE
           MOVE PC-PARM-VALUE TO PP-PARM-VALUE
           IF WS-CHANGE-COUNT NOT < 999
              DISPLAY "PARM-MAINT: more than 999 changes on PARMCHG,"
                 " no changes applied"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM PLACE-CENTRAL-PARM-ENTRY
           ADD 1 TO WS-CHANGE-COUNT
           MOVE PC-PROGRAM-ID TO WS-CH-PROGRAM(WS-CHANGE-COUNT)
           MOVE PC-PARM-NAME TO WS-CH-NAME(WS-CHANGE-COUNT)
           MOVE WS-OLD-VALUE TO WS-CH-OLD-VALUE(WS-CHANGE-COUNT)
           MOVE PC-PARM-VALUE(1:15)
              TO WS-CH-NEW-VALUE(WS-CHANGE-COUNT)
           .
       APPLY-ONE-CHANGE-EXIT.
           EXIT.

      *    Certifies change C of the run.
       WRITE-CHANGE-AUDIT.
           MOVE "PARM-MAINT" TO AL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING FUNCTION TRIM(WS-CH-PROGRAM(C)) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CH-NAME(C)) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CH-OLD-VALUE(C)) DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              WS-CH-NEW-VALUE(C) DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              WS-OPERATOR-ID DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
      *    Newest PARMMST value in force on PP-LOOKUP-DATE -- see
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

      *    PARM-MAINT is the one reader that does not insist on the
      *    order: it is how the order is restored. Each entry is
      *    placed where it belongs as it is read, and an entry with
      *    the same program, parameter and effective date as one
      *    already held replaces it, the later line being the one
      *    the old file pass returned. Only a master too big for the
      *    table stops the run.
       LOAD-CENTRAL-PARM-TABLE.
           MOVE 0 TO PP-TABLE-COUNT
           MOVE 0 TO PP-EOF-FLAG
           OPEN INPUT CENTRAL-PARM-FILE
           PERFORM UNTIL PP-EOF
                      AT END
                         SET PP-EOF TO TRUE
                      NOT AT END
                         IF PP-PROGRAM-ID NOT = SPACES
                            AND PP-EFFECTIVE-DATE IS NUMERIC
                            PERFORM PLACE-CENTRAL-PARM-ENTRY
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE CENTRAL-PARM-FILE
           SET PP-TABLE-LOADED TO TRUE
           .
       LOAD-CENTRAL-PARM-TABLE-EXIT.
           EXIT.

      *    Puts PP-PARM-RECORD into the table in key order, replacing
      *    an entry with the same dated key.
       PLACE-CENTRAL-PARM-ENTRY.
           MOVE PP-PROGRAM-ID TO WS-NEW-KEY(1:16)
           MOVE PP-PARM-NAME TO WS-NEW-KEY(17:12)
           MOVE PP-EFFECTIVE-DATE TO WS-NEW-KEY(29:8)
           MOVE 1 TO PP-SCAN-IDX
           PERFORM UNTIL PP-SCAN-IDX > PP-TABLE-COUNT
                   IF PP-TB-DATED-KEY(PP-SCAN-IDX) >= WS-NEW-KEY
                      EXIT PERFORM
                   END-IF
                   ADD 1 TO PP-SCAN-IDX
           END-PERFORM
           IF PP-SCAN-IDX <= PP-TABLE-COUNT
              IF PP-TB-DATED-KEY(PP-SCAN-IDX) = WS-NEW-KEY
                 MOVE PP-PARM-VALUE TO PP-TB-VALUE(PP-SCAN-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF PP-TABLE-COUNT >= PP-TABLE-MAX
              MOVE "MORE ENTRIES THAN TABLE HOLDS" TO PP-LOAD-ERROR
              PERFORM CENTRAL-PARM-LOAD-FAILED
           END-IF
           PERFORM VARYING PP-MID FROM PP-TABLE-COUNT BY -1
              UNTIL PP-MID < PP-SCAN-IDX
                   MOVE PP-TB-ENTRY(PP-MID) TO PP-TB-ENTRY(PP-MID + 1)
           END-PERFORM
           ADD 1 TO PP-TABLE-COUNT
           MOVE PP-PROGRAM-ID TO PP-TB-PROGRAM(PP-SCAN-IDX)
           MOVE PP-PARM-NAME TO PP-TB-NAME(PP-SCAN-IDX)
           MOVE PP-EFFECTIVE-DATE TO PP-TB-DATE(PP-SCAN-IDX)
           MOVE PP-PARM-VALUE TO PP-TB-VALUE(PP-SCAN-IDX)
           .
       PLACE-CENTRAL-PARM-ENTRY-EXIT.
           EXIT.

      *    The whole master goes back out in key order after the
      *    run's changes, which also puts right a master that was
      *    only ever appended to.
       REWRITE-CENTRAL-PARM-FILE.
           OPEN OUTPUT CENTRAL-PARM-FILE
           PERFORM VARYING PP-SCAN-IDX FROM 1 BY 1
              UNTIL PP-SCAN-IDX > PP-TABLE-COUNT
                   MOVE SPACES TO PP-PARM-RECORD
                   MOVE PP-TB-PROGRAM(PP-SCAN-IDX) TO PP-PROGRAM-ID
                   MOVE PP-TB-NAME(PP-SCAN-IDX) TO PP-PARM-NAME
                   MOVE PP-TB-DATE(PP-SCAN-IDX) TO PP-EFFECTIVE-DATE
                   MOVE PP-TB-VALUE(PP-SCAN-IDX) TO PP-PARM-VALUE
                   MOVE PP-PARM-RECORD TO CENTRAL-PARM-RECORD
                   WRITE CENTRAL-PARM-RECORD
           END-PERFORM
           CLOSE CENTRAL-PARM-FILE
           .
       REWRITE-CENTRAL-PARM-FILE-EXIT.
           EXIT.

       CENTRAL-PARM-LOAD-FAILED.
           DISPLAY "PARM-MAINT: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) ", NO CHANGES APPLIED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

      *    Seals the audit record before it is written -- see

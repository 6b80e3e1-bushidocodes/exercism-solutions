      *    the history still shows what was originally keyed. Every
      *    correction goes to the shared AUDITLOG sealed, with the
      *    operator ID from OPERID, the old and new codes, and the
      *    reason. Only an in-date OPERMST operator holding the
      *    ATTCORR role gets as far as the first prompt; anyone else
      *    is refused and the refusal audited -- see
      *    operator-security.cpy.
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
           02 AH-ADJUST           PIC X.
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD     PIC X(8).
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           02 OM-OPERATOR-ID      PIC X(8).
           02 FILLER              PIC X(94).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  AUDIT-SEQ-FILE.

      *    Shared audit-log record layout.
       COPY "audit-log.cpy".
      *    Shared operator security master layout.
       COPY "operator-security.cpy".

       PROCEDURE DIVISION.
       ATTENDANCE-CORRECT.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "ATTCORR" TO OS-CHECK-ROLE
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT OS-AUTHORIZED
              PERFORM WRITE-REFUSAL-AUDIT
              DISPLAY "ATTENDANCE-CORRECT: operator " WS-OPERATOR-ID
                 " refused -- " FUNCTION TRIM(OS-REFUSAL-TEXT)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "Y" TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER NOT = "Y"
                   PERFORM CORRECT-ONE-MARK
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
           MOVE "ATTEND-CORRECT" TO AL-PROGRAM-ID
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

      *    Seals the audit record before it is written -- see
      *    audit-log.cpy.
       STAMP-AUDIT-RECORD.

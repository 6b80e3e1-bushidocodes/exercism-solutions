      *    lodged the request. Every lodge, approval, rejection and
      *    refusal gets a line on the shared AUDITLOG.
      *
      *    Both signatures are checked against the OPERMST security
      *    master (see operator-security.cpy): lodging needs the
      *    PURGEREQ role and approving or rejecting needs PURGEAPR,
      *    so an approval on the queue proves the approver held
      *    approver authority that day. An operator refused for a
      *    pass gets one audited refusal, and that pass's input is
      *    left untouched for a properly authorised rerun.
      *
      *    SUBJECT-PURGE reads PURGPEND and executes only APPROVED
      *    requests carrying two different signatures -- see
      *    purge-approval.cpy.
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
           02 AA-VERDICT          PIC X.
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD     PIC X(8).
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           02 OM-OPERATOR-ID      PIC X(8).
           02 FILLER              PIC X(94).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  AUDIT-SEQ-FILE.
       01 WS-ACTION-COUNT     PIC 9(4)  VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-AUDIT-ACTION     PIC X(12).
      *    Authority is checked once per pass, on its first input.
       01 WS-LODGE-AUTH-FLAG  PIC X     VALUE SPACE.
          88 LODGE-AUTH-CHECKED         VALUE 'Y' 'N'.
          88 LODGE-AUTHORIZED           VALUE 'Y'.
          88 LODGE-REFUSED              VALUE 'N'.
       01 WS-APPROVE-AUTH-FLAG PIC X    VALUE SPACE.
          88 APPROVE-AUTH-CHECKED       VALUE 'Y' 'N'.
          88 APPROVE-AUTHORIZED         VALUE 'Y'.
          88 APPROVE-REFUSED            VALUE 'N'.

      *    The whole pending queue, rewritten in place after the
      *    approval pass -- same rewrite-through-a-table convention
       COPY "purge-approval.cpy".
      *    Shared audit-log record layout.
       COPY "audit-log.cpy".
      *    Shared operator security master layout.
       COPY "operator-security.cpy".

       PROCEDURE DIVISION.
       PURGE-APPROVAL.
           DISPLAY "PURGE-APPROVAL: " WS-LODGED-COUNT " LODGED, "
              WS-ACTION-COUNT " ACTIONED, "
              WS-REFUSED-COUNT " REFUSED"
           IF LODGE-REFUSED OR APPROVE-REFUSED
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-OPERATOR-ID.
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
           MOVE "PURGE-APPROVAL" TO AL-PROGRAM-ID
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

       LOAD-PENDING-QUEUE.
           MOVE 0 TO WS-PEND-COUNT
           SET PEND-EOF TO FALSE
                         SET REQ-EOF TO TRUE
                      NOT AT END
                         IF PR-SUBJECT-NAME NOT = SPACES
                            AND NOT LODGE-AUTH-CHECKED
                            PERFORM CHECK-LODGE-AUTHORITY
                         END-IF
                         IF LODGE-REFUSED
                            SET REQ-EOF TO TRUE
                         ELSE
                            IF PR-SUBJECT-NAME NOT = SPACES
                               AND WS-PEND-COUNT < 200
                               PERFORM LODGE-ONE-REQUEST
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
       LODGE-NEW-REQUESTS-EXIT.
           EXIT.

      *    The lodging operator must hold PURGEREQ.
       CHECK-LODGE-AUTHORITY.
           MOVE "PURGEREQ" TO OS-CHECK-ROLE
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OS-AUTHORIZED
              SET LODGE-AUTHORIZED TO TRUE
           ELSE
              SET LODGE-REFUSED TO TRUE
              PERFORM WRITE-REFUSAL-AUDIT
              DISPLAY "PURGE-APPROVAL: operator " WS-OPERATOR-ID
                 " refused -- " FUNCTION TRIM(OS-REFUSAL-TEXT)
                 ", nothing lodged"
           END-IF
           .
       CHECK-LODGE-AUTHORITY-EXIT.
           EXIT.

       LODGE-ONE-REQUEST.
           INITIALIZE PA-PENDING-RECORD
           MOVE PR-SUBJECT-NAME TO PA-SUBJECT-NAME
                      AT END
                         SET ACT-EOF TO TRUE
                      NOT AT END
                         IF NOT APPROVE-AUTH-CHECKED
                            PERFORM CHECK-APPROVER-AUTHORITY
                         END-IF
                         IF APPROVE-REFUSED
                            SET ACT-EOF TO TRUE
                         ELSE
                            PERFORM APPLY-ONE-ACTION
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE APPROVAL-ACTION-FILE
       APPLY-APPROVAL-ACTIONS-EXIT.
           EXIT.

      *    The approving operator must hold PURGEAPR -- the proof
      *    SUBJECT-PURGE relies on that the second signature carried
      *    approver authority.
       CHECK-APPROVER-AUTHORITY.
           MOVE "PURGEAPR" TO OS-CHECK-ROLE
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OS-AUTHORIZED
              SET APPROVE-AUTHORIZED TO TRUE
           ELSE
              SET APPROVE-REFUSED TO TRUE
              PERFORM WRITE-REFUSAL-AUDIT
              DISPLAY "PURGE-APPROVAL: operator " WS-OPERATOR-ID
                 " refused -- " FUNCTION TRIM(OS-REFUSAL-TEXT)
                 ", no approvals applied"
           END-IF
           .
       CHECK-APPROVER-AUTHORITY-EXIT.
           EXIT.

      *    Matches the action to a PENDING queue entry on subject,
      *    scope and request date. The two-person rule is enforced
      *    here: an approver who lodged the request is refused, and

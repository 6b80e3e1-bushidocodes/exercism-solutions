       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOR-PERMISSION.
      *    Door access permissions. SECRET-HANDSHAKE decodes what a
      *    badge code means and BADGE-RECONCILE checks door events
      *    against it, but nothing said which doors a badge may
      *    actually open. PERMMST, keyed by badge ID, holds each
      *    badge's door-group bitmap as a binary string -- rightmost
      *    digit group 01, next digit group 02, up to group 12 -- and
      *    DOORGRP assigns every door controller to a group. Bitmaps
      *    are decoded through BINARY-TWO's DECIMAL paragraph (its
      *    BINARY-TWO-BATCH file mode), so a bitmap with anything but
      *    ones and zeros is caught exactly as BINARY-TWO would
      *    reject it.
      *
      *    The main entry is the morning pass over DOOREVTS: every
      *    door opened by a badge whose bitmap lacks that door's group
      *    -- or a badge with no permission record, or a door in no
      *    group -- goes to the DOORXCPT exceptions report for
      *    Security. DOOR-PERMISSION-LIST is the weekly DOORLIST of
      *    every badge's effective door list. DOOR-PERMISSION-MAINT
      *    applies PERMTRAN add/change/delete transactions to the
      *    master, each certified on the shared AUDITLOG with the
      *    operator from OPERID, who must hold the DOORADM role on
      *    the OPERMST security master.
      *
      *    More than 500 badges on PERMMST or 200 doors on DOORGRP
      *    stops the exceptions pass and the listing (RC 8) before
      *    anything is written.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMISSION-MASTER ASSIGN TO "PERMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-BADGE-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *    Door controller to door-group assignments.
           SELECT OPTIONAL DOOR-GROUP-FILE ASSIGN TO "DOORGRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DOOR-EVENT-FILE ASSIGN TO "DOOREVTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "DOORXCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOOR-LIST-FILE ASSIGN TO "DOORLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERMISSION-TRAN-FILE ASSIGN TO "PERMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Hand-off to and from BINARY-TWO-BATCH.
           SELECT BINARY-IN-FILE ASSIGN TO "BINARYIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BINARY-OUT-FILE ASSIGN TO "BINARYOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
      *    Per-program audit sequence sidecar -- see audit-log.cpy.
           SELECT OPTIONAL AUDIT-SEQ-FILE ASSIGN TO "AUDITSEQ"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERMISSION-MASTER.
       01  PERMISSION-RECORD.
           02 PM-BADGE-ID         PIC X(10).
           02 PM-DOOR-BITMAP      PIC X(12).
           02 PM-HOLDER-NAME      PIC X(30).
           02 PM-UPDATED-DATE     PIC X(8).
       FD  DOOR-GROUP-FILE.
       01  DOOR-GROUP-RECORD.
           02 DG-DOOR-ID          PIC X(8).
           02 FILLER              PIC X.
           02 DG-GROUP            PIC X(2).
           02 FILLER              PIC X.
           02 DG-DESCRIPTION      PIC X(30).
       FD  DOOR-EVENT-FILE.
       01  DOOR-EVENT-RECORD.
           02 DV-DOOR-ID          PIC X(8).
           02 FILLER              PIC X.
           02 DV-BADGE-ID         PIC X(10).
           02 FILLER              PIC X.
           02 DV-CODE             PIC X(3).
           02 FILLER              PIC X.
           02 DV-ACTION           PIC X(20).
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE  PIC X(100).
       FD  DOOR-LIST-FILE.
       01  DOOR-LIST-LINE         PIC X(100).
       FD  PERMISSION-TRAN-FILE.
       01  PERMISSION-TRAN-RECORD.
           02 PT-ACTION           PIC X.
           02 FILLER              PIC X.
           02 PT-BADGE-ID         PIC X(10).
           02 FILLER              PIC X.
           02 PT-DOOR-BITMAP      PIC X(12).
           02 FILLER              PIC X.
           02 PT-HOLDER-NAME      PIC X(30).
       FD  BINARY-IN-FILE.
       01  BINARY-IN-RECORD       PIC X(60).
       FD  BINARY-OUT-FILE.
       01  BINARY-OUT-RECORD.
           02 BO-RESULT           PIC 9999.
           02 FILLER              PIC X.
           02 BO-ERROR            PIC X(60).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD     PIC X(8).
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           02 OM-OPERATOR-ID      PIC X(8).
           02 FILLER              PIC X(94).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD       PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-MASTER-EOF-FLAG     PIC 9     VALUE 0.
          88 MASTER-EOF                    VALUE 1 FALSE 0.
       01 WS-GROUP-EOF-FLAG      PIC 9     VALUE 0.
          88 GROUP-EOF                     VALUE 1 FALSE 0.
       01 WS-EVENT-EOF-FLAG      PIC 9     VALUE 0.
          88 EVENT-EOF                     VALUE 1 FALSE 0.
       01 WS-TRAN-EOF-FLAG       PIC 9     VALUE 0.
          88 TRAN-EOF                      VALUE 1 FALSE 0.
       01 WS-TRAN-OVERFLOW-FLAG  PIC 9     VALUE 0.
          88 TRAN-OVERFLOW                 VALUE 1 FALSE 0.
       01 WS-BINARY-EOF-FLAG     PIC 9     VALUE 0.
          88 BINARY-EOF                    VALUE 1 FALSE 0.
       01 WS-PERMITTED-FLAG      PIC X.
          88 GROUP-PERMITTED               VALUE 'Y' FALSE 'N'.

      *    Badges off PERMMST with their decoded bitmaps. A bitmap
      *    BINARY-TWO rejects opens no doors.
       01 WS-BADGE-COUNT         PIC 9(3)  VALUE 0.
       01 WS-BADGE-TABLE.
          05 WS-BADGE-ENTRY OCCURS 500.
             10 WS-BD-ID          PIC X(10).
             10 WS-BD-BITMAP      PIC X(12).
             10 WS-BD-HOLDER      PIC X(30).
             10 WS-BD-VALUE       PIC 9(4).
             10 WS-BD-VALID       PIC X.

      *    Door controllers and their groups off DOORGRP.
       01 WS-DOOR-COUNT          PIC 9(3)  VALUE 0.
       01 WS-DOOR-TABLE.
          05 WS-DOOR-ENTRY OCCURS 200.
             10 WS-DR-ID          PIC X(8).
             10 WS-DR-GROUP       PIC 9(2).
             10 WS-DR-DESCRIPTION PIC X(30).

      *    Pending PERMTRAN transactions and their decoded bitmaps.
       01 WS-TRAN-COUNT          PIC 9(3)  VALUE 0.
       01 WS-TRAN-TABLE.
          05 WS-TRAN-ENTRY OCCURS 200.
             10 WS-TR-ACTION      PIC X.
             10 WS-TR-BADGE-ID    PIC X(10).
             10 WS-TR-BITMAP      PIC X(12).
             10 WS-TR-HOLDER      PIC X(30).
             10 WS-TR-ERROR       PIC X(60).
             10 WS-TR-RECORD      PIC X(56).
             10 WS-TR-REFUSED     PIC X.

       01 WS-DECODED-COUNT       PIC 9(3)  VALUE 0.
       01 WS-TEST-VALUE          PIC 9(4).
       01 WS-TEST-GROUP          PIC 9(2).
       01 WS-GROUP-WEIGHT        PIC 9(4).
       77 I                      PIC 9(3).
       77 J                      PIC 9(3).
       77 WS-BADGE-IDX           PIC 9(3).
       77 WS-DOOR-IDX            PIC 9(3).
       01 WS-EVENT-COUNT         PIC 9(5)  VALUE 0.
       01 WS-EXCEPTION-COUNT     PIC 9(5)  VALUE 0.
       01 WS-LISTED-DOORS        PIC 9(3).
       01 WS-OPERATOR-ID         PIC X(8).
       01 WS-APPLIED-COUNT       PIC 9(3)  VALUE 0.
       01 WS-REFUSED-COUNT       PIC 9(3)  VALUE 0.
       01 WS-OLD-BITMAP          PIC X(12).
       01 WS-TRIMMED-BITMAP      PIC X(12).
       01 WS-REFUSAL-REASON      PIC X(40).

      *    Shared audit-log record layout.
       COPY "audit-log.cpy".
      *    Shared operator security master layout.
       COPY "operator-security.cpy".

       PROCEDURE DIVISION.
       DOOR-PERMISSION.
           PERFORM LOAD-PERMISSION-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM DECODE-BADGE-BITMAPS
           PERFORM LOAD-DOOR-GROUPS
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE "DOOR PERMISSION EXCEPTIONS" TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           SET EVENT-EOF TO FALSE
           OPEN INPUT DOOR-EVENT-FILE
           PERFORM UNTIL EVENT-EOF
                   READ DOOR-EVENT-FILE
                      AT END
                         SET EVENT-EOF TO TRUE
                      NOT AT END
                         IF DV-DOOR-ID NOT = SPACES
                            ADD 1 TO WS-EVENT-COUNT
                            PERFORM CHECK-ONE-EVENT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE DOOR-EVENT-FILE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "EVENTS " DELIMITED BY SIZE
              WS-EVENT-COUNT DELIMITED BY SIZE
              " EXCEPTIONS " DELIMITED BY SIZE
              WS-EXCEPTION-COUNT DELIMITED BY SIZE
              INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "DOOR-PERMISSION: " WS-EVENT-COUNT " EVENTS, "
              WS-EXCEPTION-COUNT " EXCEPTIONS"
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    An event is an exception when its badge has no usable
      *    permission record, its door belongs to no group, or the
      *    badge's bitmap lacks the door's group.
       CHECK-ONE-EVENT.
           MOVE 0 TO WS-BADGE-IDX
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-BADGE-COUNT OR WS-BADGE-IDX > 0
                   IF WS-BD-ID(I) = DV-BADGE-ID
                      MOVE I TO WS-BADGE-IDX
                   END-IF
           END-PERFORM
           MOVE 0 TO WS-DOOR-IDX
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-DOOR-COUNT OR WS-DOOR-IDX > 0
                   IF WS-DR-ID(I) = DV-DOOR-ID
                      MOVE I TO WS-DOOR-IDX
                   END-IF
           END-PERFORM
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           EVALUATE TRUE
           WHEN WS-BADGE-IDX = 0
                STRING DV-DOOR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DV-BADGE-ID DELIMITED BY SIZE
                   " NO PERMISSION RECORD" DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
                END-STRING
           WHEN WS-BD-VALID(WS-BADGE-IDX) NOT = 'Y'
                STRING DV-DOOR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DV-BADGE-ID DELIMITED BY SIZE
                   " BITMAP " DELIMITED BY SIZE
                   WS-BD-BITMAP(WS-BADGE-IDX) DELIMITED BY SIZE
                   " IS NOT BINARY" DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
                END-STRING
           WHEN WS-DOOR-IDX = 0
                STRING DV-DOOR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DV-BADGE-ID DELIMITED BY SIZE
                   " DOOR IN NO DOOR GROUP" DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
                END-STRING
           WHEN OTHER
                MOVE WS-BD-VALUE(WS-BADGE-IDX) TO WS-TEST-VALUE
                MOVE WS-DR-GROUP(WS-DOOR-IDX) TO WS-TEST-GROUP
                PERFORM TEST-GROUP-BIT
                IF NOT GROUP-PERMITTED
                   STRING DV-DOOR-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DV-BADGE-ID DELIMITED BY SIZE
                      " GROUP " DELIMITED BY SIZE
                      WS-TEST-GROUP DELIMITED BY SIZE
                      " NOT IN BITMAP " DELIMITED BY SIZE
                      WS-BD-BITMAP(WS-BADGE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRIM(WS-BD-HOLDER(WS-BADGE-IDX))
                         DELIMITED BY SIZE
                      INTO EXCEPTION-REPORT-LINE
                   END-STRING
                END-IF
           END-EVALUATE
           IF EXCEPTION-REPORT-LINE NOT = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
              WRITE EXCEPTION-REPORT-LINE
           END-IF
           .
       CHECK-ONE-EVENT-EXIT.
           EXIT.

      *    Group g is the bit worth 2 ** (g - 1) in the decoded
      *    bitmap value.
       TEST-GROUP-BIT.
           SET GROUP-PERMITTED TO FALSE
           IF WS-TEST-GROUP < 1 OR WS-TEST-GROUP > 12
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GROUP-WEIGHT = 2 ** (WS-TEST-GROUP - 1)
           IF MOD(INTEGER(WS-TEST-VALUE / WS-GROUP-WEIGHT), 2) = 1
              SET GROUP-PERMITTED TO TRUE
           END-IF
           .
       TEST-GROUP-BIT-EXIT.
           EXIT.

      *    Weekly listing: every badge with each door its bitmap
      *    opens.
       ENTRY "DOOR-PERMISSION-LIST".
       DOOR-PERMISSION-LIST.
           PERFORM LOAD-PERMISSION-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM DECODE-BADGE-BITMAPS
           PERFORM LOAD-DOOR-GROUPS
           OPEN OUTPUT DOOR-LIST-FILE
           MOVE "EFFECTIVE DOOR ACCESS BY BADGE" TO DOOR-LIST-LINE
           WRITE DOOR-LIST-LINE
           PERFORM VARYING WS-BADGE-IDX FROM 1 BY 1
              UNTIL WS-BADGE-IDX > WS-BADGE-COUNT
                   PERFORM LIST-ONE-BADGE
           END-PERFORM
           CLOSE DOOR-LIST-FILE
           DISPLAY "DOOR-PERMISSION-LIST: " WS-BADGE-COUNT
              " BADGES LISTED"
           GOBACK.

       LIST-ONE-BADGE.
           MOVE SPACES TO DOOR-LIST-LINE
           STRING WS-BD-ID(WS-BADGE-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BD-BITMAP(WS-BADGE-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BD-HOLDER(WS-BADGE-IDX) DELIMITED BY SIZE
              INTO DOOR-LIST-LINE
           END-STRING
           WRITE DOOR-LIST-LINE
           IF WS-BD-VALID(WS-BADGE-IDX) NOT = 'Y'
              MOVE "     BITMAP IS NOT BINARY -- NO DOORS"
                 TO DOOR-LIST-LINE
              WRITE DOOR-LIST-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LISTED-DOORS
           MOVE WS-BD-VALUE(WS-BADGE-IDX) TO WS-TEST-VALUE
           PERFORM VARYING WS-DOOR-IDX FROM 1 BY 1
              UNTIL WS-DOOR-IDX > WS-DOOR-COUNT
                   MOVE WS-DR-GROUP(WS-DOOR-IDX) TO WS-TEST-GROUP
                   PERFORM TEST-GROUP-BIT
                   IF GROUP-PERMITTED
                      ADD 1 TO WS-LISTED-DOORS
                      MOVE SPACES TO DOOR-LIST-LINE
                      STRING "     " DELIMITED BY SIZE
                         WS-DR-ID(WS-DOOR-IDX) DELIMITED BY SIZE
                         " GROUP " DELIMITED BY SIZE
                         WS-DR-GROUP(WS-DOOR-IDX) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-DR-DESCRIPTION(WS-DOOR-IDX)
                            DELIMITED BY SIZE
                         INTO DOOR-LIST-LINE
                      END-STRING
                      WRITE DOOR-LIST-LINE
                   END-IF
           END-PERFORM
           IF WS-LISTED-DOORS = 0
              MOVE "     NO DOORS" TO DOOR-LIST-LINE
              WRITE DOOR-LIST-LINE
           END-IF
           .
       LIST-ONE-BADGE-EXIT.
           EXIT.

      *    Permission maintenance: A adds a badge, C replaces its
      *    bitmap and holder, D removes it. A bitmap BINARY-TWO
      *    rejects is refused before the master is touched. Refused
      *    transactions stay on PERMTRAN for correction; applied ones
      *    are taken off.
       ENTRY "DOOR-PERMISSION-MAINT".
       DOOR-PERMISSION-MAINT.
           PERFORM LOAD-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
              DISPLAY "DOOR-PERMISSION-MAINT: no operator ID in"
                 " OPERID, no changes applied"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "DOORADM" TO OS-CHECK-ROLE
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT OS-AUTHORIZED
              PERFORM WRITE-REFUSAL-AUDIT
              DISPLAY "DOOR-PERMISSION-MAINT: operator "
                 WS-OPERATOR-ID " refused -- "
                 FUNCTION TRIM(OS-REFUSAL-TEXT) ", no changes applied"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-PERMISSION-TRANS
      *    PERMTRAN is rewritten with only the refused lines, so a
      *    file larger than the table would lose its tail.
           IF TRAN-OVERFLOW
              DISPLAY "DOOR-PERMISSION-MAINT: more than 200 lines on"
                 " PERMTRAN, no changes applied"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM DECODE-TRAN-BITMAPS
           OPEN I-O PERMISSION-MASTER
           IF WS-MASTER-FILE-STATUS = "35"
              OPEN OUTPUT PERMISSION-MASTER
              CLOSE PERMISSION-MASTER
              OPEN I-O PERMISSION-MASTER
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "DOOR-PERMISSION-MAINT: cannot open PERMMST,"
                 " status " WS-MASTER-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TRAN-COUNT
                   PERFORM APPLY-ONE-TRAN
           END-PERFORM
           CLOSE PERMISSION-MASTER
           IF WS-APPLIED-COUNT > 0
              PERFORM REWRITE-PERMISSION-TRANS
           END-IF
           DISPLAY "DOOR-PERMISSION-MAINT: " WS-APPLIED-COUNT
              " APPLIED, " WS-REFUSED-COUNT " REFUSED"
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-PERMISSION-TRANS.
           MOVE 0 TO WS-TRAN-COUNT
           SET TRAN-EOF TO FALSE
           SET TRAN-OVERFLOW TO FALSE
           OPEN INPUT PERMISSION-TRAN-FILE
           PERFORM UNTIL TRAN-EOF
                   READ PERMISSION-TRAN-FILE
                      AT END
                         SET TRAN-EOF TO TRUE
                      NOT AT END
                         IF PT-BADGE-ID NOT = SPACES
                            AND WS-TRAN-COUNT NOT < 200
                            SET TRAN-OVERFLOW TO TRUE
                         END-IF
                         IF PT-BADGE-ID NOT = SPACES
                            AND WS-TRAN-COUNT < 200
                            ADD 1 TO WS-TRAN-COUNT
                            MOVE PT-ACTION
                               TO WS-TR-ACTION(WS-TRAN-COUNT)
                            MOVE PT-BADGE-ID
                               TO WS-TR-BADGE-ID(WS-TRAN-COUNT)
                            MOVE PT-DOOR-BITMAP
                               TO WS-TR-BITMAP(WS-TRAN-COUNT)
                            MOVE PT-HOLDER-NAME
                               TO WS-TR-HOLDER(WS-TRAN-COUNT)
                            MOVE SPACES
                               TO WS-TR-ERROR(WS-TRAN-COUNT)
                            MOVE PERMISSION-TRAN-RECORD
                               TO WS-TR-RECORD(WS-TRAN-COUNT)
                            MOVE 'N' TO WS-TR-REFUSED(WS-TRAN-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PERMISSION-TRAN-FILE
           .
       LOAD-PERMISSION-TRANS-EXIT.
           EXIT.

      *    Runs every transaction bitmap through BINARY-TWO-BATCH and
      *    keeps the error text it reports, if any.
       DECODE-TRAN-BITMAPS.
           IF WS-TRAN-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BINARY-IN-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TRAN-COUNT
                   MOVE WS-TR-BITMAP(I) TO BINARY-IN-RECORD
                   WRITE BINARY-IN-RECORD
           END-PERFORM
           CLOSE BINARY-IN-FILE
           CALL "BINARY-TWO-BATCH"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-DECODED-COUNT
           SET BINARY-EOF TO FALSE
           OPEN INPUT BINARY-OUT-FILE
           PERFORM UNTIL BINARY-EOF
                   READ BINARY-OUT-FILE
                      AT END
                         SET BINARY-EOF TO TRUE
                      NOT AT END
                         IF WS-DECODED-COUNT < WS-TRAN-COUNT
                            ADD 1 TO WS-DECODED-COUNT
                            MOVE BO-ERROR
                               TO WS-TR-ERROR(WS-DECODED-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BINARY-OUT-FILE
           PERFORM VARYING I FROM WS-DECODED-COUNT BY 1
              UNTIL I >= WS-TRAN-COUNT
                   MOVE "bitmap not decoded" TO WS-TR-ERROR(I + 1)
           END-PERFORM
           .
       DECODE-TRAN-BITMAPS-EXIT.
           EXIT.

       APPLY-ONE-TRAN.
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE SPACES TO WS-OLD-BITMAP
           MOVE WS-TR-BADGE-ID(J) TO PM-BADGE-ID
           READ PERMISSION-MASTER
              INVALID KEY
                 MOVE "(NONE)" TO WS-OLD-BITMAP
              NOT INVALID KEY
                 MOVE PM-DOOR-BITMAP TO WS-OLD-BITMAP
           END-READ
           EVALUATE TRUE
           WHEN WS-TR-ACTION(J) = "D"
                IF WS-OLD-BITMAP = "(NONE)"
                   MOVE "NO SUCH BADGE" TO WS-REFUSAL-REASON
                ELSE
                   DELETE PERMISSION-MASTER
                      INVALID KEY
                         MOVE "DELETE FAILED" TO WS-REFUSAL-REASON
                   END-DELETE
                END-IF
           WHEN WS-TR-ACTION(J) NOT = "A"
                AND WS-TR-ACTION(J) NOT = "C"
                MOVE "UNKNOWN ACTION" TO WS-REFUSAL-REASON
           WHEN WS-TR-BITMAP(J) = SPACES
                MOVE "BLANK BITMAP" TO WS-REFUSAL-REASON
           WHEN WS-TR-ERROR(J) NOT = SPACES
                MOVE WS-TR-ERROR(J) TO WS-REFUSAL-REASON
           WHEN WS-TR-ACTION(J) = "A"
                AND WS-OLD-BITMAP NOT = "(NONE)"
                MOVE "BADGE ALREADY ON FILE" TO WS-REFUSAL-REASON
           WHEN WS-TR-ACTION(J) = "C"
                AND WS-OLD-BITMAP = "(NONE)"
                MOVE "NO SUCH BADGE" TO WS-REFUSAL-REASON
           WHEN OTHER
                PERFORM STORE-PERMISSION-RECORD
           END-EVALUATE
           IF WS-REFUSAL-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'Y' TO WS-TR-REFUSED(J)
              DISPLAY "DOOR-PERMISSION-MAINT: " WS-TR-ACTION(J) " "
                 WS-TR-BADGE-ID(J) " REFUSED -- "
                 TRIM(WS-REFUSAL-REASON)
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-CHANGE-AUDIT
           .
       APPLY-ONE-TRAN-EXIT.
           EXIT.

      *    Refused transactions stay on PERMTRAN for correction;
      *    applied ones are taken off.
       REWRITE-PERMISSION-TRANS.
           OPEN OUTPUT PERMISSION-TRAN-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TRAN-COUNT
                   IF WS-TR-REFUSED(J) = 'Y'
                      MOVE WS-TR-RECORD(J) TO PERMISSION-TRAN-RECORD
                      WRITE PERMISSION-TRAN-RECORD
                   END-IF
           END-PERFORM
           CLOSE PERMISSION-TRAN-FILE
           .
       REWRITE-PERMISSION-TRANS-EXIT.
           EXIT.

      *    The bitmap is kept right-justified with leading zeros, so
      *    "101" and "000000000101" file as the same profile.
       STORE-PERMISSION-RECORD.
           MOVE WS-TR-BADGE-ID(J) TO PM-BADGE-ID
           MOVE ALL "0" TO PM-DOOR-BITMAP
           MOVE TRIM(WS-TR-BITMAP(J)) TO WS-TRIMMED-BITMAP
           COMPUTE I = LENGTH(TRIM(WS-TR-BITMAP(J)))
           MOVE WS-TRIMMED-BITMAP(1:I) TO PM-DOOR-BITMAP(13 - I:I)
           MOVE WS-TR-HOLDER(J) TO PM-HOLDER-NAME
           MOVE CURRENT-DATE(1:8) TO PM-UPDATED-DATE
           IF WS-TR-ACTION(J) = "A"
              WRITE PERMISSION-RECORD
                 INVALID KEY
                    MOVE "WRITE FAILED" TO WS-REFUSAL-REASON
              END-WRITE
           ELSE
              REWRITE PERMISSION-RECORD
                 INVALID KEY
                    MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
              END-REWRITE
           END-IF
           .
       STORE-PERMISSION-RECORD-EXIT.
           EXIT.

       WRITE-CHANGE-AUDIT.
           MOVE "DOOR-PERMISSION" TO AL-PROGRAM-ID
           MOVE CURRENT-DATE TO AL-TIMESTAMP
           MOVE SPACES TO AL-REJECTED-VALUE
           STRING WS-TR-ACTION(J) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TR-BADGE-ID(J) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TRIM(WS-OLD-BITMAP) DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              TRIM(WS-TR-BITMAP(J)) DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              WS-OPERATOR-ID DELIMITED BY SIZE
              INTO AL-REJECTED-VALUE
           END-STRING
           PERFORM STAMP-AUDIT-RECORD
           MOVE AL-AUDIT-RECORD TO AUDIT-LOG-RECORD
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       WRITE-CHANGE-AUDIT-EXIT.
           EXIT.

       LOAD-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT OPERATOR-ID-FILE
           READ OPERATOR-ID-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE OPERATOR-ID-RECORD TO WS-OPERATOR-ID
           END-READ
           CLOSE OPERATOR-ID-FILE
           .
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
           MOVE "DOOR-PERMISSION" TO AL-PROGRAM-ID
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

      *    Reads PERMMST whole into WS-BADGE-TABLE, in badge order.
       LOAD-PERMISSION-MASTER.
           MOVE 0 TO WS-BADGE-COUNT
           OPEN INPUT PERMISSION-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "DOOR-PERMISSION: cannot open PERMMST,"
                 " status " WS-MASTER-FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           SET MASTER-EOF TO FALSE
           MOVE LOW-VALUES TO PM-BADGE-ID
           START PERMISSION-MASTER KEY IS >= PM-BADGE-ID
              INVALID KEY
                 SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
                   READ PERMISSION-MASTER NEXT RECORD
                      AT END
                         SET MASTER-EOF TO TRUE
                      NOT AT END
                         IF WS-BADGE-COUNT >= 500
                            DISPLAY "DOOR-PERMISSION: PERMMST has"
                               " more than 500 badges, run stopped"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         IF WS-BADGE-COUNT < 500
                            ADD 1 TO WS-BADGE-COUNT
                            MOVE PM-BADGE-ID
                               TO WS-BD-ID(WS-BADGE-COUNT)
                            MOVE PM-DOOR-BITMAP
                               TO WS-BD-BITMAP(WS-BADGE-COUNT)
                            MOVE PM-HOLDER-NAME
                               TO WS-BD-HOLDER(WS-BADGE-COUNT)
                            MOVE 0 TO WS-BD-VALUE(WS-BADGE-COUNT)
                            MOVE 'N' TO WS-BD-VALID(WS-BADGE-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PERMISSION-MASTER
           MOVE "00" TO WS-MASTER-FILE-STATUS
           .
       LOAD-PERMISSION-MASTER-EXIT.
           EXIT.

      *    Decodes every badge's bitmap through BINARY-TWO-BATCH; a
      *    bitmap it reports an error for stays invalid.
       DECODE-BADGE-BITMAPS.
           IF WS-BADGE-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BINARY-IN-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BADGE-COUNT
                   MOVE WS-BD-BITMAP(I) TO BINARY-IN-RECORD
                   WRITE BINARY-IN-RECORD
           END-PERFORM
           CLOSE BINARY-IN-FILE
           CALL "BINARY-TWO-BATCH"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-DECODED-COUNT
           SET BINARY-EOF TO FALSE
           OPEN INPUT BINARY-OUT-FILE
           PERFORM UNTIL BINARY-EOF
                   READ BINARY-OUT-FILE
                      AT END
                         SET BINARY-EOF TO TRUE
                      NOT AT END
                         IF WS-DECODED-COUNT < WS-BADGE-COUNT
                            ADD 1 TO WS-DECODED-COUNT
                            PERFORM STORE-DECODED-BITMAP
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE BINARY-OUT-FILE
           .
       DECODE-BADGE-BITMAPS-EXIT.
           EXIT.

       STORE-DECODED-BITMAP.
           IF BO-ERROR = SPACES
              AND WS-BD-BITMAP(WS-DECODED-COUNT) NOT = SPACES
              MOVE BO-RESULT TO WS-BD-VALUE(WS-DECODED-COUNT)
              MOVE 'Y' TO WS-BD-VALID(WS-DECODED-COUNT)
           END-IF
           .
       STORE-DECODED-BITMAP-EXIT.
           EXIT.

       LOAD-DOOR-GROUPS.
           MOVE 0 TO WS-DOOR-COUNT
           SET GROUP-EOF TO FALSE
           OPEN INPUT DOOR-GROUP-FILE
           PERFORM UNTIL GROUP-EOF
                   READ DOOR-GROUP-FILE
                      AT END
                         SET GROUP-EOF TO TRUE
                      NOT AT END
                         IF DG-DOOR-ID NOT = SPACES
                            AND DG-GROUP IS NUMERIC
                            AND WS-DOOR-COUNT >= 200
                            DISPLAY "DOOR-PERMISSION: DOORGRP has"
                               " more than 200 doors, run stopped"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         IF DG-DOOR-ID NOT = SPACES
                            AND DG-GROUP IS NUMERIC
                            ADD 1 TO WS-DOOR-COUNT
                            MOVE DG-DOOR-ID
                               TO WS-DR-ID(WS-DOOR-COUNT)
                            MOVE DG-GROUP
                               TO WS-DR-GROUP(WS-DOOR-COUNT)
                            MOVE DG-DESCRIPTION
                               TO WS-DR-DESCRIPTION(WS-DOOR-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE DOOR-GROUP-FILE
           .
       LOAD-DOOR-GROUPS-EXIT.
           EXIT.

      *    Seals the audit record before it is written -- see
      *    audit-log.cpy.
       STAMP-AUDIT-RECORD.
           IF NOT AL-SEQ-LOADED
              PERFORM LOAD-AUDIT-SEQUENCE
           END-IF
           ADD 1 TO AL-NEXT-SEQUENCE
           MOVE AL-NEXT-SEQUENCE TO AL-SEQUENCE
           PERFORM SAVE-AUDIT-SEQUENCE
           MOVE 0 TO AL-CHECKSUM
           PERFORM VARYING AL-CHAR-IDX FROM 1 BY 1
              UNTIL AL-CHAR-IDX > 103
                   COMPUTE AL-CHECKSUM = FUNCTION MOD(AL-CHECKSUM
                      + FUNCTION ORD(AL-AUDIT-RECORD
                         (AL-CHAR-IDX:1))
                      * AL-CHAR-IDX, 1000000)
           END-PERFORM
           .
       STAMP-AUDIT-RECORD-EXIT.
           EXIT.

       LOAD-AUDIT-SEQUENCE.
           MOVE 0 TO AL-SEQ-COUNT
           MOVE 0 TO AL-SEQ-EOF-FLAG
           OPEN INPUT AUDIT-SEQ-FILE
           PERFORM UNTIL AL-SEQ-EOF
                   READ AUDIT-SEQ-FILE
                      AT END
                         SET AL-SEQ-EOF TO TRUE
                      NOT AT END
                         IF AL-SEQ-COUNT < 30
                            ADD 1 TO AL-SEQ-COUNT
                            MOVE AUDIT-SEQ-RECORD(1:16)
                               TO AL-SQ-PROGRAM(AL-SEQ-COUNT)
                            IF AUDIT-SEQ-RECORD(17:6) IS NUMERIC
                               MOVE AUDIT-SEQ-RECORD(17:6)
                                  TO AL-SQ-LAST(AL-SEQ-COUNT)
                            ELSE
                               MOVE 0 TO AL-SQ-LAST(AL-SEQ-COUNT)
                            END-IF
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE AUDIT-SEQ-FILE
           MOVE 0 TO AL-SEQ-FOUND
           PERFORM VARYING AL-SEQ-IDX FROM 1 BY 1
              UNTIL AL-SEQ-IDX > AL-SEQ-COUNT OR AL-SEQ-FOUND > 0
                   IF AL-SQ-PROGRAM(AL-SEQ-IDX) = AL-PROGRAM-ID
                      MOVE AL-SEQ-IDX TO AL-SEQ-FOUND
                      MOVE AL-SQ-LAST(AL-SEQ-IDX)
                         TO AL-NEXT-SEQUENCE
                   END-IF
           END-PERFORM
           IF AL-SEQ-FOUND = 0 AND AL-SEQ-COUNT < 30
              ADD 1 TO AL-SEQ-COUNT
              MOVE AL-SEQ-COUNT TO AL-SEQ-FOUND
              MOVE AL-PROGRAM-ID TO AL-SQ-PROGRAM(AL-SEQ-FOUND)
              MOVE 0 TO AL-SQ-LAST(AL-SEQ-FOUND)
              MOVE 0 TO AL-NEXT-SEQUENCE
           END-IF
           SET AL-SEQ-LOADED TO TRUE
           .
       LOAD-AUDIT-SEQUENCE-EXIT.
           EXIT.

       SAVE-AUDIT-SEQUENCE.
           IF AL-SEQ-FOUND > 0
              MOVE AL-NEXT-SEQUENCE TO AL-SQ-LAST(AL-SEQ-FOUND)
           END-IF
           OPEN OUTPUT AUDIT-SEQ-FILE
           PERFORM VARYING AL-SEQ-IDX FROM 1 BY 1
              UNTIL AL-SEQ-IDX > AL-SEQ-COUNT
                   MOVE SPACES TO AUDIT-SEQ-RECORD
                   MOVE AL-SQ-PROGRAM(AL-SEQ-IDX)
                      TO AUDIT-SEQ-RECORD(1:16)
                   MOVE AL-SQ-LAST(AL-SEQ-IDX)
                      TO AUDIT-SEQ-RECORD(17:6)
                   WRITE AUDIT-SEQ-RECORD
           END-PERFORM
           CLOSE AUDIT-SEQ-FILE
           .
       SAVE-AUDIT-SEQUENCE-EXIT.
           EXIT.

      *    transfer is no longer a DELETE-STUDENT at one site and an
      *    ADD-STUDENT at another with nothing tying them together.
      *    Every applied move is logged to the transfer register;
      *    rejects go to the shared AUDITLOG. Each applied move is
      *    also posted to BUSMOVES so the next BUS-ASSIGN run gives
      *    the student a stop from the new school.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      *    master-journal.cpy.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Students moved since the last bus assignment run -- see
      *    bus-route.cpy.
           SELECT OPTIONAL BUS-MOVE-FILE ASSIGN TO "BUSMOVES"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(109).
       FD  AUDIT-SEQ-FILE.
       01  MASTER-ACTIVITY-RECORD PIC X(48).
       FD  MASTER-JOURNAL-FILE.
       01  MASTER-JOURNAL-RECORD  PIC X(2098).
       FD  BUS-MOVE-FILE.
       01  BUS-MOVE-LINE          PIC X(74).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       COPY "master-journal.cpy".

      *    Image hold fields for the update journal.
       01 WS-JRNL-BEFORE      PIC X(66).
       01 WS-JRNL-AFTER       PIC X(66).
      *    Shared operator-alert record layout.
       COPY "operator-alert.cpy".
      *    Shared school bus layouts.
       COPY "bus-route.cpy".

       PROCEDURE DIVISION.
       SCHOOL-TRANSFER.
              MOVE TF-TO-SCHOOL TO RM-SCHOOL-ID
              MOVE TF-NAME TO RM-NAME
              MOVE WS-MOVED-GRADE TO RM-GRADE
      *    Homeroom sections are per school; the new school seats
      *    the student on its next HOMEROOM-SECTION run.
              MOVE SPACES TO RM-SECTION
              WRITE ROSTER-MASTER-RECORD
                 INVALID KEY
                    MOVE "ALREADY AT TO-SCHOOL" TO WS-REJECT-REASON
                    PERFORM WRITE-JOURNAL-RECORD
              END-DELETE
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM POST-BUS-MOVE
              STRING FUNCTION TRIM(TF-NAME) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 TF-FROM-SCHOOL DELIMITED BY SIZE
       POST-MASTER-ACTIVITY-EXIT.
           EXIT.

      *    Posts one applied transfer to BUSMOVES for the next
      *    BUS-ASSIGN run -- see bus-route.cpy.
       POST-BUS-MOVE.
           MOVE TF-NAME TO BM-NAME
           MOVE TF-FROM-SCHOOL TO BM-FROM-SCHOOL
           MOVE TF-TO-SCHOOL TO BM-TO-SCHOOL
           MOVE TF-EFFECTIVE-DATE TO BM-EFFECTIVE-DATE
           MOVE BM-MOVE-RECORD TO BUS-MOVE-LINE
           OPEN EXTEND BUS-MOVE-FILE
           WRITE BUS-MOVE-LINE
           CLOSE BUS-MOVE-FILE
           .
       POST-BUS-MOVE-EXIT.
           EXIT.

      *    One journal line per master update, the raw material for
      *    MASTER-RECOVER's forward replay -- see master-journal.cpy.
      *    The caller fills JR-MASTER-NAME, JR-ACTION and both

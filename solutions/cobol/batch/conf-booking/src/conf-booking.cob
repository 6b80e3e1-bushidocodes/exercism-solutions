       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONF-BOOKING.
      *    Parent-teacher conference booking. Conference week was
      *    booked by phone every term off a paper grid per teacher;
      *    this run books it from the masters we already keep. The
      *    conference dates are the MEETUP occurrences on MRGSCHD for
      *    the conference team (PARMMST CONF-BOOKING TEAM, default
      *    CONFERENCES), taking the shifted date where a holiday
      *    moved one. Each date is cut into slots from STARTTIME
      *    (HHMM, default 1600) of SLOTMINS minutes (default 15),
      *    SLOTS to the evening (default 12, at most 40).
      *
      *    Each student meets the homeroom teacher: the TCHRMST
      *    teacher master line (see teacher-master.cpy) for the
      *    student's school, grade and RM-SECTION. A teacher holds
      *    one ROOMINV room for the whole week -- the homeroom when
      *    it is on ROOMINV, otherwise the first ROOMINV room no
      *    other teacher holds -- and a teacher left without a room
      *    cannot be booked. Students come off ROSTERIDX and their
      *    guardian off
      *    GUARDMST. A family is the students of one school sharing
      *    a guardian name and first address line, and a family's
      *    children are booked back-to-back -- consecutive slots on
      *    one evening, one child per slot -- at the earliest point
      *    every child's teacher is free; only when no evening can
      *    take the run are the children booked one at a time. A
      *    child is never put against a slot a brother or sister
      *    already holds.
      *
      *    Bookings carry across runs on CONFBOOK, so a rerun books
      *    only the students still without a slot (new to the
      *    roster, or released by a date or teacher change) and
      *    leaves everyone else where they are. CONFTRAN takes the
      *    office's phone changes ahead of the booking pass:
      *       C  move the student to the date and HHMM time given
      *       X  cancel the student's conference
      *       B  book a cancelled student again
      *    Applied transactions are dropped; refused ones are
      *    written back with the reason for the office to correct.
      *    More students on the roster than the work table holds,
      *    more CONFTRAN lines than can be written back, or more than
      *    20 rooms on ROOMINV, stop the run with return code 8
      *    before anything is rewritten.
      *
      *    A confirmation letter goes to CONFLTR for every family
      *    with a booking made, moved or cancelled this run, listing
      *    all the family's conferences. CONFSHT is the slot sheet
      *    for each teacher and evening, and CONFUNBK lists the
      *    families still unbooked with the reason.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGED-SCHEDULE-FILE ASSIGN TO "MRGSCHD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROOM-INVENTORY-FILE ASSIGN TO "ROOMINV"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Teacher master -- see teacher-master.cpy.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT GUARDIAN-MASTER-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GUARDMST-STATUS.
      *    Bookings carried from run to run, rewritten every run.
           SELECT OPTIONAL BOOKING-FILE ASSIGN TO "CONFBOOK"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Office changes; rewritten with the refused ones only.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "CONFTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO "CONFLTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLOT-SHEET-FILE ASSIGN TO "CONFSHT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNBOOKED-FILE ASSIGN TO "CONFUNBK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGED-SCHEDULE-FILE.
       01  MERGED-SCHEDULE-RECORD PIC X(80).
       FD  ROOM-INVENTORY-FILE.
       01  ROOM-INVENTORY-RECORD.
           02 RV-ROOM-ID          PIC X(10).
           02 RV-CAPACITY         PIC 9(3).
       FD  TEACHER-MASTER-FILE.
       01  TEACHER-MASTER-LINE    PIC X(54).
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-RECORD.
           02 RM-KEY.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  GUARDIAN-MASTER-FILE.
       01  GUARDIAN-MASTER-RECORD.
           02 GM-KEY.
              05 GM-SCHOOL-ID     PIC X(3).
              05 GM-NAME          PIC X(60).
           02 GM-GUARDIAN-NAME    PIC X(40).
           02 GM-ADDRESS-1        PIC X(30).
           02 GM-ADDRESS-2        PIC X(30).
           02 GM-ADDRESS-3        PIC X(30).
       FD  BOOKING-FILE.
       01  BOOKING-RECORD.
           02 CB-DATE             PIC X(10).
           02 FILLER              PIC X.
           02 CB-TIME             PIC X(4).
           02 FILLER              PIC X.
           02 CB-STATUS           PIC X.
           02 FILLER              PIC X.
           02 CB-LETTER           PIC X.
           02 FILLER              PIC X.
           02 CB-SCHOOL-ID        PIC X(3).
           02 FILLER              PIC X.
           02 CB-NAME             PIC X(60).
           02 FILLER              PIC X.
           02 CB-TEACHER-NAME     PIC X(30).
           02 FILLER              PIC X.
           02 CB-ROOM-ID          PIC X(10).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           02 TR-ACTION           PIC X.
           02 FILLER              PIC X.
           02 TR-SCHOOL-ID        PIC X(3).
           02 FILLER              PIC X.
           02 TR-NAME             PIC X(60).
           02 FILLER              PIC X.
           02 TR-DATE             PIC X(10).
           02 FILLER              PIC X.
           02 TR-TIME             PIC X(4).
           02 FILLER              PIC X.
           02 TR-REASON           PIC X(30).
       FD  LETTER-FILE.
       01  LETTER-LINE            PIC X(80).
       FD  SLOT-SHEET-FILE.
       01  SLOT-SHEET-LINE        PIC X(100).
       FD  UNBOOKED-FILE.
       01  UNBOOKED-LINE          PIC X(100).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-GUARDMST-STATUS     PIC XX.
       01 WS-FILE-EOF-FLAG       PIC 9     VALUE 0.
          88 FILE-EOF                      VALUE 1 FALSE 0.
       01 WS-FITS-FLAG           PIC X     VALUE 'N'.
          88 BLOCK-FITS                    VALUE 'Y' FALSE 'N'.
       01 WS-FREE-FLAG           PIC X     VALUE 'N'.
          88 SLOT-IS-FREE                  VALUE 'Y' FALSE 'N'.
       01 WS-ROOM-OVERFLOW-FLAG  PIC 9     VALUE 0.
          88 ROOM-OVERFLOW                 VALUE 1 FALSE 0.

      *    Run parameters, PARMMST program CONF-BOOKING.
       01 WS-CONF-TEAM           PIC X(20) VALUE "CONFERENCES".
       01 WS-START-TIME          PIC 9(4)  VALUE 1600.
       01 WS-SLOT-MINUTES        PIC 9(3)  VALUE 15.
       01 WS-SLOTS-PER-DAY       PIC 9(2)  VALUE 12.
       01 WS-START-MINUTES       PIC 9(4).

      *    Conference evenings, ascending, no repeats.
       01 WS-DAY-COUNT           PIC 9(2)  VALUE 0.
       01 WS-DAY-TABLE.
          05 WS-DAY-DATE         PIC X(10) OCCURS 10.
       01 WS-NEW-DATE            PIC X(10).

       01 WS-ROOM-COUNT          PIC 9(2)  VALUE 0.
       01 WS-ROOM-TABLE.
          05 WS-ROOM-ID          PIC X(10) OCCURS 20.

      *    One entry per teacher of a school, however many
      *    sections the teacher has; the room is the one held for
      *    the week, blank when the rooms ran out.
       01 WS-TEACHER-COUNT       PIC 9(2)  VALUE 0.
       01 WS-TEACHER-TABLE.
          05 WS-TEACHER-ENTRY OCCURS 99.
             10 WS-TC-NAME       PIC X(30).
             10 WS-TC-SCHOOL-ID  PIC X(3).
             10 WS-TC-HOMEROOM   PIC X(10).
             10 WS-TC-ROOM-ID    PIC X(10).
      *    Homeroom sections and the teacher each belongs to.
       01 WS-SECTION-COUNT       PIC 9(3)  VALUE 0.
       01 WS-SECTION-TABLE.
          05 WS-SECTION-ENTRY OCCURS 200.
             10 WS-SC-SCHOOL-ID  PIC X(3).
             10 WS-SC-GRADE      PIC X.
             10 WS-SC-SECTION    PIC X(2).
             10 WS-SC-TEACHER    PIC 9(2).
       01 WS-ROOM-TAKEN-FLAG     PIC X.
          88 ROOM-IS-TAKEN                 VALUE 'Y' FALSE 'N'.
       77 R                      PIC 9(2).

      *    The roster in key order with each student's guardian,
      *    teacher, family (the table position of its first child)
      *    and booking. ST-STATE is B booked, X cancelled, N not
      *    booked; ST-LETTER is N while a confirmation is owed.
       01 WS-STUDENT-COUNT       PIC 9(3)  VALUE 0.
       01 WS-STUDENT-TABLE.
          05 WS-STUDENT-ENTRY OCCURS 500.
             10 WS-ST-SCHOOL-ID  PIC X(3).
             10 WS-ST-NAME       PIC X(60).
             10 WS-ST-GRADE      PIC 9.
             10 WS-ST-GUARDIAN   PIC X(40).
             10 WS-ST-ADDRESS-1  PIC X(30).
             10 WS-ST-ADDRESS-2  PIC X(30).
             10 WS-ST-ADDRESS-3  PIC X(30).
             10 WS-ST-HAS-GUARDIAN PIC X.
             10 WS-ST-TEACHER    PIC 9(2).
             10 WS-ST-FAMILY     PIC 9(3).
             10 WS-ST-STATE      PIC X.
             10 WS-ST-DAY        PIC 9(2).
             10 WS-ST-SLOT       PIC 9(2).
             10 WS-ST-LETTER     PIC X.
       01 WS-ROSTER-DROPPED      PIC 9(4)  VALUE 0.
       01 WS-TRAN-LINES          PIC 9(5)  VALUE 0.

      *    Evening x teacher x slot grid of the student holding it.
       01 WS-GRID.
          05 WS-GRID-DAY OCCURS 10.
             10 WS-GRID-TEACHER OCCURS 99.
                15 WS-GRID-STUDENT PIC 9(3) OCCURS 40.

      *    The children of the family being booked.
       01 WS-BLOCK-COUNT         PIC 9(2).
       01 WS-BLOCK-TABLE.
          05 WS-BLOCK-STUDENT    PIC 9(3)  OCCURS 20.

       01 WS-REFUSED-COUNT       PIC 9(3)  VALUE 0.
       01 WS-REFUSED-TABLE.
          05 WS-REFUSED-LINE     PIC X(113) OCCURS 200.

       77 D                      PIC 9(2).
       77 T                      PIC 9(2).
       77 S                      PIC 9(2).
       77 K                      PIC 9(3).
       77 I                      PIC 9(3).
       77 J                      PIC 9(3).
       77 F                      PIC 9(3).
       77 WS-FOUND-DAY           PIC 9(2).
       77 WS-FOUND-SLOT          PIC 9(2).
       77 WS-FOUND-STUDENT       PIC 9(3).
       77 WS-LAST-START          PIC 9(2).
       77 WS-MINUTES             PIC 9(4).
       77 WS-REMAINDER           PIC 9(3).
       77 WS-HOURS               PIC 9(2).

       01 WS-TIME-SHOW.
          05 WS-TS-HOURS         PIC 99.
          05 FILLER              PIC X     VALUE ":".
          05 WS-TS-MINUTES       PIC 99.
       01 WS-TIME-HHMM.
          05 WS-TH-HOURS         PIC 99.
          05 WS-TH-MINUTES       PIC 99.
       01 WS-UNBOOKED-REASON     PIC X(24).
      *    Student and slot being looked for, off a booking or a
      *    transaction.
       01 WS-LOOK-SCHOOL-ID      PIC X(3).
       01 WS-LOOK-NAME           PIC X(60).
       01 WS-LOOK-DATE           PIC X(10).
       01 WS-LOOK-TIME           PIC X(4).
       01 WS-FAMILY-PRINTED      PIC X.

       01 WS-BOOKED-COUNT        PIC 9(4)  VALUE 0.
       01 WS-NEW-COUNT           PIC 9(4)  VALUE 0.
       01 WS-SPLIT-COUNT         PIC 9(4)  VALUE 0.
       01 WS-RELEASED-COUNT      PIC 9(4)  VALUE 0.
       01 WS-APPLIED-COUNT       PIC 9(4)  VALUE 0.
       01 WS-LETTER-COUNT        PIC 9(4)  VALUE 0.
       01 WS-UNBOOKED-COUNT      PIC 9(4)  VALUE 0.
       01 WS-CANCELLED-COUNT     PIC 9(4)  VALUE 0.

      *    Shared teacher master layout.
       COPY "teacher-master.cpy".

       COPY "central-parm.cpy".

       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       CONF-BOOKING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-RUN-PARMS
           PERFORM LOAD-CONFERENCE-DATES
           IF WS-DAY-COUNT = 0
              DISPLAY "CONF-BOOKING: no " FUNCTION TRIM(WS-CONF-TEAM)
                 " dates on MRGSCHD, nothing booked"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ROOM-INVENTORY
           IF ROOM-OVERFLOW
              DISPLAY "CONF-BOOKING: more than 20 rooms on ROOMINV,"
                 " nothing booked"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-TEACHERS
           PERFORM ASSIGN-CONFERENCE-ROOMS
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "CONF-BOOKING: cannot open ROSTERIDX,"
                 " status " WS-MASTER-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT GUARDIAN-MASTER-FILE
           IF WS-GUARDMST-STATUS NOT = "00"
              DISPLAY "CONF-BOOKING: cannot open GUARDMST,"
                 " status " WS-GUARDMST-STATUS
              CLOSE ROSTER-MASTER-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ROSTER
           CLOSE ROSTER-MASTER-FILE
           CLOSE GUARDIAN-MASTER-FILE
      *    CONFBOOK is rewritten from the roster table, so a student
      *    left out of it would lose the booking.
           IF WS-ROSTER-DROPPED > 0
              DISPLAY "CONF-BOOKING: more than 500 students on"
                 " ROSTERIDX, " WS-ROSTER-DROPPED
                 " not loaded, nothing booked"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *    Every CONFTRAN line could come back refused, and the file
      *    is rewritten from the refused table.
           PERFORM COUNT-TRANSACTIONS
           IF WS-TRAN-LINES > 200
              DISPLAY "CONF-BOOKING: more than 200 lines on"
                 " CONFTRAN, nothing booked"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           INITIALIZE WS-GRID
           PERFORM LOAD-BOOKINGS
           PERFORM APPLY-TRANSACTIONS
           PERFORM BOOK-FAMILIES
           PERFORM WRITE-LETTERS
           PERFORM WRITE-SLOT-SHEETS
           PERFORM WRITE-UNBOOKED-LIST
           PERFORM SAVE-BOOKINGS
           DISPLAY "CONF-BOOKING: " WS-BOOKED-COUNT " BOOKED ("
              WS-NEW-COUNT " NEW, " WS-SPLIT-COUNT
              " NOT BACK-TO-BACK), " WS-UNBOOKED-COUNT
              " UNBOOKED, " WS-CANCELLED-COUNT " CANCELLED"
           DISPLAY "CONF-BOOKING: " WS-APPLIED-COUNT
              " CHANGES APPLIED, " WS-REFUSED-COUNT " REFUSED, "
              WS-RELEASED-COUNT " BOOKINGS RELEASED, "
              WS-LETTER-COUNT " LETTERS"
           IF WS-UNBOOKED-COUNT > 0 OR WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-RUN-PARMS.
           MOVE "CONF-BOOKING" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "TEAM" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE NOT = SPACES
              MOVE PP-FOUND-VALUE TO WS-CONF-TEAM
           END-IF
           MOVE "STARTTIME" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE(1:4) IS NUMERIC
              AND PP-FOUND-VALUE(5:) = SPACES
              MOVE PP-FOUND-VALUE(1:4) TO WS-TIME-HHMM
              IF WS-TH-HOURS < 24 AND WS-TH-MINUTES < 60
                 MOVE WS-TIME-HHMM TO WS-START-TIME
              END-IF
           END-IF
           MOVE "SLOTMINS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 5
                 AND NUMVAL(PP-FOUND-VALUE) <= 120
                 COMPUTE WS-SLOT-MINUTES = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "SLOTS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 40
                 COMPUTE WS-SLOTS-PER-DAY = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE WS-START-TIME TO WS-TIME-HHMM
           COMPUTE WS-START-MINUTES = WS-TH-HOURS * 60
              + WS-TH-MINUTES
      *    The last slot has to finish by midnight.
           PERFORM UNTIL WS-SLOTS-PER-DAY = 1
                   OR WS-START-MINUTES
                      + WS-SLOTS-PER-DAY * WS-SLOT-MINUTES <= 1440
                   SUBTRACT 1 FROM WS-SLOTS-PER-DAY
           END-PERFORM
           .
       LOAD-RUN-PARMS-EXIT.
           EXIT.

      *    MRGSCHD line columns as the merge pass writes them: team
      *    in 1-20, the date from 33 -- with the shifted date at 55
      *    when column 44 says HOLIDAY.
       LOAD-CONFERENCE-DATES.
           SET FILE-EOF TO FALSE
           OPEN INPUT MERGED-SCHEDULE-FILE
           PERFORM UNTIL FILE-EOF
                   READ MERGED-SCHEDULE-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF MERGED-SCHEDULE-RECORD(1:20)
                            = WS-CONF-TEAM
                            IF MERGED-SCHEDULE-RECORD(44:7)
                               = "HOLIDAY"
                               MOVE MERGED-SCHEDULE-RECORD(55:10)
                                  TO WS-NEW-DATE
                            ELSE
                               MOVE MERGED-SCHEDULE-RECORD(33:10)
                                  TO WS-NEW-DATE
                            END-IF
                            PERFORM ADD-CONFERENCE-DATE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE MERGED-SCHEDULE-FILE
           .
       LOAD-CONFERENCE-DATES-EXIT.
           EXIT.

       ADD-CONFERENCE-DATE.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
                   IF WS-DAY-DATE(D) = WS-NEW-DATE
                      EXIT PARAGRAPH
                   END-IF
                   IF WS-DAY-DATE(D) > WS-NEW-DATE
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           IF WS-DAY-COUNT = 10
              DISPLAY "CONF-BOOKING: more than 10 conference dates,"
                 " " WS-NEW-DATE " ignored"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM WS-DAY-COUNT BY -1 UNTIL K < D
                   MOVE WS-DAY-DATE(K) TO WS-DAY-DATE(K + 1)
           END-PERFORM
           MOVE WS-NEW-DATE TO WS-DAY-DATE(D)
           ADD 1 TO WS-DAY-COUNT
           .
       ADD-CONFERENCE-DATE-EXIT.
           EXIT.

       LOAD-ROOM-INVENTORY.
           SET FILE-EOF TO FALSE
           OPEN INPUT ROOM-INVENTORY-FILE
           PERFORM UNTIL FILE-EOF
                   READ ROOM-INVENTORY-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF RV-ROOM-ID NOT = SPACES
                            AND WS-ROOM-COUNT NOT < 20
                            SET ROOM-OVERFLOW TO TRUE
                         END-IF
                         IF RV-ROOM-ID NOT = SPACES
                            AND WS-ROOM-COUNT < 20
                            ADD 1 TO WS-ROOM-COUNT
                            MOVE RV-ROOM-ID
                               TO WS-ROOM-ID(WS-ROOM-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE ROOM-INVENTORY-FILE
           .
       LOAD-ROOM-INVENTORY-EXIT.
           EXIT.

       LOAD-TEACHERS.
           SET FILE-EOF TO FALSE
           OPEN INPUT TEACHER-MASTER-FILE
           PERFORM UNTIL FILE-EOF
                   READ TEACHER-MASTER-FILE INTO TM-TEACHER-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF TEACHER-MASTER-LINE NOT = SPACES
                            PERFORM STORE-ONE-SECTION
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TEACHER-MASTER-FILE
           .
       LOAD-TEACHERS-EXIT.
           EXIT.

       STORE-ONE-SECTION.
           IF TM-TEACHER-NAME = SPACES OR TM-SECTION = SPACES
              DISPLAY "CONF-BOOKING: TCHRMST line ignored: "
                 TEACHER-MASTER-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-SECTION-COUNT = 200
              DISPLAY "CONF-BOOKING: more than 200 sections, "
                 TM-SCHOOL-ID " " TM-GRADE " " TM-SECTION " ignored"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TEACHER-COUNT
                   IF WS-TC-SCHOOL-ID(T) = TM-SCHOOL-ID
                      AND WS-TC-NAME(T) = TM-TEACHER-NAME
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           IF T > WS-TEACHER-COUNT
              IF WS-TEACHER-COUNT = 99
                 DISPLAY "CONF-BOOKING: more than 99 teachers, "
                    FUNCTION TRIM(TM-TEACHER-NAME) " ignored"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-TEACHER-COUNT
              MOVE WS-TEACHER-COUNT TO T
              MOVE TM-TEACHER-NAME TO WS-TC-NAME(T)
              MOVE TM-SCHOOL-ID TO WS-TC-SCHOOL-ID(T)
              MOVE TM-ROOM-ID TO WS-TC-HOMEROOM(T)
              MOVE SPACES TO WS-TC-ROOM-ID(T)
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE TM-SCHOOL-ID TO WS-SC-SCHOOL-ID(WS-SECTION-COUNT)
           MOVE TM-GRADE TO WS-SC-GRADE(WS-SECTION-COUNT)
           MOVE TM-SECTION TO WS-SC-SECTION(WS-SECTION-COUNT)
           MOVE T TO WS-SC-TEACHER(WS-SECTION-COUNT)
           .
       STORE-ONE-SECTION-EXIT.
           EXIT.

      *    Homerooms that are on ROOMINV first, then the rooms left
      *    over in ROOMINV order to the teachers still without one.
       ASSIGN-CONFERENCE-ROOMS.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TEACHER-COUNT
                   PERFORM VARYING R FROM 1 BY 1
                           UNTIL R > WS-ROOM-COUNT
                           IF WS-ROOM-ID(R) = WS-TC-HOMEROOM(T)
                              AND WS-TC-HOMEROOM(T) NOT = SPACES
                              MOVE WS-ROOM-ID(R) TO WS-TC-ROOM-ID(T)
                              EXIT PERFORM
                           END-IF
                   END-PERFORM
           END-PERFORM
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TEACHER-COUNT
                   IF WS-TC-ROOM-ID(T) = SPACES
                      PERFORM TAKE-FREE-ROOM
                   END-IF
           END-PERFORM
           .
       ASSIGN-CONFERENCE-ROOMS-EXIT.
           EXIT.

       TAKE-FREE-ROOM.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROOM-COUNT
                   SET ROOM-IS-TAKEN TO FALSE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-TEACHER-COUNT
                           IF WS-TC-ROOM-ID(K) = WS-ROOM-ID(R)
                              SET ROOM-IS-TAKEN TO TRUE
                              EXIT PERFORM
                           END-IF
                   END-PERFORM
                   IF NOT ROOM-IS-TAKEN
                      MOVE WS-ROOM-ID(R) TO WS-TC-ROOM-ID(T)
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           DISPLAY "CONF-BOOKING: no room left for "
              FUNCTION TRIM(WS-TC-NAME(T))
           .
       TAKE-FREE-ROOM-EXIT.
           EXIT.

       LOAD-ROSTER.
           SET FILE-EOF TO FALSE
           MOVE LOW-VALUES TO RM-KEY
           START ROSTER-MASTER-FILE KEY IS >= RM-KEY
              INVALID KEY
                 SET FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL FILE-EOF
                   READ ROSTER-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM STORE-ONE-STUDENT
                   END-READ
           END-PERFORM
           .
       LOAD-ROSTER-EXIT.
           EXIT.

       STORE-ONE-STUDENT.
           IF WS-STUDENT-COUNT = 500
              ADD 1 TO WS-ROSTER-DROPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STUDENT-COUNT
           MOVE WS-STUDENT-COUNT TO I
           MOVE RM-SCHOOL-ID TO WS-ST-SCHOOL-ID(I)
           MOVE RM-NAME TO WS-ST-NAME(I)
           MOVE RM-GRADE TO WS-ST-GRADE(I)
           MOVE "N" TO WS-ST-STATE(I)
           MOVE "Y" TO WS-ST-LETTER(I)
           MOVE 0 TO WS-ST-DAY(I) WS-ST-SLOT(I) WS-ST-TEACHER(I)
           MOVE I TO WS-ST-FAMILY(I)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SECTION-COUNT
                   IF WS-SC-SCHOOL-ID(K) = RM-SCHOOL-ID
                      AND WS-SC-GRADE(K) = RM-GRADE
                      AND WS-SC-SECTION(K) = RM-SECTION
                      AND RM-SECTION NOT = SPACES
                      MOVE WS-SC-TEACHER(K) TO WS-ST-TEACHER(I)
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           MOVE RM-SCHOOL-ID TO GM-SCHOOL-ID
           MOVE RM-NAME TO GM-NAME
           READ GUARDIAN-MASTER-FILE
              INVALID KEY
                 MOVE "N" TO WS-ST-HAS-GUARDIAN(I)
                 MOVE SPACES TO WS-ST-GUARDIAN(I) WS-ST-ADDRESS-1(I)
                    WS-ST-ADDRESS-2(I) WS-ST-ADDRESS-3(I)
              NOT INVALID KEY
                 MOVE "Y" TO WS-ST-HAS-GUARDIAN(I)
                 MOVE GM-GUARDIAN-NAME TO WS-ST-GUARDIAN(I)
                 MOVE GM-ADDRESS-1 TO WS-ST-ADDRESS-1(I)
                 MOVE GM-ADDRESS-2 TO WS-ST-ADDRESS-2(I)
                 MOVE GM-ADDRESS-3 TO WS-ST-ADDRESS-3(I)
           END-READ
           IF WS-ST-HAS-GUARDIAN(I) = "N"
              EXIT PARAGRAPH
           END-IF
      *    Brothers and sisters share the first child's family.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J >= I
                   IF WS-ST-HAS-GUARDIAN(J) = "Y"
                      AND WS-ST-SCHOOL-ID(J) = WS-ST-SCHOOL-ID(I)
                      AND WS-ST-GUARDIAN(J) = WS-ST-GUARDIAN(I)
                      AND WS-ST-ADDRESS-1(J) = WS-ST-ADDRESS-1(I)
                      MOVE WS-ST-FAMILY(J) TO WS-ST-FAMILY(I)
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           .
       STORE-ONE-STUDENT-EXIT.
           EXIT.

      *    Last run's bookings go back on the grid. A booking whose
      *    student has left the roster is dropped; one whose date,
      *    time, teacher or room no longer holds is released so the
      *    booking pass finds the student a new slot and a fresh
      *    letter goes out.
       LOAD-BOOKINGS.
           SET FILE-EOF TO FALSE
           OPEN INPUT BOOKING-FILE
           PERFORM UNTIL FILE-EOF
                   READ BOOKING-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM RESTORE-ONE-BOOKING
                   END-READ
           END-PERFORM
           CLOSE BOOKING-FILE
           .
       LOAD-BOOKINGS-EXIT.
           EXIT.

       RESTORE-ONE-BOOKING.
           MOVE CB-SCHOOL-ID TO WS-LOOK-SCHOOL-ID
           MOVE CB-NAME TO WS-LOOK-NAME
           PERFORM FIND-STUDENT
           IF WS-FOUND-STUDENT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-STUDENT TO I
           IF CB-STATUS = "X"
              MOVE "X" TO WS-ST-STATE(I)
              MOVE CB-LETTER TO WS-ST-LETTER(I)
              EXIT PARAGRAPH
           END-IF
           MOVE CB-DATE TO WS-LOOK-DATE
           MOVE CB-TIME TO WS-LOOK-TIME
           PERFORM FIND-DAY-AND-SLOT
           MOVE WS-ST-TEACHER(I) TO T
           IF WS-FOUND-DAY = 0 OR WS-FOUND-SLOT = 0 OR T = 0
              ADD 1 TO WS-RELEASED-COUNT
              EXIT PARAGRAPH
           END-IF
           IF WS-TC-ROOM-ID(T) = SPACES
              OR WS-TC-NAME(T) NOT = CB-TEACHER-NAME
              OR WS-GRID-STUDENT(WS-FOUND-DAY, T, WS-FOUND-SLOT)
                 NOT = 0
              ADD 1 TO WS-RELEASED-COUNT
              EXIT PARAGRAPH
           END-IF
           PERFORM PLACE-STUDENT
           MOVE CB-LETTER TO WS-ST-LETTER(I)
           .
       RESTORE-ONE-BOOKING-EXIT.
           EXIT.

      *    Student I into the grid at WS-FOUND-DAY, WS-FOUND-SLOT
      *    with the student's own teacher.
       PLACE-STUDENT.
           MOVE WS-ST-TEACHER(I) TO T
           MOVE I TO WS-GRID-STUDENT(WS-FOUND-DAY, T, WS-FOUND-SLOT)
           MOVE "B" TO WS-ST-STATE(I)
           MOVE WS-FOUND-DAY TO WS-ST-DAY(I)
           MOVE WS-FOUND-SLOT TO WS-ST-SLOT(I)
           MOVE "N" TO WS-ST-LETTER(I)
           .
       PLACE-STUDENT-EXIT.
           EXIT.

       RELEASE-STUDENT.
           IF WS-ST-STATE(I) = "B"
              MOVE 0 TO WS-GRID-STUDENT(WS-ST-DAY(I),
                 WS-ST-TEACHER(I), WS-ST-SLOT(I))
           END-IF
           MOVE 0 TO WS-ST-DAY(I) WS-ST-SLOT(I)
           MOVE "N" TO WS-ST-STATE(I)
           .
       RELEASE-STUDENT-EXIT.
           EXIT.

      *    Roster position of WS-LOOK-SCHOOL-ID, WS-LOOK-NAME, 0
      *    if absent.
       FIND-STUDENT.
           MOVE 0 TO WS-FOUND-STUDENT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STUDENT-COUNT
                   IF WS-ST-SCHOOL-ID(J) = WS-LOOK-SCHOOL-ID
                      AND WS-ST-NAME(J) = WS-LOOK-NAME
                      MOVE J TO WS-FOUND-STUDENT
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           .
       FIND-STUDENT-EXIT.
           EXIT.

      *    Evening and slot for WS-LOOK-DATE and the HHMM in
      *    WS-LOOK-TIME; 0 when the date is not a conference date
      *    or the time is not the start of a slot.
       FIND-DAY-AND-SLOT.
           MOVE 0 TO WS-FOUND-DAY WS-FOUND-SLOT
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
                   IF WS-DAY-DATE(D) = WS-LOOK-DATE
                      MOVE D TO WS-FOUND-DAY
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           IF WS-LOOK-TIME NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-TIME TO WS-TIME-HHMM
           COMPUTE WS-MINUTES = WS-TH-HOURS * 60 + WS-TH-MINUTES
           IF WS-TH-MINUTES > 59 OR WS-MINUTES < WS-START-MINUTES
              EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-START-MINUTES FROM WS-MINUTES
           DIVIDE WS-MINUTES BY WS-SLOT-MINUTES GIVING S
              REMAINDER WS-REMAINDER
           IF WS-REMAINDER = 0 AND S < WS-SLOTS-PER-DAY
              COMPUTE WS-FOUND-SLOT = S + 1
           END-IF
           .
       FIND-DAY-AND-SLOT-EXIT.
           EXIT.

      *    Slot S start time into WS-TIME-SHOW (HH:MM) and
      *    WS-TIME-HHMM.
       FORMAT-SLOT-TIME.
           COMPUTE WS-MINUTES = WS-START-MINUTES
              + (S - 1) * WS-SLOT-MINUTES
           DIVIDE WS-MINUTES BY 60 GIVING WS-HOURS
              REMAINDER WS-REMAINDER
           MOVE WS-HOURS TO WS-TS-HOURS WS-TH-HOURS
           MOVE WS-REMAINDER TO WS-TS-MINUTES WS-TH-MINUTES
           .
       FORMAT-SLOT-TIME-EXIT.
           EXIT.

      *    Slot WS-FOUND-SLOT on WS-FOUND-DAY must be clear on
      *    teacher T's grid and not held by a brother or sister of
      *    student I (the family's guardian cannot be in two rooms).
       CHECK-SLOT-FREE.
           SET SLOT-IS-FREE TO FALSE
           IF WS-GRID-STUDENT(WS-FOUND-DAY, T, WS-FOUND-SLOT)
              NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STUDENT-COUNT
                   IF J NOT = I
                      AND WS-ST-FAMILY(J) = WS-ST-FAMILY(I)
                      AND WS-ST-STATE(J) = "B"
                      AND WS-ST-DAY(J) = WS-FOUND-DAY
                      AND WS-ST-SLOT(J) = WS-FOUND-SLOT
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           SET SLOT-IS-FREE TO TRUE
           .
       CHECK-SLOT-FREE-EXIT.
           EXIT.

       COUNT-TRANSACTIONS.
           MOVE 0 TO WS-TRAN-LINES
           SET FILE-EOF TO FALSE
           OPEN INPUT TRANSACTION-FILE
           PERFORM UNTIL FILE-EOF
                   READ TRANSACTION-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-TRAN-LINES
                   END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           .
       COUNT-TRANSACTIONS-EXIT.
           EXIT.

       APPLY-TRANSACTIONS.
           SET FILE-EOF TO FALSE
           OPEN INPUT TRANSACTION-FILE
           PERFORM UNTIL FILE-EOF
                   READ TRANSACTION-FILE
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         MOVE SPACES TO TR-REASON
                         PERFORM APPLY-ONE-TRANSACTION
                         IF TR-REASON NOT = SPACES
                            PERFORM REFUSE-TRANSACTION
                         ELSE
                            ADD 1 TO WS-APPLIED-COUNT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           OPEN OUTPUT TRANSACTION-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REFUSED-COUNT
                   MOVE WS-REFUSED-LINE(I) TO TRANSACTION-RECORD
                   WRITE TRANSACTION-RECORD
           END-PERFORM
           CLOSE TRANSACTION-FILE
           .
       APPLY-TRANSACTIONS-EXIT.
           EXIT.

       REFUSE-TRANSACTION.
           IF WS-REFUSED-COUNT < 200
              ADD 1 TO WS-REFUSED-COUNT
              MOVE TRANSACTION-RECORD
                 TO WS-REFUSED-LINE(WS-REFUSED-COUNT)
           END-IF
           DISPLAY "CONF-BOOKING: refused " TR-ACTION " "
              TR-SCHOOL-ID " " FUNCTION TRIM(TR-NAME) " -- "
              FUNCTION TRIM(TR-REASON)
           .
       REFUSE-TRANSACTION-EXIT.
           EXIT.

       APPLY-ONE-TRANSACTION.
           MOVE TR-SCHOOL-ID TO WS-LOOK-SCHOOL-ID
           MOVE TR-NAME TO WS-LOOK-NAME
           MOVE TR-DATE TO WS-LOOK-DATE
           MOVE TR-TIME TO WS-LOOK-TIME
           PERFORM FIND-STUDENT
           IF WS-FOUND-STUDENT = 0
              MOVE "NOT ON ROSTER" TO TR-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-STUDENT TO I
           EVALUATE TR-ACTION
           WHEN "X"
                IF WS-ST-STATE(I) = "X"
                   MOVE "ALREADY CANCELLED" TO TR-REASON
                ELSE
                   PERFORM RELEASE-STUDENT
                   MOVE "X" TO WS-ST-STATE(I)
                   MOVE "N" TO WS-ST-LETTER(I)
                END-IF
           WHEN "B"
                IF WS-ST-STATE(I) NOT = "X"
                   MOVE "NOT CANCELLED" TO TR-REASON
                ELSE
                   MOVE "N" TO WS-ST-STATE(I)
                END-IF
           WHEN "C"
                PERFORM CHANGE-BOOKING
           WHEN OTHER
                MOVE "ACTION NOT C, X OR B" TO TR-REASON
           END-EVALUATE
           .
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       CHANGE-BOOKING.
           IF WS-ST-HAS-GUARDIAN(I) = "N"
              MOVE "NO GUARDIAN ON FILE" TO TR-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-TEACHER(I) TO T
           IF T = 0
              MOVE "NO HOMEROOM TEACHER" TO TR-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-TC-ROOM-ID(T) = SPACES
              MOVE "TEACHER HAS NO ROOM" TO TR-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DAY-AND-SLOT
           IF WS-FOUND-DAY = 0
              MOVE "NOT A CONFERENCE DATE" TO TR-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-SLOT = 0
              MOVE "NOT A SLOT START TIME" TO TR-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-ST-STATE(I) = "B"
              AND WS-ST-DAY(I) = WS-FOUND-DAY
              AND WS-ST-SLOT(I) = WS-FOUND-SLOT
              MOVE "ALREADY BOOKED THEN" TO TR-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SLOT-FREE
           IF NOT SLOT-IS-FREE
              MOVE "SLOT TAKEN" TO TR-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM RELEASE-STUDENT
           PERFORM PLACE-STUDENT
           .
       CHANGE-BOOKING-EXIT.
           EXIT.

      *    Families in roster order of their first child.
       BOOK-FAMILIES.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-STUDENT-COUNT
                   IF WS-ST-FAMILY(F) = F
                      AND WS-ST-HAS-GUARDIAN(F) = "Y"
                      PERFORM BOOK-ONE-FAMILY
                   END-IF
           END-PERFORM
           .
       BOOK-FAMILIES-EXIT.
           EXIT.

       BOOK-ONE-FAMILY.
           MOVE 0 TO WS-BLOCK-COUNT
           PERFORM VARYING I FROM F BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-ST-FAMILY(I) = F
                      AND WS-ST-STATE(I) = "N"
                      AND WS-ST-TEACHER(I) > 0
                      AND WS-BLOCK-COUNT < 20
                      IF WS-TC-ROOM-ID(WS-ST-TEACHER(I)) NOT = SPACES
                         ADD 1 TO WS-BLOCK-COUNT
                         MOVE I TO WS-BLOCK-STUDENT(WS-BLOCK-COUNT)
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-BLOCK-COUNT = 0
              EXIT PARAGRAPH
           END-IF
      *    Earliest evening and first slot where every child in turn
      *    finds its teacher free.
           SET BLOCK-FITS TO FALSE
           IF WS-BLOCK-COUNT <= WS-SLOTS-PER-DAY
              COMPUTE WS-LAST-START = WS-SLOTS-PER-DAY
                 - WS-BLOCK-COUNT + 1
              PERFORM VARYING D FROM 1 BY 1
                      UNTIL D > WS-DAY-COUNT OR BLOCK-FITS
                      PERFORM VARYING S FROM 1 BY 1
                              UNTIL S > WS-LAST-START OR BLOCK-FITS
                              PERFORM TRY-FAMILY-BLOCK
                      END-PERFORM
              END-PERFORM
           END-IF
           IF BLOCK-FITS
              EXIT PARAGRAPH
           END-IF
           IF WS-BLOCK-COUNT > 1
              ADD 1 TO WS-SPLIT-COUNT
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BLOCK-COUNT
                   MOVE WS-BLOCK-STUDENT(K) TO I
                   PERFORM BOOK-ONE-ALONE
           END-PERFORM
           .
       BOOK-ONE-FAMILY-EXIT.
           EXIT.

      *    The block from slot S on evening D; booked when it fits.
       TRY-FAMILY-BLOCK.
           MOVE D TO WS-FOUND-DAY
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BLOCK-COUNT
                   MOVE WS-BLOCK-STUDENT(K) TO I
                   MOVE WS-ST-TEACHER(I) TO T
                   COMPUTE WS-FOUND-SLOT = S + K - 1
                   PERFORM CHECK-SLOT-FREE
                   IF NOT SLOT-IS-FREE
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           SET BLOCK-FITS TO TRUE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BLOCK-COUNT
                   MOVE WS-BLOCK-STUDENT(K) TO I
                   COMPUTE WS-FOUND-SLOT = S + K - 1
                   PERFORM PLACE-STUDENT
                   ADD 1 TO WS-NEW-COUNT
           END-PERFORM
           .
       TRY-FAMILY-BLOCK-EXIT.
           EXIT.

       BOOK-ONE-ALONE.
           MOVE WS-ST-TEACHER(I) TO T
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
                   MOVE D TO WS-FOUND-DAY
                   PERFORM VARYING S FROM 1 BY 1
                           UNTIL S > WS-SLOTS-PER-DAY
                           MOVE S TO WS-FOUND-SLOT
                           PERFORM CHECK-SLOT-FREE
                           IF SLOT-IS-FREE
                              PERFORM PLACE-STUDENT
                              ADD 1 TO WS-NEW-COUNT
                              EXIT PARAGRAPH
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       BOOK-ONE-ALONE-EXIT.
           EXIT.

      *    One letter per family owed a confirmation, covering every
      *    conference the family holds and any it cancelled.
       WRITE-LETTERS.
           OPEN OUTPUT LETTER-FILE
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-STUDENT-COUNT
                   IF WS-ST-FAMILY(F) = F
                      AND WS-ST-HAS-GUARDIAN(F) = "Y"
                      PERFORM VARYING I FROM F BY 1
                              UNTIL I > WS-STUDENT-COUNT
                              IF WS-ST-FAMILY(I) = F
                                 AND WS-ST-LETTER(I) = "N"
                                 AND WS-ST-STATE(I) NOT = "N"
                                 PERFORM WRITE-FAMILY-LETTER
                                 EXIT PERFORM
                              END-IF
                      END-PERFORM
                   END-IF
           END-PERFORM
           CLOSE LETTER-FILE
           .
       WRITE-LETTERS-EXIT.
           EXIT.

       WRITE-FAMILY-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-ST-GUARDIAN(F) TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-ST-ADDRESS-1(F) TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-ST-ADDRESS-2(F) NOT = SPACES
              MOVE WS-ST-ADDRESS-2(F) TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           IF WS-ST-ADDRESS-3(F) NOT = SPACES
              MOVE WS-ST-ADDRESS-3(F) TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           STRING "DATE: " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DEAR " DELIMITED BY SIZE
              FUNCTION TRIM(WS-ST-GUARDIAN(F)) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE
              "YOUR PARENT-TEACHER CONFERENCES ARE BOOKED AS FOLLOWS:"
              TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM VARYING I FROM F BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-ST-FAMILY(I) = F
                      PERFORM WRITE-LETTER-CHILD
                   END-IF
           END-PERFORM
           MOVE "PLEASE CONTACT THE SCHOOL OFFICE TO CHANGE OR CANCEL."
              TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "YOURS SINCERELY, THE SCHOOL OFFICE" TO LETTER-LINE
           WRITE LETTER-LINE
           .
       WRITE-FAMILY-LETTER-EXIT.
           EXIT.

       WRITE-LETTER-CHILD.
           EVALUATE WS-ST-STATE(I)
           WHEN "B"
                MOVE WS-ST-SLOT(I) TO S
                PERFORM FORMAT-SLOT-TIME
                MOVE WS-ST-TEACHER(I) TO T
                MOVE SPACES TO LETTER-LINE
                STRING "  " DELIMITED BY SIZE
                   WS-DAY-DATE(WS-ST-DAY(I)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIME-SHOW DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ST-NAME(I)) DELIMITED BY SIZE
                   INTO LETTER-LINE
                END-STRING
                WRITE LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING "                   WITH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TC-NAME(T)) DELIMITED BY SIZE
                   ", ROOM " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TC-ROOM-ID(T)) DELIMITED BY SIZE
                   INTO LETTER-LINE
                END-STRING
                WRITE LETTER-LINE
           WHEN "X"
                MOVE SPACES TO LETTER-LINE
                STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ST-NAME(I)) DELIMITED BY SIZE
                   " -- CANCELLED AT YOUR REQUEST" DELIMITED BY SIZE
                   INTO LETTER-LINE
                END-STRING
                WRITE LETTER-LINE
           WHEN OTHER
                MOVE SPACES TO LETTER-LINE
                STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ST-NAME(I)) DELIMITED BY SIZE
                   " -- NOT YET BOOKED, THE OFFICE WILL CALL"
                      DELIMITED BY SIZE
                   INTO LETTER-LINE
                END-STRING
                WRITE LETTER-LINE
           END-EVALUATE
           MOVE "Y" TO WS-ST-LETTER(I)
           .
       WRITE-LETTER-CHILD-EXIT.
           EXIT.

      *    One sheet per teacher per evening, every slot listed.
       WRITE-SLOT-SHEETS.
           OPEN OUTPUT SLOT-SHEET-FILE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TEACHER-COUNT
                   IF WS-TC-ROOM-ID(T) NOT = SPACES
                      PERFORM VARYING D FROM 1 BY 1
                              UNTIL D > WS-DAY-COUNT
                              PERFORM WRITE-ONE-SHEET
                      END-PERFORM
                   END-IF
           END-PERFORM
           CLOSE SLOT-SHEET-FILE
           .
       WRITE-SLOT-SHEETS-EXIT.
           EXIT.

       WRITE-ONE-SHEET.
           MOVE ALL "-" TO SLOT-SHEET-LINE
           WRITE SLOT-SHEET-LINE
           MOVE SPACES TO SLOT-SHEET-LINE
           STRING "CONFERENCES " DELIMITED BY SIZE
              WS-DAY-DATE(D) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              FUNCTION TRIM(WS-TC-NAME(T)) DELIMITED BY SIZE
              "  SCHOOL " DELIMITED BY SIZE
              WS-TC-SCHOOL-ID(T) DELIMITED BY SIZE
              "  ROOM " DELIMITED BY SIZE
              FUNCTION TRIM(WS-TC-ROOM-ID(T)) DELIMITED BY SIZE
              INTO SLOT-SHEET-LINE
           END-STRING
           WRITE SLOT-SHEET-LINE
           MOVE SPACES TO SLOT-SHEET-LINE
           WRITE SLOT-SHEET-LINE
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SLOTS-PER-DAY
                   PERFORM FORMAT-SLOT-TIME
                   MOVE WS-GRID-STUDENT(D, T, S) TO I
                   MOVE SPACES TO SLOT-SHEET-LINE
                   IF I = 0
                      STRING "  " DELIMITED BY SIZE
                         WS-TIME-SHOW DELIMITED BY SIZE
                         "  -- FREE --" DELIMITED BY SIZE
                         INTO SLOT-SHEET-LINE
                      END-STRING
                   ELSE
                      MOVE WS-TIME-SHOW TO SLOT-SHEET-LINE(3:5)
                      MOVE WS-ST-NAME(I) TO SLOT-SHEET-LINE(10:40)
                      MOVE WS-ST-GUARDIAN(I) TO SLOT-SHEET-LINE(51:40)
                   END-IF
                   WRITE SLOT-SHEET-LINE
           END-PERFORM
           .
       WRITE-ONE-SHEET-EXIT.
           EXIT.

      *    Family by family, the children without a conference and
      *    why; students with no guardian on file stand alone.
       WRITE-UNBOOKED-LIST.
           OPEN OUTPUT UNBOOKED-FILE
           MOVE "FAMILIES STILL UNBOOKED FOR CONFERENCES"
              TO UNBOOKED-LINE
           WRITE UNBOOKED-LINE
           MOVE SPACES TO UNBOOKED-LINE
           WRITE UNBOOKED-LINE
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-STUDENT-COUNT
                   IF WS-ST-FAMILY(F) = F
                      MOVE "N" TO WS-FAMILY-PRINTED
                      PERFORM VARYING I FROM F BY 1
                              UNTIL I > WS-STUDENT-COUNT
                              IF WS-ST-FAMILY(I) = F
                                 AND WS-ST-STATE(I) NOT = "B"
                                 PERFORM WRITE-UNBOOKED-CHILD
                              END-IF
                      END-PERFORM
                   END-IF
           END-PERFORM
           IF WS-UNBOOKED-COUNT = 0 AND WS-CANCELLED-COUNT = 0
              MOVE "  NONE -- EVERY FAMILY HAS ITS CONFERENCES"
                 TO UNBOOKED-LINE
              WRITE UNBOOKED-LINE
           END-IF
           CLOSE UNBOOKED-FILE
           .
       WRITE-UNBOOKED-LIST-EXIT.
           EXIT.

       WRITE-UNBOOKED-CHILD.
           MOVE WS-ST-TEACHER(I) TO T
           EVALUATE TRUE
           WHEN WS-ST-STATE(I) = "X"
                MOVE "CANCELLED BY FAMILY" TO WS-UNBOOKED-REASON
                ADD 1 TO WS-CANCELLED-COUNT
           WHEN WS-ST-HAS-GUARDIAN(I) = "N"
                MOVE "NO GUARDIAN ON FILE" TO WS-UNBOOKED-REASON
                ADD 1 TO WS-UNBOOKED-COUNT
           WHEN T = 0
                MOVE "NO HOMEROOM TEACHER" TO WS-UNBOOKED-REASON
                ADD 1 TO WS-UNBOOKED-COUNT
           WHEN WS-TC-ROOM-ID(T) = SPACES
                MOVE "TEACHER HAS NO ROOM" TO WS-UNBOOKED-REASON
                ADD 1 TO WS-UNBOOKED-COUNT
           WHEN OTHER
                MOVE "NO SLOT FREE" TO WS-UNBOOKED-REASON
                ADD 1 TO WS-UNBOOKED-COUNT
           END-EVALUATE
           IF WS-FAMILY-PRINTED = "N"
              MOVE "Y" TO WS-FAMILY-PRINTED
              MOVE SPACES TO UNBOOKED-LINE
              IF WS-ST-HAS-GUARDIAN(I) = "Y"
                 STRING WS-ST-SCHOOL-ID(I) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ST-GUARDIAN(I))
                       DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ST-ADDRESS-1(I))
                       DELIMITED BY SIZE
                    INTO UNBOOKED-LINE
                 END-STRING
              ELSE
                 STRING WS-ST-SCHOOL-ID(I) DELIMITED BY SIZE
                    " (NO GUARDIAN ON FILE)" DELIMITED BY SIZE
                    INTO UNBOOKED-LINE
                 END-STRING
              END-IF
              WRITE UNBOOKED-LINE
           END-IF
           MOVE SPACES TO UNBOOKED-LINE
           MOVE WS-ST-NAME(I) TO UNBOOKED-LINE(5:50)
           MOVE WS-ST-GRADE(I) TO UNBOOKED-LINE(56:1)
           MOVE WS-UNBOOKED-REASON TO UNBOOKED-LINE(59:24)
           WRITE UNBOOKED-LINE
           .
       WRITE-UNBOOKED-CHILD-EXIT.
           EXIT.

       SAVE-BOOKINGS.
           OPEN OUTPUT BOOKING-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
                   IF WS-ST-STATE(I) NOT = "N"
                      PERFORM SAVE-ONE-BOOKING
                   END-IF
           END-PERFORM
           CLOSE BOOKING-FILE
           .
       SAVE-BOOKINGS-EXIT.
           EXIT.

       SAVE-ONE-BOOKING.
           MOVE SPACES TO BOOKING-RECORD
           MOVE WS-ST-STATE(I) TO CB-STATUS
           MOVE WS-ST-LETTER(I) TO CB-LETTER
           MOVE WS-ST-SCHOOL-ID(I) TO CB-SCHOOL-ID
           MOVE WS-ST-NAME(I) TO CB-NAME
           IF WS-ST-STATE(I) = "B"
              ADD 1 TO WS-BOOKED-COUNT
              MOVE WS-ST-SLOT(I) TO S
              PERFORM FORMAT-SLOT-TIME
              MOVE WS-ST-TEACHER(I) TO T
              MOVE WS-DAY-DATE(WS-ST-DAY(I)) TO CB-DATE
              MOVE WS-TIME-HHMM TO CB-TIME
              MOVE WS-TC-NAME(T) TO CB-TEACHER-NAME
              MOVE WS-TC-ROOM-ID(T) TO CB-ROOM-ID
           END-IF
           WRITE BOOKING-RECORD
           .
       SAVE-ONE-BOOKING-EXIT.
           EXIT.

      *    Loads the business date once per run -- see
      *    business-date.cpy.
       LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BD-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF BUSINESS-DATE-RECORD IS NUMERIC
                    MOVE BUSINESS-DATE-RECORD TO BD-BUSINESS-DATE
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           SET BD-DATE-LOADED TO TRUE
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
           DISPLAY "CONF-BOOKING: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

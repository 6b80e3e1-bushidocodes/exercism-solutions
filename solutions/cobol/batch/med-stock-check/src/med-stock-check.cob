       IDENTIFICATION DIVISION.
       PROGRAM-ID. MED-STOCK-CHECK.
      *    Weekly emergency medication check. CAFETERIA-LIST tells the
      *    lunchroom which students carry a severe allergen; this run
      *    asks whether the nurse's office can back that list up with
      *    an in-date auto-injector. The severe-allergy students are
      *    found the way CAFETERIA-LIST finds its students: each
      *    PATMAST patient's allergy score is decoded, any allergen
      *    ALRGYMST classes "S" makes the patient severe, and the
      *    PATROSTR cross-reference and ROSTERIDX roster place the
      *    patient as a current student at a school. They are counted
      *    once each, however many severe allergens they carry.
      *
      *    MEDSTOCK (see medication-stock.cpy) is the shelf. Lots of
      *    the auto-injector item (PARMMST MED-STOCK-CHECK ITEM,
      *    default AUTOINJECTOR) still in date on the business date
      *    count toward the school's supply; a school needs PERSTUDENT
      *    (default 1) for every severe-allergy student. MEDSTKRPT
      *    lists every school with the count, the need and the supply,
      *    the schools that are short, every lot of any item expiring
      *    within WARNDAYS days (default 60), every lot already
      *    expired, and lines that could not be read. A school whose
      *    in-date supply is under SEVEREPCT percent of its need
      *    (default 50) -- including none at all -- is a severe
      *    shortfall and raises a CRITICAL operator alert.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Nurse's office stock -- see medication-stock.cpy.
           SELECT OPTIONAL MEDICATION-STOCK-FILE ASSIGN TO "MEDSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATMAST-STATUS.
           SELECT OPTIONAL PATIENT-ROSTER-XREF ASSIGN TO "PATROSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-MASTER-FILE ASSIGN TO "ROSTERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROSTERIDX-STATUS.
           SELECT ALLERGEN-MASTER-FILE ASSIGN TO "ALRGYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ALLERGEN
               FILE STATUS IS WS-ALRGYMST-STATUS.
           SELECT MEDICATION-REPORT-FILE ASSIGN TO "MEDSTKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central operator alert file -- see operator-alert.cpy.
           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDICATION-STOCK-FILE.
       01  MEDICATION-STOCK-RECORD PIC X(51).
       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           02 PM-PATIENT-ID     PIC X(10).
           02 PM-LAST-TEST-DATE PIC 9(8).
           02 PM-LAST-SCORE     PIC 9(4).
           02 PM-ALLERGEN-LIST  PIC X(108).
       FD  PATIENT-ROSTER-XREF.
       01  PATIENT-ROSTER-RECORD.
           02 PX-PATIENT-ID     PIC X(10).
           02 FILLER            PIC X.
           02 PX-SCHOOL-ID      PIC X(3).
           02 FILLER            PIC X.
           02 PX-NAME           PIC X(60).
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-RECORD.
           02 RM-KEY.
              05 RM-SCHOOL-ID   PIC X(3).
              05 RM-NAME        PIC X(60).
           02 RM-GRADE          PIC 9.
           02 RM-SECTION        PIC X(2).
       FD  ALLERGEN-MASTER-FILE.
       01  ALLERGEN-MASTER-RECORD.
           02 AM-ALLERGEN       PIC X(12).
           02 AM-SEVERITY       PIC X.
           02 AM-ACTION-NOTE    PIC X(40).
       FD  MEDICATION-REPORT-FILE.
       01  MEDICATION-REPORT-LINE PIC X(100).
       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD  PIC X(105).
       FD  CENTRAL-PARM-FILE.
       01  CENTRAL-PARM-RECORD    PIC X(79).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PATMAST-STATUS   PIC XX.
       01 WS-ROSTERIDX-STATUS PIC XX.
       01 WS-ALRGYMST-STATUS  PIC XX.
       01 WS-FILE-EOF-FLAG    PIC 9     VALUE 0.
          88 FILE-EOF                   VALUE 1 FALSE 0.

      *    Run parameters -- see the header for the defaults.
       01 WS-INJECTOR-ITEM    PIC X(20) VALUE "AUTOINJECTOR".
       01 WS-PER-STUDENT      PIC 9(2)  VALUE 1.
       01 WS-WARN-DAYS        PIC 9(3)  VALUE 60.
       01 WS-SEVERE-PCT       PIC 9(3)  VALUE 50.

      *    The registration cross-reference, loaded whole, as in
      *    CAFETERIA-LIST.
       01 WS-XREF-COUNT       PIC 9(3)  VALUE 0.
       01 WS-XREF-TABLE.
          05 WS-XREF-ENTRY OCCURS 300.
             10 WS-XR-PATIENT  PIC X(10).
             10 WS-XR-SCHOOL   PIC X(3).
             10 WS-XR-NAME     PIC X(60).

      *    The ten allergen bit positions, eggs at 1 through mold at
      *    512, same decode the scoring pass uses, each with the
      *    ALRGYMST severity class looked up once per run.
       01 WS-ALLERGEN-NAMES.
          05 FILLER  PIC X(12) VALUE "eggs".
          05 FILLER  PIC X(12) VALUE "peanuts".
          05 FILLER  PIC X(12) VALUE "shellfish".
          05 FILLER  PIC X(12) VALUE "strawberries".
          05 FILLER  PIC X(12) VALUE "tomatoes".
          05 FILLER  PIC X(12) VALUE "chocolate".
          05 FILLER  PIC X(12) VALUE "pollen".
          05 FILLER  PIC X(12) VALUE "cats".
          05 FILLER  PIC X(12) VALUE "dust".
          05 FILLER  PIC X(12) VALUE "mold".
       01 WS-ALLERGEN-NAME-LIST REDEFINES WS-ALLERGEN-NAMES.
          05 WS-ALLERGEN-NAME  PIC X(12) OCCURS 10.
       01 WS-ALLERGEN-SEVERITIES.
          05 WS-ALLERGEN-SEVERITY PIC X OCCURS 10.
       01 WS-SEVERE-FOUND-FLAG PIC 9    VALUE 0.
          88 SEVERE-ALLERGEN-FOUND      VALUE 1 FALSE 0.

      *    One slot per school met on either side, stock or students.
       01 WS-SCHOOL-COUNT     PIC 9(2)  VALUE 0.
       01 WS-SCHOOL-DROPPED   PIC 9(4)  VALUE 0.
       01 WS-SCHOOL-TABLE.
          05 WS-SCHOOL-ENTRY OCCURS 50.
             10 WS-SC-SCHOOL-ID  PIC X(3).
             10 WS-SC-SEVERE     PIC 9(4).
             10 WS-SC-NEEDED     PIC 9(5).
             10 WS-SC-IN-DATE    PIC 9(5).
             10 WS-SC-EXPIRED    PIC 9(5).

      *    Stock lines, kept for the three lot listings.
       01 WS-LOT-COUNT        PIC 9(4)  VALUE 0.
       01 WS-LOT-DROPPED      PIC 9(4)  VALUE 0.
       01 WS-LOT-TABLE.
          05 WS-LOT-ENTRY OCCURS 1000.
             10 WS-LT-SCHOOL-ID  PIC X(3).
             10 WS-LT-ITEM       PIC X(20).
             10 WS-LT-LOT        PIC X(12).
             10 WS-LT-QUANTITY   PIC 9(4).
             10 WS-LT-EXPIRY     PIC X(8).
             10 WS-LT-DAYS-LEFT  PIC S9(6).
             10 WS-LT-STATE      PIC X.
                88 LT-IN-DATE                 VALUE "G".
                88 LT-EXPIRING                VALUE "W".
                88 LT-EXPIRED                 VALUE "X".
                88 LT-UNREADABLE              VALUE "U".

       01 WS-TODAY-DAYS       PIC 9(7).
       01 WS-PATIENT-COUNT    PIC 9(5)  VALUE 0.
       01 WS-UNPLACED-COUNT   PIC 9(5)  VALUE 0.
       01 WS-SHORT-COUNT      PIC 9(3)  VALUE 0.
       01 WS-SEVERE-SHORT     PIC 9(3)  VALUE 0.
       01 WS-EXPIRING-COUNT   PIC 9(4)  VALUE 0.
       01 WS-EXPIRED-COUNT    PIC 9(4)  VALUE 0.
       01 WS-UNREADABLE-COUNT PIC 9(4)  VALUE 0.
       01 WS-LIST-COUNT       PIC 9(4).
       01 WS-SHORT-BY         PIC 9(5).
       01 WS-SCHOOL-KEY       PIC X(3).
       01 WS-BIT              PIC 9(4).
       01 WS-TEMP             PIC 9(4).
       01 WS-COUNT-SHOW       PIC ZZZZ9.
       01 WS-NEED-SHOW        PIC ZZZZ9.
       01 WS-HAVE-SHOW        PIC ZZZZ9.
       01 WS-SHORT-SHOW       PIC ZZZZ9.
       01 WS-DAYS-SHOW        PIC ZZZZZ9.

       77 I                   PIC 9(4).
       77 A                   PIC 9(2).
       77 S                   PIC 9(2).
       77 WS-FOUND-IDX        PIC 9(3).
       77 WS-SCHOOL-IDX       PIC 9(2).

      *    Shared medication stock layout.
       COPY "medication-stock.cpy".
      *    Shared operator-alert record layout.
       COPY "operator-alert.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       MED-STOCK-CHECK.
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE WS-TODAY-DAYS =
              INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE))
           PERFORM LOAD-STOCK-PARMS
      *    Without the severity classes every student would look
      *    covered -- a false all-clear is worse than no run.
           PERFORM LOAD-ALLERGEN-SEVERITIES
           IF WS-ALRGYMST-STATUS NOT = "00"
              DISPLAY "MED-STOCK-CHECK: cannot open ALRGYMST,"
                 " status " WS-ALRGYMST-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-ROSTERIDX-STATUS NOT = "00"
              DISPLAY "MED-STOCK-CHECK: cannot open ROSTERIDX,"
                 " status " WS-ROSTERIDX-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATMAST-STATUS NOT = "00"
              DISPLAY "MED-STOCK-CHECK: cannot open PATMAST,"
                 " status " WS-PATMAST-STATUS
              CLOSE ROSTER-MASTER-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-XREF-TABLE
           PERFORM COUNT-SEVERE-STUDENTS
           CLOSE PATIENT-MASTER-FILE
           CLOSE ROSTER-MASTER-FILE
           PERFORM LOAD-MEDICATION-STOCK
           PERFORM JUDGE-SCHOOLS
           PERFORM WRITE-STOCK-REPORT

           DISPLAY "MED-STOCK-CHECK: " WS-SCHOOL-COUNT " SCHOOLS, "
              WS-SHORT-COUNT " SHORT (" WS-SEVERE-SHORT " SEVERE), "
              WS-EXPIRING-COUNT " LOTS EXPIRING, "
              WS-EXPIRED-COUNT " EXPIRED"
           IF WS-SCHOOL-DROPPED > 0 OR WS-LOT-DROPPED > 0
              DISPLAY "MED-STOCK-CHECK: tables full, "
                 WS-SCHOOL-DROPPED " school and " WS-LOT-DROPPED
                 " stock entries not checked"
           END-IF
           IF WS-SHORT-COUNT > 0 OR WS-EXPIRED-COUNT > 0
              OR WS-UNREADABLE-COUNT > 0 OR WS-SCHOOL-DROPPED > 0
              OR WS-LOT-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    PARMMST entries in force on the business date; an absent
      *    or unusable entry leaves the default.
       LOAD-STOCK-PARMS.
           MOVE "MED-STOCK-CHECK" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "ITEM" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND PP-FOUND-VALUE NOT = SPACES
              MOVE PP-FOUND-VALUE TO WS-INJECTOR-ITEM
           END-IF
           MOVE "PERSTUDENT" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 10
                 COMPUTE WS-PER-STUDENT = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "WARNDAYS" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 365
                 COMPUTE WS-WARN-DAYS = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           MOVE "SEVEREPCT" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 1
                 AND NUMVAL(PP-FOUND-VALUE) <= 100
                 COMPUTE WS-SEVERE-PCT = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-STOCK-PARMS-EXIT.
           EXIT.

      *    One keyed read per allergen; an allergen missing from the
      *    master is not treated as severe.
       LOAD-ALLERGEN-SEVERITIES.
           MOVE SPACES TO WS-ALLERGEN-SEVERITIES
           OPEN INPUT ALLERGEN-MASTER-FILE
           IF WS-ALRGYMST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > 10
                   MOVE WS-ALLERGEN-NAME(A) TO AM-ALLERGEN
                   READ ALLERGEN-MASTER-FILE
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE AM-SEVERITY TO WS-ALLERGEN-SEVERITY(A)
                   END-READ
           END-PERFORM
           CLOSE ALLERGEN-MASTER-FILE
           MOVE "00" TO WS-ALRGYMST-STATUS
           .
       LOAD-ALLERGEN-SEVERITIES-EXIT.
           EXIT.

       LOAD-XREF-TABLE.
           MOVE 0 TO WS-XREF-COUNT
           SET FILE-EOF TO FALSE
           OPEN INPUT PATIENT-ROSTER-XREF
           PERFORM UNTIL FILE-EOF
                   READ PATIENT-ROSTER-XREF
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF PX-PATIENT-ID NOT = SPACES
                            AND WS-XREF-COUNT < 300
                            ADD 1 TO WS-XREF-COUNT
                            MOVE PX-PATIENT-ID
                               TO WS-XR-PATIENT(WS-XREF-COUNT)
                            MOVE PX-SCHOOL-ID
                               TO WS-XR-SCHOOL(WS-XREF-COUNT)
                            MOVE PX-NAME
                               TO WS-XR-NAME(WS-XREF-COUNT)
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE PATIENT-ROSTER-XREF
           .
       LOAD-XREF-TABLE-EXIT.
           EXIT.

       COUNT-SEVERE-STUDENTS.
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ PATIENT-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM COUNT-ONE-PATIENT
                   END-READ
           END-PERFORM
           .
       COUNT-SEVERE-STUDENTS-EXIT.
           EXIT.

      *    A severe patient who is not a current student -- no
      *    cross-reference, or not on the roster -- is counted apart:
      *    CAFETERIA-LIST's exception list is where they get chased.
       COUNT-ONE-PATIENT.
           IF PM-LAST-SCORE = 0
              EXIT PARAGRAPH
           END-IF
           SET SEVERE-ALLERGEN-FOUND TO FALSE
           MOVE 1 TO WS-BIT
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > 10
                   DIVIDE PM-LAST-SCORE BY WS-BIT GIVING WS-TEMP
                   IF MOD(WS-TEMP, 2) = 1
                      AND WS-ALLERGEN-SEVERITY(A) = "S"
                      SET SEVERE-ALLERGEN-FOUND TO TRUE
                   END-IF
                   MULTIPLY WS-BIT BY 2 GIVING WS-BIT
           END-PERFORM
           IF NOT SEVERE-ALLERGEN-FOUND
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PATIENT-COUNT
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-XREF-COUNT OR WS-FOUND-IDX > 0
                   IF WS-XR-PATIENT(I) = PM-PATIENT-ID
                      MOVE I TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              ADD 1 TO WS-UNPLACED-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-XR-SCHOOL(WS-FOUND-IDX) TO RM-SCHOOL-ID
           MOVE WS-XR-NAME(WS-FOUND-IDX) TO RM-NAME
           READ ROSTER-MASTER-FILE
              INVALID KEY
                 ADD 1 TO WS-UNPLACED-COUNT
              NOT INVALID KEY
                 MOVE RM-SCHOOL-ID TO WS-SCHOOL-KEY
                 PERFORM LOCATE-SCHOOL-SLOT
                 IF WS-SCHOOL-IDX > 0
                    ADD 1 TO WS-SC-SEVERE(WS-SCHOOL-IDX)
                 END-IF
           END-READ
           .
       COUNT-ONE-PATIENT-EXIT.
           EXIT.

      *    Finds (or claims) the slot for WS-SCHOOL-KEY, leaving its
      *    subscript in WS-SCHOOL-IDX; zero when the table is full.
       LOCATE-SCHOOL-SLOT.
           MOVE 0 TO WS-SCHOOL-IDX
           PERFORM VARYING S FROM 1 BY 1
              UNTIL S > WS-SCHOOL-COUNT OR WS-SCHOOL-IDX > 0
                   IF WS-SC-SCHOOL-ID(S) = WS-SCHOOL-KEY
                      MOVE S TO WS-SCHOOL-IDX
                   END-IF
           END-PERFORM
           IF WS-SCHOOL-IDX = 0
              IF WS-SCHOOL-COUNT < 50
                 ADD 1 TO WS-SCHOOL-COUNT
                 MOVE WS-SCHOOL-COUNT TO WS-SCHOOL-IDX
                 INITIALIZE WS-SCHOOL-ENTRY(WS-SCHOOL-IDX)
                 MOVE WS-SCHOOL-KEY TO WS-SC-SCHOOL-ID(WS-SCHOOL-IDX)
              ELSE
                 ADD 1 TO WS-SCHOOL-DROPPED
              END-IF
           END-IF
           .
       LOCATE-SCHOOL-SLOT-EXIT.
           EXIT.

      *    Each lot is classed in date, expiring inside the warning
      *    window, expired, or unreadable (bad quantity or expiry);
      *    only in-date auto-injector lots count toward supply, and
      *    an expiring lot still counts until its date passes.
       LOAD-MEDICATION-STOCK.
           SET FILE-EOF TO FALSE
           OPEN INPUT MEDICATION-STOCK-FILE
           PERFORM UNTIL FILE-EOF
                   READ MEDICATION-STOCK-FILE INTO MS-STOCK-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF MS-STOCK-RECORD NOT = SPACES
                            PERFORM STORE-ONE-LOT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE MEDICATION-STOCK-FILE
           .
       LOAD-MEDICATION-STOCK-EXIT.
           EXIT.

       STORE-ONE-LOT.
           IF WS-LOT-COUNT = 1000
              ADD 1 TO WS-LOT-DROPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOT-COUNT
           MOVE WS-LOT-COUNT TO I
           MOVE MS-SCHOOL-ID TO WS-LT-SCHOOL-ID(I)
           MOVE UPPER-CASE(MS-ITEM) TO WS-LT-ITEM(I)
           MOVE MS-LOT TO WS-LT-LOT(I)
           MOVE MS-EXPIRY-DATE TO WS-LT-EXPIRY(I)
           MOVE 0 TO WS-LT-QUANTITY(I)
           MOVE 0 TO WS-LT-DAYS-LEFT(I)
           SET LT-UNREADABLE(I) TO TRUE
           IF MS-QUANTITY = SPACES
              OR TEST-NUMVAL(MS-QUANTITY) NOT = 0
              OR MS-EXPIRY-DATE IS NOT NUMERIC
              ADD 1 TO WS-UNREADABLE-COUNT
              EXIT PARAGRAPH
           END-IF
           IF NUMVAL(MS-QUANTITY) < 0
              OR NUMVAL(MS-QUANTITY) NOT = INTEGER(NUMVAL(MS-QUANTITY))
              OR TEST-DATE-YYYYMMDD(NUMVAL(MS-EXPIRY-DATE)) NOT = 0
              ADD 1 TO WS-UNREADABLE-COUNT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LT-QUANTITY(I) = NUMVAL(MS-QUANTITY)
           COMPUTE WS-LT-DAYS-LEFT(I) =
              INTEGER-OF-DATE(NUMVAL(MS-EXPIRY-DATE)) - WS-TODAY-DAYS
      *    A lot is good through its expiry date.
           EVALUATE TRUE
              WHEN WS-LT-DAYS-LEFT(I) < 0
                 SET LT-EXPIRED(I) TO TRUE
              WHEN WS-LT-DAYS-LEFT(I) <= WS-WARN-DAYS
                 SET LT-EXPIRING(I) TO TRUE
              WHEN OTHER
                 SET LT-IN-DATE(I) TO TRUE
           END-EVALUATE
           IF WS-LT-QUANTITY(I) = 0
              EXIT PARAGRAPH
           END-IF
           IF LT-EXPIRED(I)
              ADD 1 TO WS-EXPIRED-COUNT
           END-IF
           IF LT-EXPIRING(I)
              ADD 1 TO WS-EXPIRING-COUNT
           END-IF
           IF WS-LT-ITEM(I) NOT = UPPER-CASE(WS-INJECTOR-ITEM)
              EXIT PARAGRAPH
           END-IF
           MOVE MS-SCHOOL-ID TO WS-SCHOOL-KEY
           PERFORM LOCATE-SCHOOL-SLOT
           IF WS-SCHOOL-IDX = 0
              EXIT PARAGRAPH
           END-IF
           IF LT-EXPIRED(I)
              ADD WS-LT-QUANTITY(I) TO WS-SC-EXPIRED(WS-SCHOOL-IDX)
           ELSE
              ADD WS-LT-QUANTITY(I) TO WS-SC-IN-DATE(WS-SCHOOL-IDX)
           END-IF
           .
       STORE-ONE-LOT-EXIT.
           EXIT.

      *    Need against supply per school; a severe shortfall is
      *    alerted as it is found.
       JUDGE-SCHOOLS.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SCHOOL-COUNT
                   COMPUTE WS-SC-NEEDED(S) =
                      WS-SC-SEVERE(S) * WS-PER-STUDENT
                   IF WS-SC-IN-DATE(S) < WS-SC-NEEDED(S)
                      ADD 1 TO WS-SHORT-COUNT
                      IF WS-SC-IN-DATE(S) * 100
                         < WS-SC-NEEDED(S) * WS-SEVERE-PCT
                         ADD 1 TO WS-SEVERE-SHORT
                         PERFORM RAISE-SHORTFALL-ALERT
                      END-IF
                   END-IF
           END-PERFORM
           .
       JUDGE-SCHOOLS-EXIT.
           EXIT.

       RAISE-SHORTFALL-ALERT.
           MOVE WS-SC-NEEDED(S) TO WS-NEED-SHOW
           MOVE WS-SC-IN-DATE(S) TO WS-HAVE-SHOW
           MOVE "CRITICAL" TO OA-SEVERITY
           MOVE SPACES TO OA-MESSAGE
           STRING "SCHOOL " DELIMITED BY SIZE
              WS-SC-SCHOOL-ID(S) DELIMITED BY SIZE
              " HAS " DELIMITED BY SIZE
              TRIM(WS-HAVE-SHOW) DELIMITED BY SIZE
              " IN-DATE " DELIMITED BY SIZE
              TRIM(WS-INJECTOR-ITEM) DELIMITED BY SIZE
              ", NEEDS " DELIMITED BY SIZE
              TRIM(WS-NEED-SHOW) DELIMITED BY SIZE
              INTO OA-MESSAGE
           END-STRING
           PERFORM WRITE-OPERATOR-ALERT
           .
       RAISE-SHORTFALL-ALERT-EXIT.
           EXIT.

       WRITE-STOCK-REPORT.
           OPEN OUTPUT MEDICATION-REPORT-FILE
           MOVE SPACES TO MEDICATION-REPORT-LINE
           STRING "EMERGENCY MEDICATION CHECK " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              "   ITEM " DELIMITED BY SIZE
              TRIM(WS-INJECTOR-ITEM) DELIMITED BY SIZE
              INTO MEDICATION-REPORT-LINE
           END-STRING
           WRITE MEDICATION-REPORT-LINE
           PERFORM WRITE-SCHOOL-SUPPLY
           PERFORM WRITE-SHORT-SCHOOLS
           PERFORM WRITE-EXPIRING-LOTS
           PERFORM WRITE-EXPIRED-LOTS
           PERFORM WRITE-UNREADABLE-LINES
           CLOSE MEDICATION-REPORT-FILE
           .
       WRITE-STOCK-REPORT-EXIT.
           EXIT.

       WRITE-SCHOOL-SUPPLY.
           MOVE SPACES TO MEDICATION-REPORT-LINE
           WRITE MEDICATION-REPORT-LINE
           MOVE "SUPPLY BY SCHOOL" TO MEDICATION-REPORT-LINE
           WRITE MEDICATION-REPORT-LINE
           MOVE
              "   SCHOOL  SEVERE STUDENTS  NEEDED  IN DATE  EXPIRED"
              TO MEDICATION-REPORT-LINE
           WRITE MEDICATION-REPORT-LINE
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SCHOOL-COUNT
                   MOVE WS-SC-SEVERE(S) TO WS-COUNT-SHOW
                   MOVE WS-SC-NEEDED(S) TO WS-NEED-SHOW
                   MOVE WS-SC-IN-DATE(S) TO WS-HAVE-SHOW
                   MOVE WS-SC-EXPIRED(S) TO WS-SHORT-SHOW
                   MOVE SPACES TO MEDICATION-REPORT-LINE
                   STRING "   " DELIMITED BY SIZE
                      WS-SC-SCHOOL-ID(S) DELIMITED BY SIZE
                      "               " DELIMITED BY SIZE
                      WS-COUNT-SHOW DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-NEED-SHOW DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-HAVE-SHOW DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-SHORT-SHOW DELIMITED BY SIZE
                      INTO MEDICATION-REPORT-LINE
                   END-STRING
                   WRITE MEDICATION-REPORT-LINE
           END-PERFORM
           MOVE WS-UNPLACED-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO MEDICATION-REPORT-LINE
           STRING "   SEVERE-ALLERGY PATIENTS NOT PLACED AT A SCHOOL: "
              DELIMITED BY SIZE
              TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
              INTO MEDICATION-REPORT-LINE
           END-STRING
           WRITE MEDICATION-REPORT-LINE
           .
       WRITE-SCHOOL-SUPPLY-EXIT.
           EXIT.

       WRITE-SHORT-SCHOOLS.
           MOVE SPACES TO MEDICATION-REPORT-LINE
           WRITE MEDICATION-REPORT-LINE
           MOVE "SCHOOLS SHORT OF IN-DATE STOCK"
              TO MEDICATION-REPORT-LINE
           WRITE MEDICATION-REPORT-LINE
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SCHOOL-COUNT
                   IF WS-SC-IN-DATE(S) < WS-SC-NEEDED(S)
                      ADD 1 TO WS-LIST-COUNT
                      COMPUTE WS-SHORT-BY =
                         WS-SC-NEEDED(S) - WS-SC-IN-DATE(S)
                      MOVE WS-SC-NEEDED(S) TO WS-NEED-SHOW
                      MOVE WS-SC-IN-DATE(S) TO WS-HAVE-SHOW
                      MOVE WS-SHORT-BY TO WS-SHORT-SHOW
                      MOVE SPACES TO MEDICATION-REPORT-LINE
                      STRING "   SCHOOL " DELIMITED BY SIZE
                         WS-SC-SCHOOL-ID(S) DELIMITED BY SIZE
                         "  NEEDS " DELIMITED BY SIZE
                         TRIM(WS-NEED-SHOW) DELIMITED BY SIZE
                         "  HAS " DELIMITED BY SIZE
                         TRIM(WS-HAVE-SHOW) DELIMITED BY SIZE
                         "  SHORT " DELIMITED BY SIZE
                         TRIM(WS-SHORT-SHOW) DELIMITED BY SIZE
                         INTO MEDICATION-REPORT-LINE
                      END-STRING
                      IF WS-SC-IN-DATE(S) * 100
                         < WS-SC-NEEDED(S) * WS-SEVERE-PCT
                         MOVE "  SEVERE -- OPERATOR ALERTED"
                            TO MEDICATION-REPORT-LINE(61:)
                      END-IF
                      WRITE MEDICATION-REPORT-LINE
                   END-IF
           END-PERFORM
           IF WS-LIST-COUNT = 0
              MOVE "   NONE" TO MEDICATION-REPORT-LINE
              WRITE MEDICATION-REPORT-LINE
           END-IF
           .
       WRITE-SHORT-SCHOOLS-EXIT.
           EXIT.

       WRITE-EXPIRING-LOTS.
           MOVE SPACES TO MEDICATION-REPORT-LINE
           WRITE MEDICATION-REPORT-LINE
           MOVE WS-WARN-DAYS TO WS-DAYS-SHOW
           STRING "LOTS EXPIRING WITHIN " DELIMITED BY SIZE
              TRIM(WS-DAYS-SHOW) DELIMITED BY SIZE
              " DAYS" DELIMITED BY SIZE
              INTO MEDICATION-REPORT-LINE
           END-STRING
           WRITE MEDICATION-REPORT-LINE
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LOT-COUNT
                   IF LT-EXPIRING(I) AND WS-LT-QUANTITY(I) > 0
                      ADD 1 TO WS-LIST-COUNT
                      PERFORM BUILD-LOT-LINE
                      MOVE WS-LT-DAYS-LEFT(I) TO WS-DAYS-SHOW
                      STRING "  " DELIMITED BY SIZE
                         TRIM(WS-DAYS-SHOW) DELIMITED BY SIZE
                         " DAYS LEFT" DELIMITED BY SIZE
                         INTO MEDICATION-REPORT-LINE(77:)
                      END-STRING
                      WRITE MEDICATION-REPORT-LINE
                   END-IF
           END-PERFORM
           IF WS-LIST-COUNT = 0
              MOVE "   NONE" TO MEDICATION-REPORT-LINE
              WRITE MEDICATION-REPORT-LINE
           END-IF
           .
       WRITE-EXPIRING-LOTS-EXIT.
           EXIT.

       WRITE-EXPIRED-LOTS.
           MOVE SPACES TO MEDICATION-REPORT-LINE
           WRITE MEDICATION-REPORT-LINE
           MOVE "LOTS EXPIRED -- REMOVE FROM THE SHELF"
              TO MEDICATION-REPORT-LINE
           WRITE MEDICATION-REPORT-LINE
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LOT-COUNT
                   IF LT-EXPIRED(I) AND WS-LT-QUANTITY(I) > 0
                      ADD 1 TO WS-LIST-COUNT
                      PERFORM BUILD-LOT-LINE
                      WRITE MEDICATION-REPORT-LINE
                   END-IF
           END-PERFORM
           IF WS-LIST-COUNT = 0
              MOVE "   NONE" TO MEDICATION-REPORT-LINE
              WRITE MEDICATION-REPORT-LINE
           END-IF
           .
       WRITE-EXPIRED-LOTS-EXIT.
           EXIT.

       WRITE-UNREADABLE-LINES.
           IF WS-UNREADABLE-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MEDICATION-REPORT-LINE
           WRITE MEDICATION-REPORT-LINE
           MOVE "STOCK LINES WITH A BAD QUANTITY OR EXPIRY DATE"
              TO MEDICATION-REPORT-LINE
           WRITE MEDICATION-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LOT-COUNT
                   IF LT-UNREADABLE(I)
                      PERFORM BUILD-LOT-LINE
                      WRITE MEDICATION-REPORT-LINE
                   END-IF
           END-PERFORM
           .
       WRITE-UNREADABLE-LINES-EXIT.
           EXIT.

      *    School, item, lot, quantity and expiry of lot I, in the
      *    first 76 columns of the report line.
       BUILD-LOT-LINE.
           MOVE WS-LT-QUANTITY(I) TO WS-COUNT-SHOW
           MOVE SPACES TO MEDICATION-REPORT-LINE
           STRING "   SCHOOL " DELIMITED BY SIZE
              WS-LT-SCHOOL-ID(I) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-LT-ITEM(I) DELIMITED BY SIZE
              " LOT " DELIMITED BY SIZE
              WS-LT-LOT(I) DELIMITED BY SIZE
              " QTY" DELIMITED BY SIZE
              WS-COUNT-SHOW DELIMITED BY SIZE
              " EXP " DELIMITED BY SIZE
              WS-LT-EXPIRY(I) DELIMITED BY SIZE
              INTO MEDICATION-REPORT-LINE
           END-STRING
           .
       BUILD-LOT-LINE-EXIT.
           EXIT.

      *    Appends one severity-coded line to the central ALERTS file
      *    for ALERT-ROUTER to escalate -- see operator-alert.cpy.
       WRITE-OPERATOR-ALERT.
           MOVE "MED-STOCK-CHECK" TO OA-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO OA-TIMESTAMP
           MOVE OA-ALERT-RECORD TO OPERATOR-ALERT-RECORD
           OPEN EXTEND OPERATOR-ALERT-FILE
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT-FILE
           .
       WRITE-OPERATOR-ALERT-EXIT.
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
           DISPLAY "MED-STOCK-CHECK: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
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
                    SET BD-DATE-LOADED TO TRUE
                 END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           .
       LOAD-BUSINESS-DATE-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLERGEN-SCREEN.
      *    Daily menu allergen screening. CAFETERIA-LIST tells the
      *    kitchen which students avoid which allergens, but not
      *    which dishes on tomorrow's menu are a problem. This run
      *    takes the MENUMST dishes for the next menu date after the
      *    business date (Monday's menu on a Friday run), gathers
      *    each dish's allergens from the tags on its DISHINGR
      *    ingredients (see menu-allergen.cpy), and crosses them
      *    against the allergic students at that school -- found
      *    as CAFETERIA-LIST finds them: each PATMAST patient's score
      *    decoded, placed at a school by the PATROSTR cross-reference
      *    and confirmed on ROSTERIDX.
      *
      *    ALGSCRN is the kitchen sheet, school by school: each dish
      *    with its allergens and the students it is not safe for,
      *    each with the allergens that rule it out and their ALRGYMST
      *    severities. A dish that rules out more than SUBLIMIT
      *    students (PARMMST ALLERGEN-SCREEN, default 2) is listed on
      *    ALGSUBS as a substitution request. A dish with an ingredient
      *    carrying no allergen tagging, a tag that is not an allergen
      *    name, or no recipe at all is unscreened -- its not-safe list
      *    can only be partial -- and is listed on ALGSUBS too, with
      *    RETURN-CODE 4. No menu after the business date also sets
      *    RETURN-CODE 4. More allergic students, cross-reference
      *    entries or schools than the work tables hold stop the run
      *    with RETURN-CODE 8 -- a student left out would make a dish
      *    read as safe.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Menu and recipes -- see menu-allergen.cpy.
           SELECT OPTIONAL MENU-MASTER-FILE ASSIGN TO "MENUMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISH-INGREDIENT-FILE ASSIGN TO "DISHINGR"
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
           SELECT KITCHEN-SHEET-FILE ASSIGN TO "ALGSCRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBSTITUTION-FILE ASSIGN TO "ALGSUBS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Central parameter master -- see central-parm.cpy.
           SELECT OPTIONAL CENTRAL-PARM-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Processing-date control file -- see business-date.cpy.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MENU-MASTER-FILE.
       01  MENU-MASTER-LINE       PIC X(52).
       FD  DISH-INGREDIENT-FILE.
       01  DISH-INGREDIENT-LINE   PIC X(90).
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
       FD  KITCHEN-SHEET-FILE.
       01  KITCHEN-SHEET-LINE     PIC X(132).
       FD  SUBSTITUTION-FILE.
       01  SUBSTITUTION-LINE      PIC X(132).
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

      *    Run parameter -- see the header for the default.
       01 WS-SUB-LIMIT        PIC 9(3)  VALUE 2.
       01 WS-MENU-DATE        PIC X(8).
       01 WS-MENU-DATE-NUM REDEFINES WS-MENU-DATE PIC 9(8).
       01 WS-NEXT-MENU-DATE   PIC X(8).

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

      *    Allergic students placed at a school; WS-ST-ALLERGENS
      *    holds "Y" at each allergen bit position they carry.
       01 WS-STUDENT-COUNT    PIC 9(3)  VALUE 0.
       01 WS-STUDENT-TABLE.
          05 WS-STUDENT-ENTRY OCCURS 300.
             10 WS-ST-SCHOOL     PIC X(3).
             10 WS-ST-NAME       PIC X(60).
             10 WS-ST-GRADE      PIC 9.
             10 WS-ST-ALLERGENS.
                15 WS-ST-ALLERGEN PIC X OCCURS 10.

      *    Every recipe on DISHINGR: the allergens its ingredients
      *    carry, laid out as for the students, and the first
      *    ingredient that leaves it unscreened.
       01 WS-DISH-COUNT       PIC 9(3)  VALUE 0.
       01 WS-DISH-TABLE.
          05 WS-DISH-ENTRY OCCURS 500.
             10 WS-DS-DISH-ID    PIC X(8).
             10 WS-DS-ALLERGENS.
                15 WS-DS-ALLERGEN PIC X OCCURS 10.
             10 WS-DS-UNSCREENED PIC X(60).

      *    Tomorrow's menu lines and the schools serving them.
       01 WS-MENU-COUNT       PIC 9(3)  VALUE 0.
       01 WS-MENU-TABLE.
          05 WS-MENU-ENTRY OCCURS 300.
             10 WS-MU-SCHOOL     PIC X(3).
             10 WS-MU-DISH-ID    PIC X(8).
             10 WS-MU-DISH-NAME  PIC X(30).
       01 WS-SCHOOL-COUNT     PIC 9(3)  VALUE 0.
       01 WS-SCHOOL-TABLE.
          05 WS-SCHOOL-ID OCCURS 100 PIC X(3).
       01 WS-SCHOOL-HOLD      PIC X(3).

      *    Allergen tags of one ingredient line.
       01 WS-TAG-TABLE.
          05 WS-TAG           PIC X(20) OCCURS 12.
       01 WS-TAG-TEXT         PIC X(60).
       01 WS-TAG-USED         PIC 9(2).
       01 WS-TAG-WORK         PIC X(20).
       01 WS-TAG-FLAG         PIC 9     VALUE 0.
          88 TAG-KNOWN                  VALUE 1 FALSE 0.

       01 WS-DISH-IDX         PIC 9(3).
       01 WS-EXCLUDED-COUNT   PIC 9(4).
       01 WS-DISHES-SCREENED  PIC 9(4)  VALUE 0.
       01 WS-SUB-COUNT        PIC 9(4)  VALUE 0.
       01 WS-UNSCREENED-COUNT PIC 9(4)  VALUE 0.
       01 WS-LIST-PTR         PIC 9(3).
       01 WS-ALLERGEN-LIST    PIC X(100).
       01 WS-BIT              PIC 9(4).
       01 WS-TEMP             PIC 9(4).
       01 WS-COUNT-SHOW       PIC ZZZ9.
       01 WS-LIMIT-SHOW       PIC ZZ9.

       77 I                   PIC 9(3).
       77 J                   PIC 9(3).
       77 K                   PIC 9(3).
       77 A                   PIC 9(2).
       77 T                   PIC 9(2).
       77 WS-FOUND-IDX        PIC 9(3).

      *    Shared menu and recipe layouts.
       COPY "menu-allergen.cpy".
      *    Shared central parameter master layout.
       COPY "central-parm.cpy".
      *    Shared processing-date fields.
       COPY "business-date.cpy".

       PROCEDURE DIVISION.
       ALLERGEN-SCREEN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM FIND-NEXT-MENU-DATE
           PERFORM LOAD-SCREEN-PARMS
      *    Without ALRGYMST, PATMAST or ROSTERIDX there is no student
      *    list to screen against, and a sheet with nobody on it
      *    would read as every dish safe.
           PERFORM LOAD-ALLERGEN-SEVERITIES
           IF WS-ALRGYMST-STATUS NOT = "00"
              DISPLAY "ALLERGEN-SCREEN: cannot open ALRGYMST,"
                 " status " WS-ALRGYMST-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-ROSTERIDX-STATUS NOT = "00"
              DISPLAY "ALLERGEN-SCREEN: cannot open ROSTERIDX,"
                 " status " WS-ROSTERIDX-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATMAST-STATUS NOT = "00"
              DISPLAY "ALLERGEN-SCREEN: cannot open PATMAST,"
                 " status " WS-PATMAST-STATUS
              CLOSE ROSTER-MASTER-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-XREF-TABLE
           PERFORM LOAD-ALLERGIC-STUDENTS
           CLOSE PATIENT-MASTER-FILE
           CLOSE ROSTER-MASTER-FILE
           PERFORM LOAD-DISH-RECIPES
           PERFORM LOAD-MENU

           OPEN OUTPUT KITCHEN-SHEET-FILE
           OPEN OUTPUT SUBSTITUTION-FILE
           MOVE WS-SUB-LIMIT TO WS-LIMIT-SHOW
           MOVE SPACES TO SUBSTITUTION-LINE
           STRING "SUBSTITUTION REQUESTS AND UNSCREENED DISHES, MENU "
                 DELIMITED BY SIZE
              WS-MENU-DATE DELIMITED BY SIZE
              ", LIMIT " DELIMITED BY SIZE
              TRIM(WS-LIMIT-SHOW) DELIMITED BY SIZE
              INTO SUBSTITUTION-LINE
           END-STRING
           WRITE SUBSTITUTION-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SCHOOL-COUNT
                   PERFORM SCREEN-ONE-KITCHEN
           END-PERFORM
           IF WS-MENU-COUNT = 0
              MOVE SPACES TO KITCHEN-SHEET-LINE
              STRING "NO MENU ON MENUMST FOR " DELIMITED BY SIZE
                 WS-MENU-DATE DELIMITED BY SIZE
                 INTO KITCHEN-SHEET-LINE
              END-STRING
              WRITE KITCHEN-SHEET-LINE
           END-IF
           CLOSE SUBSTITUTION-FILE
           CLOSE KITCHEN-SHEET-FILE

           DISPLAY "ALLERGEN-SCREEN: MENU " WS-MENU-DATE ", "
              WS-DISHES-SCREENED " DISHES, " WS-STUDENT-COUNT
              " ALLERGIC STUDENTS, " WS-SUB-COUNT
              " SUBSTITUTIONS, " WS-UNSCREENED-COUNT " UNSCREENED"
           IF WS-UNSCREENED-COUNT > 0 OR WS-MENU-COUNT = 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    The earliest MENUMST date after the business date, so a
      *    Friday run screens Monday's menu. With nothing on file
      *    after the business date the next day is reported as
      *    having no menu.
       FIND-NEXT-MENU-DATE.
           COMPUTE WS-MENU-DATE-NUM = DATE-OF-INTEGER(
              INTEGER-OF-DATE(NUMVAL(BD-BUSINESS-DATE)) + 1)
           MOVE HIGH-VALUES TO WS-NEXT-MENU-DATE
           SET FILE-EOF TO FALSE
           OPEN INPUT MENU-MASTER-FILE
           PERFORM UNTIL FILE-EOF
                   READ MENU-MASTER-FILE INTO MN-MENU-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF MN-MENU-DATE IS NUMERIC
                            AND MN-MENU-DATE > BD-BUSINESS-DATE
                            AND MN-MENU-DATE < WS-NEXT-MENU-DATE
                            MOVE MN-MENU-DATE TO WS-NEXT-MENU-DATE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE MENU-MASTER-FILE
           IF WS-NEXT-MENU-DATE NOT = HIGH-VALUES
              MOVE WS-NEXT-MENU-DATE TO WS-MENU-DATE
           END-IF
           .
       FIND-NEXT-MENU-DATE-EXIT.
           EXIT.

      *    PARMMST entry in force on the business date; an absent or
      *    unusable entry leaves the default.
       LOAD-SCREEN-PARMS.
           MOVE "ALLERGEN-SCREEN" TO PP-LOOKUP-PROGRAM
           MOVE BD-BUSINESS-DATE TO PP-LOOKUP-DATE
           MOVE "SUBLIMIT" TO PP-LOOKUP-NAME
           PERFORM LOOKUP-CENTRAL-PARM
           IF PP-PARM-FOUND AND TEST-NUMVAL(PP-FOUND-VALUE) = 0
              IF NUMVAL(PP-FOUND-VALUE) >= 0
                 AND NUMVAL(PP-FOUND-VALUE) <= 999
                 COMPUTE WS-SUB-LIMIT = NUMVAL(PP-FOUND-VALUE)
              END-IF
           END-IF
           .
       LOAD-SCREEN-PARMS-EXIT.
           EXIT.

      *    One keyed read per allergen.
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
                            IF WS-XREF-COUNT NOT < 300
                               DISPLAY "ALLERGEN-SCREEN: more than 300"
                                  " PATROSTR entries, run stopped"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
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

       LOAD-ALLERGIC-STUDENTS.
           SET FILE-EOF TO FALSE
           PERFORM UNTIL FILE-EOF
                   READ PATIENT-MASTER-FILE NEXT RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         PERFORM PLACE-ONE-PATIENT
                   END-READ
           END-PERFORM
           .
       LOAD-ALLERGIC-STUDENTS-EXIT.
           EXIT.

      *    A patient who is not a current student is left to
      *    CAFETERIA-LIST's exception list.
       PLACE-ONE-PATIENT.
           IF PM-LAST-SCORE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-XREF-COUNT OR WS-FOUND-IDX > 0
                   IF WS-XR-PATIENT(I) = PM-PATIENT-ID
                      MOVE I TO WS-FOUND-IDX
                   END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-XR-SCHOOL(WS-FOUND-IDX) TO RM-SCHOOL-ID
           MOVE WS-XR-NAME(WS-FOUND-IDX) TO RM-NAME
           READ ROSTER-MASTER-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           IF WS-STUDENT-COUNT NOT < 300
              DISPLAY "ALLERGEN-SCREEN: more than 300 allergic"
                 " students, run stopped"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-STUDENT-COUNT
           MOVE RM-SCHOOL-ID TO WS-ST-SCHOOL(WS-STUDENT-COUNT)
           MOVE RM-NAME TO WS-ST-NAME(WS-STUDENT-COUNT)
           MOVE RM-GRADE TO WS-ST-GRADE(WS-STUDENT-COUNT)
           MOVE ALL "N" TO WS-ST-ALLERGENS(WS-STUDENT-COUNT)
           MOVE 1 TO WS-BIT
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > 10
                   DIVIDE PM-LAST-SCORE BY WS-BIT GIVING WS-TEMP
                   IF MOD(WS-TEMP, 2) = 1
                      MOVE "Y" TO WS-ST-ALLERGEN(WS-STUDENT-COUNT, A)
                   END-IF
                   MULTIPLY WS-BIT BY 2 GIVING WS-BIT
           END-PERFORM
           .
       PLACE-ONE-PATIENT-EXIT.
           EXIT.

       LOAD-DISH-RECIPES.
           SET FILE-EOF TO FALSE
           OPEN INPUT DISH-INGREDIENT-FILE
           PERFORM UNTIL FILE-EOF
                   READ DISH-INGREDIENT-FILE INTO DI-INGREDIENT-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF DI-DISH-ID NOT = SPACES
                            PERFORM LOAD-ONE-INGREDIENT
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE DISH-INGREDIENT-FILE
           .
       LOAD-DISH-RECIPES-EXIT.
           EXIT.

      *    Adds one ingredient's tags to its dish. A blank tag list,
      *    or a tag that names no allergen, leaves the dish
      *    unscreened -- the first such ingredient is the one shown.
       LOAD-ONE-INGREDIENT.
           PERFORM FIND-DISH
           IF WS-DISH-IDX = 0
              IF WS-DISH-COUNT NOT < 500
                 DISPLAY "ALLERGEN-SCREEN: more than 500 dishes on"
                    " DISHINGR, run stopped"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-DISH-COUNT
              MOVE WS-DISH-COUNT TO WS-DISH-IDX
              MOVE DI-DISH-ID TO WS-DS-DISH-ID(WS-DISH-IDX)
              MOVE ALL "N" TO WS-DS-ALLERGENS(WS-DISH-IDX)
              MOVE SPACES TO WS-DS-UNSCREENED(WS-DISH-IDX)
           END-IF
           IF DI-ALLERGEN-TAGS = SPACES
              IF WS-DS-UNSCREENED(WS-DISH-IDX) = SPACES
                 STRING TRIM(DI-INGREDIENT) DELIMITED BY SIZE
                    " HAS NO ALLERGEN TAGGING" DELIMITED BY SIZE
                    INTO WS-DS-UNSCREENED(WS-DISH-IDX)
                 END-STRING
              END-IF
              EXIT PARAGRAPH
           END-IF
      *    Commas become blanks first, so "eggs, peanuts" splits on
      *    the one run of blanks and no tag is lost to an empty field.
           MOVE SPACES TO WS-TAG-TABLE
           MOVE LOWER-CASE(DI-ALLERGEN-TAGS) TO WS-TAG-TEXT
           INSPECT WS-TAG-TEXT REPLACING ALL "," BY SPACE
           MOVE TRIM(WS-TAG-TEXT) TO WS-TAG-TEXT
           MOVE 0 TO WS-TAG-USED
           UNSTRING WS-TAG-TEXT DELIMITED BY ALL SPACE
              INTO WS-TAG(1) WS-TAG(2) WS-TAG(3) WS-TAG(4)
                   WS-TAG(5) WS-TAG(6) WS-TAG(7) WS-TAG(8)
                   WS-TAG(9) WS-TAG(10) WS-TAG(11) WS-TAG(12)
              TALLYING IN WS-TAG-USED
              ON OVERFLOW
                 IF WS-DS-UNSCREENED(WS-DISH-IDX) = SPACES
                    STRING TRIM(DI-INGREDIENT) DELIMITED BY SIZE
                       " HAS MORE THAN 12 TAGS" DELIMITED BY SIZE
                       INTO WS-DS-UNSCREENED(WS-DISH-IDX)
                    END-STRING
                 END-IF
           END-UNSTRING
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TAG-USED
                   MOVE TRIM(WS-TAG(T)) TO WS-TAG-WORK
                   IF WS-TAG-WORK NOT = SPACES
                      AND WS-TAG-WORK NOT = "none"
                      SET TAG-KNOWN TO FALSE
                      PERFORM VARYING A FROM 1 BY 1 UNTIL A > 10
                              IF WS-TAG-WORK = WS-ALLERGEN-NAME(A)
                                 MOVE "Y"
                                    TO WS-DS-ALLERGEN(WS-DISH-IDX, A)
                                 SET TAG-KNOWN TO TRUE
                              END-IF
                      END-PERFORM
                      IF NOT TAG-KNOWN
                         AND WS-DS-UNSCREENED(WS-DISH-IDX) = SPACES
                         STRING TRIM(DI-INGREDIENT) DELIMITED BY SIZE
                            " TAG " DELIMITED BY SIZE
                            TRIM(WS-TAG-WORK) DELIMITED BY SIZE
                            " NOT AN ALLERGEN" DELIMITED BY SIZE
                            INTO WS-DS-UNSCREENED(WS-DISH-IDX)
                         END-STRING
                      END-IF
                   END-IF
           END-PERFORM
           .
       LOAD-ONE-INGREDIENT-EXIT.
           EXIT.

       FIND-DISH.
           MOVE 0 TO WS-DISH-IDX
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-DISH-COUNT OR WS-DISH-IDX > 0
                   IF WS-DS-DISH-ID(J) = DI-DISH-ID
                      MOVE J TO WS-DISH-IDX
                   END-IF
           END-PERFORM
           .
       FIND-DISH-EXIT.
           EXIT.

      *    Tomorrow's dishes, and the schools serving them in order.
       LOAD-MENU.
           SET FILE-EOF TO FALSE
           OPEN INPUT MENU-MASTER-FILE
           PERFORM UNTIL FILE-EOF
                   READ MENU-MASTER-FILE INTO MN-MENU-RECORD
                      AT END
                         SET FILE-EOF TO TRUE
                      NOT AT END
                         IF MN-MENU-DATE = WS-MENU-DATE
                            AND MN-DISH-ID NOT = SPACES
                            PERFORM LOAD-ONE-MENU-LINE
                         END-IF
                   END-READ
           END-PERFORM
           CLOSE MENU-MASTER-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I NOT < WS-SCHOOL-COUNT
                   PERFORM VARYING K FROM 1 BY 1
                      UNTIL K > WS-SCHOOL-COUNT - I
                           IF WS-SCHOOL-ID(K) > WS-SCHOOL-ID(K + 1)
                              MOVE WS-SCHOOL-ID(K) TO WS-SCHOOL-HOLD
                              MOVE WS-SCHOOL-ID(K + 1)
                                 TO WS-SCHOOL-ID(K)
                              MOVE WS-SCHOOL-HOLD
                                 TO WS-SCHOOL-ID(K + 1)
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
       LOAD-MENU-EXIT.
           EXIT.

       LOAD-ONE-MENU-LINE.
           IF WS-MENU-COUNT NOT < 300
              DISPLAY "ALLERGEN-SCREEN: more than 300 dishes on the"
                 " menu, run stopped"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-MENU-COUNT
           MOVE MN-SCHOOL-ID TO WS-MU-SCHOOL(WS-MENU-COUNT)
           MOVE MN-DISH-ID TO WS-MU-DISH-ID(WS-MENU-COUNT)
           MOVE MN-DISH-NAME TO WS-MU-DISH-NAME(WS-MENU-COUNT)
           PERFORM VARYING K FROM 1 BY 1
              UNTIL K > WS-SCHOOL-COUNT
                 OR WS-SCHOOL-ID(K) = MN-SCHOOL-ID
                   CONTINUE
           END-PERFORM
           IF K > WS-SCHOOL-COUNT
              IF WS-SCHOOL-COUNT NOT < 100
                 DISPLAY "ALLERGEN-SCREEN: more than 100 schools on"
                    " the menu, run stopped"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SCHOOL-COUNT
              MOVE MN-SCHOOL-ID TO WS-SCHOOL-ID(WS-SCHOOL-COUNT)
           END-IF
           .
       LOAD-ONE-MENU-LINE-EXIT.
           EXIT.

      *    One kitchen's sheet: every dish it serves tomorrow.
       SCREEN-ONE-KITCHEN.
           MOVE SPACES TO KITCHEN-SHEET-LINE
           IF K > 1
              WRITE KITCHEN-SHEET-LINE
           END-IF
           STRING "KITCHEN " DELIMITED BY SIZE
              WS-SCHOOL-ID(K) DELIMITED BY SIZE
              "  MENU ALLERGEN SCREEN FOR " DELIMITED BY SIZE
              WS-MENU-DATE DELIMITED BY SIZE
              "  RUN " DELIMITED BY SIZE
              BD-BUSINESS-DATE DELIMITED BY SIZE
              INTO KITCHEN-SHEET-LINE
           END-STRING
           WRITE KITCHEN-SHEET-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MENU-COUNT
                   IF WS-MU-SCHOOL(I) = WS-SCHOOL-ID(K)
                      PERFORM SCREEN-ONE-DISH
                   END-IF
           END-PERFORM
           .
       SCREEN-ONE-KITCHEN-EXIT.
           EXIT.

       SCREEN-ONE-DISH.
           ADD 1 TO WS-DISHES-SCREENED
           MOVE WS-MU-DISH-ID(I) TO DI-DISH-ID
           PERFORM FIND-DISH
           MOVE SPACES TO KITCHEN-SHEET-LINE
           STRING "  DISH " DELIMITED BY SIZE
              WS-MU-DISH-ID(I) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-MU-DISH-NAME(I) DELIMITED BY SIZE
              INTO KITCHEN-SHEET-LINE
           END-STRING
           WRITE KITCHEN-SHEET-LINE
           IF WS-DISH-IDX = 0
              MOVE "    UNSCREENED -- NO RECIPE ON DISHINGR"
                 TO KITCHEN-SHEET-LINE
              WRITE KITCHEN-SHEET-LINE
              MOVE "NO RECIPE ON DISHINGR" TO WS-ALLERGEN-LIST
              PERFORM LIST-UNSCREENED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ALLERGEN-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > 10
                   IF WS-DS-ALLERGEN(WS-DISH-IDX, A) = "Y"
                      PERFORM ADD-ALLERGEN-TO-LIST
                   END-IF
           END-PERFORM
           IF WS-ALLERGEN-LIST = SPACES
              MOVE "none" TO WS-ALLERGEN-LIST
           END-IF
           MOVE SPACES TO KITCHEN-SHEET-LINE
           STRING "    ALLERGENS: " DELIMITED BY SIZE
              WS-ALLERGEN-LIST DELIMITED BY SIZE
              INTO KITCHEN-SHEET-LINE
           END-STRING
           WRITE KITCHEN-SHEET-LINE
           IF WS-DS-UNSCREENED(WS-DISH-IDX) NOT = SPACES
              MOVE SPACES TO KITCHEN-SHEET-LINE
              STRING "    UNSCREENED -- " DELIMITED BY SIZE
                 TRIM(WS-DS-UNSCREENED(WS-DISH-IDX)) DELIMITED BY SIZE
                 ", LIST BELOW MAY BE INCOMPLETE" DELIMITED BY SIZE
                 INTO KITCHEN-SHEET-LINE
              END-STRING
              WRITE KITCHEN-SHEET-LINE
              MOVE WS-DS-UNSCREENED(WS-DISH-IDX) TO WS-ALLERGEN-LIST
              PERFORM LIST-UNSCREENED
           END-IF
           MOVE 0 TO WS-EXCLUDED-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STUDENT-COUNT
                   IF WS-ST-SCHOOL(J) = WS-SCHOOL-ID(K)
                      PERFORM CHECK-ONE-STUDENT
                   END-IF
           END-PERFORM
           IF WS-EXCLUDED-COUNT = 0
              MOVE "    NOT SAFE FOR: NO ALLERGIC STUDENT"
                 TO KITCHEN-SHEET-LINE
              WRITE KITCHEN-SHEET-LINE
           END-IF
           IF WS-EXCLUDED-COUNT > WS-SUB-LIMIT
              ADD 1 TO WS-SUB-COUNT
              MOVE WS-EXCLUDED-COUNT TO WS-COUNT-SHOW
              MOVE SPACES TO SUBSTITUTION-LINE
              STRING WS-SCHOOL-ID(K) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-MU-DISH-ID(I) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-MU-DISH-NAME(I) DELIMITED BY SIZE
                 " SUBSTITUTE -- NOT SAFE FOR " DELIMITED BY SIZE
                 TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
                 " STUDENT(S)" DELIMITED BY SIZE
                 INTO SUBSTITUTION-LINE
              END-STRING
              WRITE SUBSTITUTION-LINE
           END-IF
           .
       SCREEN-ONE-DISH-EXIT.
           EXIT.

      *    A student is ruled out by any allergen both they and the
      *    dish carry; the line shows those allergens.
       CHECK-ONE-STUDENT.
           MOVE SPACES TO WS-ALLERGEN-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > 10
                   IF WS-DS-ALLERGEN(WS-DISH-IDX, A) = "Y"
                      AND WS-ST-ALLERGEN(J, A) = "Y"
                      PERFORM ADD-ALLERGEN-TO-LIST
                      IF WS-ALLERGEN-SEVERITY(A) NOT = SPACE
                         STRING " [" DELIMITED BY SIZE
                            WS-ALLERGEN-SEVERITY(A) DELIMITED BY SIZE
                            "]" DELIMITED BY SIZE
                            INTO WS-ALLERGEN-LIST
                            WITH POINTER WS-LIST-PTR
                         END-STRING
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-ALLERGEN-LIST = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXCLUDED-COUNT
           MOVE SPACES TO KITCHEN-SHEET-LINE
           IF WS-EXCLUDED-COUNT = 1
              MOVE "    NOT SAFE FOR:" TO KITCHEN-SHEET-LINE
              WRITE KITCHEN-SHEET-LINE
              MOVE SPACES TO KITCHEN-SHEET-LINE
           END-IF
           STRING "      " DELIMITED BY SIZE
              WS-ST-NAME(J) DELIMITED BY SIZE
              " GRADE " DELIMITED BY SIZE
              WS-ST-GRADE(J) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              TRIM(WS-ALLERGEN-LIST) DELIMITED BY SIZE
              INTO KITCHEN-SHEET-LINE
           END-STRING
           WRITE KITCHEN-SHEET-LINE
           .
       CHECK-ONE-STUDENT-EXIT.
           EXIT.

       ADD-ALLERGEN-TO-LIST.
           IF WS-LIST-PTR > 1
              STRING ", " DELIMITED BY SIZE
                 INTO WS-ALLERGEN-LIST
                 WITH POINTER WS-LIST-PTR
              END-STRING
           END-IF
           STRING TRIM(WS-ALLERGEN-NAME(A)) DELIMITED BY SIZE
              INTO WS-ALLERGEN-LIST
              WITH POINTER WS-LIST-PTR
           END-STRING
           .
       ADD-ALLERGEN-TO-LIST-EXIT.
           EXIT.

      *    The reason is in WS-ALLERGEN-LIST.
       LIST-UNSCREENED.
           ADD 1 TO WS-UNSCREENED-COUNT
           MOVE SPACES TO SUBSTITUTION-LINE
           STRING WS-SCHOOL-ID(K) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-MU-DISH-ID(I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-MU-DISH-NAME(I) DELIMITED BY SIZE
              " UNSCREENED -- " DELIMITED BY SIZE
              WS-ALLERGEN-LIST DELIMITED BY SIZE
              INTO SUBSTITUTION-LINE
           END-STRING
           WRITE SUBSTITUTION-LINE
           .
       LIST-UNSCREENED-EXIT.
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
           DISPLAY "ALLERGEN-SCREEN: PARMMST "
              FUNCTION TRIM(PP-LOAD-ERROR) " AT ENTRY " PP-SCAN-IDX
              ", RUN STOPPED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       CENTRAL-PARM-LOAD-FAILED-EXIT.
           EXIT.

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

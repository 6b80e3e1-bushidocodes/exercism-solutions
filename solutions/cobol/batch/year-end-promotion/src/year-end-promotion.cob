      *    alumni file instead of being deleted outright, and a
      *    promotion register shows before/after per student -- one
      *    run on the last day of term instead of an afternoon of
      *    ADD-STUDENT/DELETE-STUDENT calls. A promoted student's
      *    homeroom section is cleared, ready for HOMEROOM-SECTION to
      *    seat the new grades in August.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
              05 RM-SCHOOL-ID     PIC X(3).
              05 RM-NAME          PIC X(60).
           02 RM-GRADE            PIC 9.
           02 RM-SECTION          PIC X(2).
       FD  ALUMNI-FILE.
       01  ALUMNI-RECORD.
           02 AF-SCHOOL-ID        PIC X(3).
              END-STRING
           ELSE
              ADD 1 TO RM-GRADE
              MOVE SPACES TO RM-SECTION
              REWRITE ROSTER-MASTER-RECORD
                 INVALID KEY
                    CONTINUE

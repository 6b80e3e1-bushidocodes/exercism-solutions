      * Shared teacher master layout. Homerooms were split on paper
      * every August and nothing on file said who taught which
      * class. TCHRMST holds one line per homeroom section: school,
      * grade taught, the section code (stored on the roster as
      * RM-SECTION), the teacher, the classroom and the number of
      * seats. HOMEROOM-SECTION seats each grade's students across
      * the grade's sections; CONF-BOOKING books each student with
      * the homeroom teacher. Lines are kept by hand in any order;
      * a school, grade and section may appear only once.
       01 TM-TEACHER-RECORD.
          05 TM-SCHOOL-ID        PIC X(3).
          05 FILLER              PIC X.
          05 TM-GRADE            PIC X.
          05 FILLER              PIC X.
          05 TM-SECTION          PIC X(2).
          05 FILLER              PIC X.
          05 TM-TEACHER-NAME     PIC X(30).
          05 FILLER              PIC X.
          05 TM-ROOM-ID          PIC X(10).
          05 FILLER              PIC X.
          05 TM-CAPACITY         PIC X(3).

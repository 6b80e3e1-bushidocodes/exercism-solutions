      * Shared state enrollment and attendance return layouts. The
      * district office used to re-key our enrollment and attendance
      * numbers into the state portal every reporting period.
      * STATE-RETURN now builds the state's fixed-format return from
      * ROSTERIDX and ATTENDHST, one hundred bytes a record: for
      * each school a header, one detail per enrolled student with
      * grade and the days present, absent and late in the period,
      * and a school trailer; then one district trailer for the
      * file. Every trailer carries control totals the state checks
      * before it accepts anything. SR-S-RECORDS counts the school's
      * records, header and trailer included; SR-T-RECORDS counts
      * every record in the file, the district trailer included.
      *
      * Each return is kept as a numbered generation (STATERTN.G0001,
      * STATERTN.G0002, ...) cataloged in STRTNCAT on the
      * generation-catalog.cpy layout, so the exact file sent can be
      * sent again on request.
       01 SR-SCHOOL-HEADER.
          05 SR-H-TYPE           PIC X(2).
          05 SR-H-DISTRICT       PIC X(6).
          05 SR-H-SCHOOL         PIC X(3).
          05 SR-H-PERIOD-START   PIC X(8).
          05 SR-H-PERIOD-END     PIC X(8).
          05 SR-H-GENERATION     PIC 9(4).
          05 FILLER              PIC X(69).
       01 SR-STUDENT-DETAIL.
          05 SR-D-TYPE           PIC X(2).
          05 SR-D-DISTRICT       PIC X(6).
          05 SR-D-SCHOOL         PIC X(3).
          05 SR-D-NAME           PIC X(60).
          05 SR-D-GRADE          PIC 9.
          05 SR-D-PRESENT        PIC 9(3).
          05 SR-D-ABSENT         PIC 9(3).
          05 SR-D-LATE           PIC 9(3).
          05 FILLER              PIC X(19).
       01 SR-SCHOOL-TRAILER.
          05 SR-S-TYPE           PIC X(2).
          05 SR-S-DISTRICT       PIC X(6).
          05 SR-S-SCHOOL         PIC X(3).
          05 SR-S-STUDENTS       PIC 9(5).
          05 SR-S-PRESENT        PIC 9(7).
          05 SR-S-ABSENT         PIC 9(7).
          05 SR-S-LATE           PIC 9(7).
          05 SR-S-RECORDS        PIC 9(6).
          05 FILLER              PIC X(57).
       01 SR-DISTRICT-TRAILER.
          05 SR-T-TYPE           PIC X(2).
          05 SR-T-DISTRICT       PIC X(6).
          05 SR-T-SCHOOLS        PIC 9(4).
          05 SR-T-STUDENTS       PIC 9(6).
          05 SR-T-PRESENT        PIC 9(8).
          05 SR-T-ABSENT         PIC 9(8).
          05 SR-T-LATE           PIC 9(8).
          05 SR-T-RECORDS        PIC 9(7).
          05 FILLER              PIC X(51).

      * Shared household layouts. ROSTERIDX and GUARDMST are keyed by
      * school and student name, so nothing tied brothers and sisters
      * together and every family got a letter per child.
      * HOUSEHOLD-BUILD groups the students from these files.
      *
      * HOUSEHLD: the household master, rebuilt by every
      * HOUSEHOLD-BUILD run, one line per student in household order.
      * Students whose GUARDMST guardian name and first address line
      * agree share a household ("A"); a manual link or unlink from
      * HHLINKS shows "M". Household numbers are given afresh by each
      * build -- letter runs use them only to gather a family's
      * children together.
       01 HH-MEMBER-RECORD.
          05 HH-HOUSEHOLD-NO     PIC 9(6).
          05 FILLER              PIC X.
          05 HH-SCHOOL-ID        PIC X(3).
          05 FILLER              PIC X.
          05 HH-NAME             PIC X(60).
          05 FILLER              PIC X.
          05 HH-LINK-TYPE        PIC X.
             88 HH-MATCHED               VALUE "A".
             88 HH-MANUAL                VALUE "M".
      * HHLINKS: the office's manual corrections for the cases the
      * matching misses. An "L" line puts the student into the
      * household of the second student named; a "U" line takes the
      * student out of their household into one of their own. The
      * file is standing -- every build applies every line in order
      * after matching, so a correction survives the rebuild and a
      * later line for the same student wins.
       01 HL-LINK-RECORD.
          05 HL-ACTION           PIC X.
             88 HL-LINK                  VALUE "L".
             88 HL-UNLINK                VALUE "U".
          05 FILLER              PIC X.
          05 HL-SCHOOL-ID        PIC X(3).
          05 FILLER              PIC X.
          05 HL-NAME             PIC X(60).
          05 FILLER              PIC X.
          05 HL-TO-SCHOOL-ID     PIC X(3).
          05 FILLER              PIC X.
          05 HL-TO-NAME          PIC X(60).

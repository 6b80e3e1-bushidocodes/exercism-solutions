      * Shared marks history layout. Term marks lived in each
      * teacher's markbook and reached the office on paper at report
      * card time. MARKSHST holds one line per subject mark posted by
      * MARKS-POSTING: school, student, term, subject, the mark out
      * of 100 and the business date it was posted. History is only
      * ever appended -- MARKS-CORRECT backs a wrong mark out with a
      * "-" reversing entry and posts the right one after it, so the
      * effective mark for a student, term and subject is the last
      * entry not reversed. REPORT-CARDS nets the file that way.
       01 MH-MARKS-RECORD.
          05 MH-SCHOOL-ID        PIC X(3).
          05 MH-NAME             PIC X(60).
          05 MH-TERM             PIC X(6).
          05 MH-SUBJECT          PIC X(10).
          05 MH-MARK             PIC 9(3).
      *    Blank for a posted mark; "-" for a reversing entry.
          05 MH-ADJUST           PIC X.
          05 MH-POSTED-DATE      PIC X(8).

      * Shared referential-integrity status layout. The masters point
      * at each other -- GUARDMST and PATROSTR at ROSTERIDX students,
      * SCOREIDX scorecards at SUBJIDX subjects, ROBOTBAT robots at
      * the ROBOTMNT fleet -- and nothing used to check that the
      * links still held. INTEGRITY-SWEEP rewrites INTGSTAT every
      * run: one line per relationship, IS-MASTER the master that
      * holds the reference and IS-TARGET the master it points at,
      * then one line with IS-MASTER "ALL" and IS-TARGET blank
      * carrying the run's totals and overall result. IS-ORPHANS
      * counts every dangling reference; IS-PURGE-ORPHANS the part
      * of them left behind by a SUBJECT-PURGE. A relationship
      * FAILs on any orphan or when either master could not be
      * read, IS-NOTE then saying which. OPERATIONS-DASHBOARD
      * carries the file on the 6am page.
       01 IS-STATUS-RECORD.
          05 IS-RUN-DATE         PIC X(8).
          05 FILLER              PIC X.
          05 IS-MASTER           PIC X(10).
          05 FILLER              PIC X.
          05 IS-TARGET           PIC X(10).
          05 FILLER              PIC X.
          05 IS-RESULT           PIC X(4).
             88 IS-PASSED                VALUE "PASS".
             88 IS-FAILED                VALUE "FAIL".
          05 FILLER              PIC X.
          05 IS-CHECKED          PIC 9(6).
          05 FILLER              PIC X.
          05 IS-ORPHANS          PIC 9(6).
          05 FILLER              PIC X.
          05 IS-PURGE-ORPHANS    PIC 9(6).
          05 FILLER              PIC X.
          05 IS-NOTE             PIC X(20).

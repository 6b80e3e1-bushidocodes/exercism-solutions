      * Shared school bus layouts. Transport built the bus lists from
      * a paper sign-up every fall although GUARDMST holds every
      * student's address. BUS-ASSIGN places students on stops from
      * these files.
      *
      * BUSROUTE: the route master. An "R" line names a route, the
      * school it serves and the seats on its bus; the route's "S"
      * lines follow it, one per stop in running order, each with
      * the street or zone key it serves and the morning pickup and
      * afternoon drop-off times (HHMM). A stop's key serves every
      * guardian address whose street -- address line 1 without the
      * house number -- or whose line 2 or 3 begins with it.
       01 BR-ROUTE-RECORD.
          05 BR-RECORD-TYPE      PIC X.
             88 BR-ROUTE-LINE            VALUE "R".
             88 BR-STOP-LINE             VALUE "S".
          05 FILLER              PIC X.
          05 BR-ROUTE-ID         PIC X(4).
          05 FILLER              PIC X.
          05 BR-DETAIL           PIC X(54).
          05 BR-ROUTE-DETAIL REDEFINES BR-DETAIL.
             10 BR-SCHOOL-ID     PIC X(3).
             10 FILLER           PIC X.
             10 BR-CAPACITY      PIC 9(3).
             10 FILLER           PIC X.
             10 BR-DESCRIPTION   PIC X(30).
             10 FILLER           PIC X(16).
          05 BR-STOP-DETAIL REDEFINES BR-DETAIL.
             10 BR-STOP-NO       PIC 9(2).
             10 FILLER           PIC X.
             10 BR-ZONE-KEY      PIC X(10).
             10 FILLER           PIC X.
             10 BR-STOP-NAME     PIC X(30).
             10 FILLER           PIC X.
             10 BR-AM-TIME       PIC 9(4).
             10 FILLER           PIC X.
             10 BR-PM-TIME       PIC 9(4).
      * BUSASGN: the assignment master, one line per student riding,
      * rewritten by every BUS-ASSIGN run. An empty BUSASGN is the
      * start of a year: the next run builds every assignment afresh
      * from ROSTERIDX.
       01 BA-ASSIGN-RECORD.
          05 BA-SCHOOL-ID        PIC X(3).
          05 FILLER              PIC X.
          05 BA-NAME             PIC X(60).
          05 FILLER              PIC X.
          05 BA-ROUTE-ID         PIC X(4).
          05 FILLER              PIC X.
          05 BA-STOP-NO          PIC 9(2).
          05 FILLER              PIC X.
          05 BA-ASSIGNED-DATE    PIC X(8).
      * BUSMOVES: the students SCHOOL-TRANSFER has moved since the
      * last BUS-ASSIGN run, one line per applied transfer. The next
      * run takes each off their old stop and places them from their
      * new school; a move it could not place stays on the file and
      * is tried again on the next run.
       01 BM-MOVE-RECORD.
          05 BM-NAME             PIC X(60).
          05 BM-FROM-SCHOOL      PIC X(3).
          05 BM-TO-SCHOOL        PIC X(3).
          05 BM-EFFECTIVE-DATE   PIC 9(8).
      * BUSPEND: the students waiting for a seat -- every student a
      * run could not place, other than a move left on BUSMOVES,
      * with the old school for a transfer and the date first
      * listed. Every run tries them again and rewrites the file
      * with those still waiting.
       01 BP-PENDING-RECORD.
          05 BP-SCHOOL-ID        PIC X(3).
          05 FILLER              PIC X.
          05 BP-NAME             PIC X(60).
          05 FILLER              PIC X.
          05 BP-OLD-SCHOOL       PIC X(3).
          05 FILLER              PIC X.
          05 BP-SINCE-DATE       PIC X(8).

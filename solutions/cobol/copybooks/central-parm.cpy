      * so the master can be adopted one parameter at a time. The
      * reader sets the three PP-LOOKUP fields and PERFORMs its
      * LOOKUP-CENTRAL-PARM.
      *
      * The first lookup of a run loads PARMMST into PP-PARM-TABLE
      * and every lookup after that is a binary search of the table
      * rather than a pass of the file. The file must therefore be
      * in program, parameter name and effective-date order with no
      * key repeated; PARM-MAINT rewrites it that way. The load
      * checks the order the way BINARY-SEARCH checks its list and
      * stops the run when the file is out of order, holds a
      * duplicate key, or has more entries than PP-TABLE-MAX.
       01 PP-PARM-RECORD.
          05 PP-PROGRAM-ID       PIC X(16).
          05 FILLER              PIC X.
          05 PP-BEST-DATE        PIC X(8).
          05 PP-EOF-FLAG         PIC 9   VALUE 0.
             88 PP-EOF                   VALUE 1 FALSE 0.
       01 PP-TABLE-STATE.
          05 PP-TABLE-FLAG       PIC X   VALUE 'N'.
             88 PP-TABLE-LOADED          VALUE 'Y' FALSE 'N'.
          05 PP-TABLE-COUNT      PIC 9(4) VALUE 0.
          05 PP-TABLE-MAX        PIC 9(4) VALUE 500.
          05 PP-LO               PIC 9(4).
          05 PP-HI               PIC 9(4).
          05 PP-MID              PIC 9(4).
          05 PP-SCAN-IDX         PIC 9(4).
          05 PP-SEARCH-KEY.
             10 PP-SK-PROGRAM    PIC X(16).
             10 PP-SK-NAME       PIC X(12).
          05 PP-PREV-KEY         PIC X(36).
          05 PP-LOAD-ERROR       PIC X(30).
       01 PP-PARM-TABLE.
          05 PP-TB-ENTRY OCCURS 500.
             10 PP-TB-DATED-KEY.
                15 PP-TB-KEY.
                   20 PP-TB-PROGRAM  PIC X(16).
                   20 PP-TB-NAME     PIC X(12).
                15 PP-TB-DATE        PIC X(8).
             10 PP-TB-VALUE          PIC X(40).

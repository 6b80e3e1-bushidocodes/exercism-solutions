      * master can be populated one subject at a time. The program
      * loads the whole file into SID-TABLE with its own
      * LOAD-IDENTITY-MASTER.
      *
      * Lookups are binary searches, so SUBJIDX must be kept in
      * subject ID then file scope order, with each subject and
      * scope's canonical spelling ahead of its variants. The load
      * builds SID-NAME-INDEX, every entry in name, scope and
      * subject ID order, to find a subject from a name. The table
      * is checked the way BINARY-SEARCH checks its list and the
      * run stops when SUBJIDX is out of order, lists the same name
      * twice for one subject and scope, or has more entries than
      * SID-TABLE-MAX. One name may belong to two subjects; a name
      * search then answers with the subject listed first in the
      * file, as the old top-to-bottom scan did.
       01 SID-IDENTITY-RECORD.
          05 SID-SUBJECT-ID      PIC X(8).
          05 FILLER              PIC X.
          05 SID-FOUND-IDX       PIC 9(3).
          05 SID-FOUND-ID        PIC X(8).
          05 SID-RESOLVED-NAME   PIC X(60).
          05 SID-TABLE-MAX       PIC 9(3) VALUE 400.
          05 SID-LO              PIC 9(3).
          05 SID-HI              PIC 9(3).
          05 SID-MID             PIC 9(3).
          05 SID-SEARCH-KEY.
             10 SID-SK-ID        PIC X(8).
             10 SID-SK-SCOPE     PIC X(8).
          05 SID-SEARCH-NAME-KEY.
             10 SID-SEARCH-NAME  PIC X(60).
             10 SID-SEARCH-SCOPE PIC X(8).
          05 SID-SEARCH-LEN      PIC 9(2).
          05 SID-NAME-KEY        PIC X(76).
          05 SID-LOAD-ERROR      PIC X(30).
       01 SID-TABLE.
          05 SID-ENTRY OCCURS 400.
             10 SID-TB-KEY.
                15 SID-TB-ID     PIC X(8).
                15 SID-TB-SCOPE  PIC X(8).
             10 SID-TB-NAME      PIC X(60).
       01 SID-NAME-INDEX.
          05 SID-NX-ENTRY OCCURS 400.
             10 SID-NX-KEY.
                15 SID-NX-NAME   PIC X(60).
                15 SID-NX-SCOPE  PIC X(8).
                15 SID-NX-ID     PIC X(8).
             10 SID-NX-ROW       PIC 9(3).

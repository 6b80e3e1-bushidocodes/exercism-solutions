      * Shared operator security master layout. OPERID only says who
      * claims to be at the keyboard; OPERMST says whether that
      * person exists, is in date, and holds the role for the job.
      * One record per operator, keyed on the 8-character ID typed at
      * sign-on, carrying up to five role codes, the date the ID
      * becomes active, the date it expires (zero for none) and the
      * last date a maintenance program accepted it.
      *
      * Each maintenance program names the role it needs in
      * OS-CHECK-ROLE and runs its own CHECK-OPERATOR-AUTHORITY,
      * which reads the master by key, sets one OS-VERDICT
      * condition, and on success stamps OS-LAST-USED-DATE so
      * OPERATOR-DORMANT can list IDs nobody has used. A refusal is
      * audited by the caller and the run does not proceed. The
      * roles in use:
      *    PARMADM   PARM-MAINT changes to PARMMST
      *    ATTCORR   ATTENDANCE-CORRECT corrections
      *    MARKCORR  MARKS-CORRECT corrections
      *    PURGEREQ  PURGE-APPROVAL lodging of erasure requests
      *    PURGEAPR  PURGE-APPROVAL approval or rejection
      *    DOORADM   DOOR-PERMISSION-MAINT badge changes
      *    SHIFTOPR  SHIFT-LOG postings, handovers and sign-offs
       01 OS-OPERATOR-RECORD.
          05 OS-OPERATOR-ID      PIC X(8).
          05 OS-OPERATOR-NAME    PIC X(30).
          05 OS-ROLE-CODES       PIC X(40).
          05 OS-ROLE-TABLE REDEFINES OS-ROLE-CODES.
             10 OS-ROLE-CODE     PIC X(8) OCCURS 5.
          05 OS-ACTIVE-DATE      PIC 9(8).
          05 OS-EXPIRY-DATE      PIC 9(8).
          05 OS-LAST-USED-DATE   PIC 9(8).
       01 OS-CHECK-STATE.
          05 OS-CHECK-ROLE       PIC X(8).
          05 OS-TODAY            PIC 9(8).
          05 OS-ROLE-IDX         PIC 9.
          05 OS-MASTER-STATUS    PIC XX.
          05 OS-VERDICT          PIC X.
             88 OS-AUTHORIZED            VALUE 'Y'.
             88 OS-UNKNOWN-OPERATOR      VALUE 'U'.
             88 OS-NOT-YET-ACTIVE        VALUE 'N'.
             88 OS-EXPIRED               VALUE 'E'.
             88 OS-LACKS-ROLE            VALUE 'R'.
          05 OS-REFUSAL-TEXT     PIC X(16).

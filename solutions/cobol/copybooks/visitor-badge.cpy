      * Shared visitor badge layouts. Contractors used to be given a
      * regular SECRET-HANDSHAKE badge and kept it for good, because
      * nobody remembered to take it back.
      *
      * VISITMST: one line per temporary badge VISITOR-BADGE has
      * ever issued, numbered from a reserved range of badge ids
      * (PARMMST VISITOR-BADGE FIRSTID to LASTID), with its
      * handshake code, the sponsor's own badge id, and the dates it
      * is good for. A badge reaches the BADGEIN door export on its
      * valid-from date, at issue or by the nightly expiry sweep; the
      * sweep marks a badge past its valid-to date revoked and takes
      * it off BADGEIN. A revoked line stays on the master for KEEPDAYS
      * days (PARMMST VISITOR-BADGE, default 90) so BADGE-RECONCILE
      * can still hold the badge to its terms, then the sweep purges
      * it -- except the line holding the highest id issued in the
      * range, which stays as the high-water mark so no id is ever
      * issued twice.
      *
      * Every program that loads VISITMST holds at most VB-MASTER-MAX
      * lines and stops the run when the master has more.
       01 VB-MASTER-MAX          PIC 9(4) VALUE 5000.
       01 VB-VISITOR-RECORD.
          05 VB-BADGE-ID         PIC X(10).
          05 VB-BADGE-NO REDEFINES VB-BADGE-ID PIC 9(10).
          05 FILLER              PIC X.
          05 VB-CODE             PIC X(3).
          05 FILLER              PIC X.
          05 VB-SPONSOR-ID       PIC X(10).
          05 FILLER              PIC X.
          05 VB-VISITOR-NAME     PIC X(30).
          05 FILLER              PIC X.
          05 VB-COMPANY          PIC X(30).
          05 FILLER              PIC X.
          05 VB-VALID-FROM       PIC X(8).
          05 FILLER              PIC X.
          05 VB-VALID-TO         PIC X(8).
          05 FILLER              PIC X.
          05 VB-STATUS           PIC X.
             88 VB-ACTIVE                VALUE "A".
             88 VB-REVOKED               VALUE "R".
          05 FILLER              PIC X.
          05 VB-ISSUED-DATE      PIC X(8).
          05 FILLER              PIC X.
          05 VB-REVOKED-DATE     PIC X(8).
      * VISITREQ: reception's requests for a badge -- the sponsoring
      * employee's badge id, the visitor and company, the dates, and
      * the handshake code for the doors the visitor may use (blank
      * for the PARMMST DEFCODE default). A request is issued or
      * refused whole; refused lines stay on the file for
      * correction.
       01 VQ-REQUEST-RECORD.
          05 VQ-SPONSOR-ID       PIC X(10).
          05 FILLER              PIC X.
          05 VQ-VISITOR-NAME     PIC X(30).
          05 FILLER              PIC X.
          05 VQ-COMPANY          PIC X(30).
          05 FILLER              PIC X.
          05 VQ-VALID-FROM       PIC X(8).
          05 FILLER              PIC X.
          05 VQ-VALID-TO         PIC X(8).
          05 FILLER              PIC X.
          05 VQ-CODE             PIC X(3).

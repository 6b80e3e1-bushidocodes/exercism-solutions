      * Shared subject access request layouts. When a parent or
      * player asked what we hold about them, someone grepped the
      * files by hand and nobody could show when the answer went
      * out. SUBJECT-ACCESS answers every request on SARREQ with a
      * disclosure report on SARRPT and appends one SARLOG line per
      * request as the record that the response deadline was met.
      *
      * SARREQ: one line per request -- our reference, the SUBJIDX
      * subject the request is about (see subject-identity.cpy),
      * who asked, and the date the request was received.
       01 SA-REQUEST-RECORD.
          05 SA-REQUEST-REF      PIC X(10).
          05 FILLER              PIC X.
          05 SA-SUBJECT-ID       PIC X(8).
          05 FILLER              PIC X.
          05 SA-REQUESTER        PIC X(30).
          05 FILLER              PIC X.
          05 SA-RECEIVED-DATE    PIC X(8).
      * SARLOG: one line per request answered, never rewritten. The
      * due date is the received date plus the PARMMST
      * SUBJECT-ACCESS DEADLINEDAYS in force (30 when none); SL-ON-TIME
      * is "Y" when the run date is on or before it. SL-FILES-SEARCHED
      * names each file actually searched, in report order;
      * SL-FILES-UNREAD counts those that could not be read.
       01 SL-LOG-RECORD.
          05 SL-RUN-DATE         PIC X(8).
          05 FILLER              PIC X.
          05 SL-REQUEST-REF      PIC X(10).
          05 FILLER              PIC X.
          05 SL-SUBJECT-ID       PIC X(8).
          05 FILLER              PIC X.
          05 SL-REQUESTER        PIC X(30).
          05 FILLER              PIC X.
          05 SL-RECEIVED-DATE    PIC X(8).
          05 FILLER              PIC X.
          05 SL-DUE-DATE         PIC X(8).
          05 FILLER              PIC X.
          05 SL-ON-TIME          PIC X.
             88 SL-DEADLINE-MET          VALUE "Y".
             88 SL-DEADLINE-MISSED       VALUE "N".
          05 FILLER              PIC X.
          05 SL-RECORDS          PIC 9(6).
          05 FILLER              PIC X.
          05 SL-FILES-SEARCHED.
             10 SL-FILE-SEARCHED PIC X(10) OCCURS 8.
          05 FILLER              PIC X.
          05 SL-FILES-UNREAD     PIC 9.

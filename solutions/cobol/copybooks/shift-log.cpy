      * Shared operator shift log layouts. The night operator's notes
      * lived in a paper binder, and the day shift missed things like
      * a rerun still pending or an alert somebody had suppressed.
      *
      * SHIFTLOG: one line per entry, numbered in posting order and
      * stamped (CURRENT-DATE to the second) when SHIFT-LOG posts
      * it, with the operator from OPERID. Operators post INCIDENT,
      * RERUN, HOLD, NOTE and FOLLOW-UP entries; a FOLLOW-UP stays
      * open until an operator closes it. SHIFT-LOG-HANDOVER posts a
      * HANDOVER entry, open until the incoming operator signs it
      * off with SHIFT-LOG-SIGNOFF, which closes it and posts a
      * SIGNOFF entry -- the start of the new shift. Closed entries
      * older than the KEEPDAYS window are moved on to the SHIFTARC
      * archive, in the same layout, when SHIFTLOG is saved.
       01 OL-ENTRY-RECORD.
          05 OL-ENTRY-NO         PIC 9(6).
          05 FILLER              PIC X.
          05 OL-STAMP            PIC X(14).
          05 FILLER              PIC X.
          05 OL-OPERATOR-ID      PIC X(8).
          05 FILLER              PIC X.
          05 OL-CATEGORY         PIC X(9).
             88 OL-INCIDENT              VALUE "INCIDENT".
             88 OL-RERUN                 VALUE "RERUN".
             88 OL-HOLD                  VALUE "HOLD".
             88 OL-NOTE                  VALUE "NOTE".
             88 OL-FOLLOW-UP             VALUE "FOLLOW-UP".
             88 OL-HANDOVER              VALUE "HANDOVER".
             88 OL-SIGNOFF               VALUE "SIGNOFF".
             88 OL-OPERATOR-CATEGORY     VALUE "INCIDENT" "RERUN"
                                               "HOLD" "NOTE"
                                               "FOLLOW-UP".
          05 FILLER              PIC X.
          05 OL-STATUS           PIC X.
             88 OL-OPEN                  VALUE "O".
             88 OL-CLOSED                VALUE "C".
          05 FILLER              PIC X.
          05 OL-CLOSED-STAMP     PIC X(14).
          05 FILLER              PIC X.
          05 OL-CLOSED-BY        PIC X(8).
          05 FILLER              PIC X.
          05 OL-TEXT             PIC X(60).
      * SHIFTTRN: the operator's postings for SHIFT-LOG -- P posts a
      * new entry of the category given, C closes the open
      * FOLLOW-UP numbered in OT-ENTRY-NO (the text, if any, is kept
      * as the closing note on the report).
       01 OT-TRAN-RECORD.
          05 OT-ACTION           PIC X.
             88 OT-POST                  VALUE "P".
             88 OT-CLOSE                 VALUE "C".
          05 FILLER              PIC X.
          05 OT-CATEGORY         PIC X(9).
          05 FILLER              PIC X.
          05 OT-ENTRY-NO         PIC X(6).
          05 FILLER              PIC X.
          05 OT-TEXT             PIC X(60).

      * Shared word-wheel layouts. The daily word wheel used to be
      * set by hand from the anagram dictionary, the answer key
      * counted on paper and the same base words coming round again
      * within weeks.
      *
      * WHEELHST: one line per puzzle WORD-WHEEL has published, in
      * publishing order -- the business date, the base word whose
      * letters make the wheel, the required center letter, and the
      * size of the answer key and its total SCRABBLE-SCORE points.
      * A base word whose letters were published within REUSEDAYS
      * of the business date, as that word or an anagram of it, is
      * not used again, and older lines are dropped when the file is
      * rewritten; a rerun on the same business date replaces that
      * date's line.
       01 WH-HISTORY-RECORD.
          05 WH-PUBLISH-DATE     PIC X(8).
          05 FILLER              PIC X.
          05 WH-BASE-WORD        PIC X(20).
          05 FILLER              PIC X.
          05 WH-CENTER-LETTER    PIC X.
          05 FILLER              PIC X.
          05 WH-ANSWER-COUNT     PIC 9(3).
          05 FILLER              PIC X.
          05 WH-TOTAL-SCORE      PIC 9(5).

      * Shared YACHT roll-log layout. YACHT only ever saw the dice
      * passed on each call and kept none of them, so a disputed
      * streak of Yachts had nothing to be checked against.
      *
      * DICELOG: one line per turn YACHT's SCORE-TURN scores (a
      * turn rejected and resubmitted is logged once), appended as
      * it happens -- the five dice as rolled
      * (before YACHT sorts them), the table, game and player the
      * caller named, the turn within the player's game and the
      * category claimed. DICE-AUDIT reads it for the weekly
      * fairness audit.
       01 DR-ROLL-RECORD.
          05 DR-ROLL-DATE        PIC X(8).
          05 DR-ROLL-TIME        PIC X(6).
          05 FILLER              PIC X.
          05 DR-TABLE-ID         PIC X(4).
          05 FILLER              PIC X.
          05 DR-GAME-ID          PIC X(8).
          05 FILLER              PIC X.
          05 DR-PLAYER-ID        PIC X(20).
          05 FILLER              PIC X.
          05 DR-TURN             PIC 9(2).
          05 FILLER              PIC X.
          05 DR-DICE             PIC X(5).
          05 DR-DIE REDEFINES DR-DICE PIC 9 OCCURS 5.
          05 FILLER              PIC X.
          05 DR-CATEGORY         PIC X(15).

      * Shared league player account ledger layouts. Entry fees,
      * payments and prize money lived in the treasurer's notebook,
      * well away from the standings YACHT-STANDINGS prints. LEDGER
      * holds one line per posting to a player's account, appended
      * by LEAGUE-LEDGER and never rewritten: FEE charges the
      * player, PAY is money received from the player and PRIZE is
      * prize money credited from the final standings. The amount
      * is always positive; the type gives it its sign. A player's
      * balance is fees less payments and prizes -- positive is
      * owed to the league, negative is held in the player's
      * credit.
       01 LG-LEDGER-RECORD.
          05 LG-PLAYER-NAME      PIC X(20).
          05 FILLER              PIC X.
          05 LG-POSTED-DATE      PIC X(8).
          05 FILLER              PIC X.
          05 LG-TYPE             PIC X(5).
             88 LG-FEE                   VALUE "FEE".
             88 LG-PAYMENT               VALUE "PAY".
             88 LG-PRIZE                 VALUE "PRIZE".
          05 FILLER              PIC X.
          05 LG-AMOUNT           PIC 9(7)V99.
          05 FILLER              PIC X.
          05 LG-REFERENCE        PIC X(20).
      * ARREARS: rewritten by every LEAGUE-LEDGER run, one line per
      * player with fees unpaid past the grace period and the
      * amount overdue. SCORE-POST reads it to mark the scores such
      * a player posts as ineligible for prize money.
       01 LG-ARREARS-RECORD.
          05 LA-PLAYER-NAME      PIC X(20).
          05 FILLER              PIC X.
          05 LA-OVERDUE          PIC 9(7)V99.
      * PRIZINEL: appended by SCORE-POST, one line for every score
      * posted while the player stood in arrears -- the score
      * counts in the standings but the player is out of the prize
      * money for the season the game was played in.
       01 LG-INELIGIBLE-RECORD.
          05 LI-PLAYER-NAME      PIC X(20).
          05 FILLER              PIC X.
          05 LI-GAME-DATE        PIC 9(8).
          05 FILLER              PIC X.
          05 LI-OVERDUE          PIC 9(7)V99.

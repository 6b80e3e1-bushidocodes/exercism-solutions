      * Shared player registration master layout. SCORE-POST took a
      * score from any name it was given, so walk-ins and lapsed
      * members turned up in the standings. PLAYREG holds one record
      * per registered player, keyed on PR-PLAYER-ID, with the name
      * scores are posted under (unique across the master), the
      * league and division played in, the membership start and
      * expiry dates, YYYYMMDD, and the registration status.
      * SCORE-POST sends a score to SUSPENSE unless the player is
      * active and the game falls inside the membership.
      * PLAYER-REGISTER-MAINT adds, changes and renews players;
      * PLAYER-REGISTER lists the renewals coming due.
       01 PR-PLAYER-RECORD.
          05 PR-PLAYER-ID        PIC X(8).
          05 PR-PLAYER-NAME      PIC X(20).
          05 PR-LEAGUE           PIC X(10).
          05 PR-DIVISION         PIC X(4).
          05 PR-MEMBER-START     PIC X(8).
          05 PR-MEMBER-EXPIRY    PIC X(8).
          05 PR-STATUS           PIC X.
             88 PR-ACTIVE                VALUE "A".
             88 PR-SUSPENDED             VALUE "S".
             88 PR-WITHDRAWN             VALUE "W".
          05 PR-LAST-CHANGED     PIC X(8).
       01 PR-MASTER-STATUS       PIC XX.

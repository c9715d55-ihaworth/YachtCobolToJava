      *                  finished game, laid out the way GAMECAT holds
      *                  them, for the season-spanning SCORESHEET-FILE
      *                  that the printed scoresheet report reads.
      *                  SS-LEAGUE-CODE is the league the game was
      *                  played in.
      *****************************************************************
       01 SS-SCORESHEET-RECORD.
          05 SS-PLAYER-ID          PIC X(10).
          05 SS-UPPER-SUBTOTAL     PIC 999.
          05 SS-UPPER-BONUS        PIC 999.
          05 SS-GAME-TOTAL         PIC 999.
          05 SS-LEAGUE-CODE        PIC X(02).

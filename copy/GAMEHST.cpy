      *                  GAMETOT fields stamped with the season they
      *                  were played in, accumulated season after
      *                  season as the league's official career record.
      *                  GH-LEAGUE-CODE keeps the league the game was
      *                  played in; a career spans every league.
      *****************************************************************
       01 GH-GAME-HISTORY-RECORD.
          05 GH-SEASON-ID           PIC X(06).
          05 GH-GAME-ID             PIC X(08).
          05 GH-GAME-DATE           PIC 9(08).
          05 GH-GAME-TOTAL          PIC 999.
          05 GH-LEAGUE-CODE         PIC X(02).

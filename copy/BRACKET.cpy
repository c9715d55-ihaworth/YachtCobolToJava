      *****************************************************************
      *    COPYBOOK   : BRACKET
      *    DESCRIPTION : One player's place in one round of the
      *                  season-end playoff, as kept by PLAYOFF on the
      *                  bracket master - the bracket (a division
      *                  code when the playoff is seeded within each
      *                  division, "00" for one league-wide bracket),
      *                  the round, the player's seed off the final
      *                  standings, the playoff match and game the
      *                  player was paired into, the game total, and
      *                  how the round came out.  A seed drawn a bye
      *                  carries no match and goes through.  Each run
      *                  carries the old master forward to a new one
      *                  with the round just decided marked and the
      *                  next round added, so the file holds the whole
      *                  bracket from the seeding to the champion, in
      *                  bracket, round and seed order.  Each
      *                  league plays its own playoff - BK-LEAGUE-CODE
      *                  names it, and the file runs in league order
      *                  ahead of the bracket.
      *****************************************************************
       01 BK-BRACKET-RECORD.
          05 BK-BRACKET-CODE        PIC X(02).
          05 BK-ROUND-NUMBER        PIC 9(01).
          05 BK-SEED-NUMBER         PIC 9(02).
          05 BK-PLAYER-ID           PIC X(10).
          05 BK-MATCH-ID            PIC X(08).
          05 BK-GAME-ID             PIC X(08).
          05 BK-ROUND-DATE          PIC 9(08).
          05 BK-GAME-TOTAL          PIC 999.
          05 BK-OUTCOME             PIC X(01).
             88 BK-AWAITING-RESULT       VALUE SPACE.
             88 BK-ADVANCED              VALUE "W".
             88 BK-DRAWN-BYE             VALUE "B".
             88 BK-ELIMINATED            VALUE "L".
             88 BK-CHAMPION              VALUE "C".
             88 BK-STILL-ALIVE           VALUE "W" "B" "C".
          05 BK-LEAGUE-CODE         PIC X(02).

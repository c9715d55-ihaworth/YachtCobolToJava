      *                  exactly the state YACHTBAT needs to pick the
      *                  game back up when that player/game reappears
      *                  on a later night's input.
      *                  The league the game is being played in is
      *                  kept with it.
      *****************************************************************
       01 OG-OPEN-GAME-RECORD.
          05 OG-PLAYER-ID           PIC X(10).
             10 OG-CLAIMED-LITTLE-STRAIGHT   PIC X(01).
             10 OG-CLAIMED-BIG-STRAIGHT      PIC X(01).
             10 OG-CLAIMED-CHOICE            PIC X(01).
          05 OG-LEAGUE-CODE         PIC X(02).

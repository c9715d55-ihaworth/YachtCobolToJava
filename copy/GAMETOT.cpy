      *    DESCRIPTION : One player's finished-game total, as written
      *                  by YACHTBAT at the end of each game and read
      *                  back by STANDING to build season standings.
      *                  A game id starting "P" is a playoff game -
      *                  generated by PLAYOFF - which the charter keeps
      *                  out of the season summary, the night points
      *                  race and the handicaps.
      *                  GT-LEAGUE-CODE is the league the game was
      *                  played in, carried from the scorecard.
      *****************************************************************
       01 GT-GAME-TOTAL-RECORD.
          05 GT-PLAYER-ID          PIC X(10).
          05 GT-GAME-ID            PIC X(08).
          05 GT-GAME-ID-PARTS REDEFINES GT-GAME-ID.
             10 GT-GAME-ID-PREFIX  PIC X(01).
                88 GT-PLAYOFF-GAME      VALUE "P".
             10 FILLER             PIC X(07).
          05 GT-GAME-DATE          PIC 9(08).
          05 GT-GAME-TOTAL         PIC 999.
          05 GT-LEAGUE-CODE        PIC X(02).

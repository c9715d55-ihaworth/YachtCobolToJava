      *                  recalculation mid-season starts a new row
      *                  rather than rewriting the handicap the
      *                  earlier nights were played under.
      *                  Handicaps are worked per league, from that
      *                  league's games only.
      *****************************************************************
       01 HC-HANDICAP-RECORD.
          05 HC-PLAYER-ID           PIC X(10).
          05 HC-EFFECTIVE-DATE      PIC 9(08).
          05 HC-GAMES-USED          PIC 9(02).
          05 HC-AVERAGE             PIC 9(03).
          05 HC-LEAGUE-CODE         PIC X(02).

      *****************************************************************
      *    COPYBOOK   : RULETRN
      *    DESCRIPTION : One committee ruling as keyed by the league
      *                  secretary after a dispute - the ruling's
      *                  number off the minutes, what the committee
      *                  ruled, the player and game it concerns, the
      *                  points (for an adjustment, signed, added to
      *                  the game total) and the reason as minuted.
      *                  A void strikes the game; an adjustment moves
      *                  its total by the points; a clear closes the
      *                  committee's review of the records the
      *                  player holds, leaving them standing.  A clear
      *                  needs no game.  RULINGS applies the file in
      *                  the order keyed.
      *****************************************************************
       01 RT-RULING-RECORD.
          05 RT-RULING-NUMBER       PIC X(06).
          05 RT-RULING-ACTION       PIC X(01).
             88 RT-VOID-GAME             VALUE "V".
             88 RT-ADJUST-SCORE          VALUE "A".
             88 RT-CLEAR-REVIEW          VALUE "C".
          05 RT-PLAYER-ID           PIC X(10).
          05 RT-GAME-ID             PIC X(08).
          05 RT-POINTS              PIC S9(03)
                                    SIGN IS LEADING SEPARATE.
          05 RT-REASON              PIC X(40).

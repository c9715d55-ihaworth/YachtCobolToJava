      *                  record.  Records for one player/game are kept
      *                  together and in round order, which is what
      *                  lets YACHTBAT track a scorecard in progress.
      *                  The roll detail carries up to three rolls of
      *                  the round, each with its five dice and an "H"
      *                  under every die held going into the next
      *                  roll; SC-DICE is the final roll, the one
      *                  scored.  A roll count of zero means the round
      *                  was keyed without its roll detail.
      *                  SC-LEAGUE-CODE names the league the game was
      *                  played in.
      *****************************************************************
       01 SC-SCORECARD-RECORD.
          05 SC-PLAYER-ID          PIC X(10).
          05 SC-ROUND-NUMBER       PIC 9(02).
          05 SC-DICE               PIC 9(05).
          05 SC-CATEGORY           PIC X(15).
          05 SC-ROLL-DETAIL.
             10 SC-ROLL-COUNT      PIC 9(01).
             10 SC-ROLL-ENTRY OCCURS 3 TIMES.
                15 SC-ROLL-DICE    PIC 9(05).
                15 SC-ROLL-DIE REDEFINES SC-ROLL-DICE
                                   PIC 9(01) OCCURS 5 TIMES.
                15 SC-ROLL-HELD-FLAGS PIC X(05).
                15 SC-ROLL-HELD REDEFINES SC-ROLL-HELD-FLAGS
                                   PIC X(01) OCCURS 5 TIMES.
                   88 SC-DIE-HELD       VALUE "H".
          05 SC-LEAGUE-CODE        PIC X(02).

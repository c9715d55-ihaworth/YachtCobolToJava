      *    COPYBOOK   : AUDITLOG
      *    DESCRIPTION : One line per dice/category claim scored by
      *                  YACHTBAT, stamped with the date and time it
      *                  was scored, for the AUDIT-LOG-FILE.  A game
      *                  id starting "P" is a playoff game.  The
      *                  roll detail of the round is carried as it
      *                  came off the scorecard, so a disputed round
      *                  can be shown roll by roll.
      *                  AL-LEAGUE-CODE is carried from the scorecard.
      *****************************************************************
       01 AL-AUDIT-RECORD.
          05 AL-LOG-DATE            PIC 9(08).
          05 AL-LOG-TIME            PIC 9(08).
          05 AL-PLAYER-ID           PIC X(10).
          05 AL-GAME-ID             PIC X(08).
          05 AL-GAME-ID-PARTS REDEFINES AL-GAME-ID.
             10 AL-GAME-ID-PREFIX   PIC X(01).
                88 AL-PLAYOFF-GAME       VALUE "P".
             10 FILLER              PIC X(07).
          05 AL-ROUND-NUMBER        PIC 9(02).
          05 AL-DICE                PIC 9(05).
          05 AL-CATEGORY            PIC X(15).
          05 AL-SCORE               PIC 99.
          05 AL-ERROR-CODE          PIC 9(02).
          05 AL-ROLL-DETAIL.
             10 AL-ROLL-COUNT       PIC 9(01).
             10 AL-ROLL-ENTRY OCCURS 3 TIMES.
                15 AL-ROLL-DICE     PIC 9(05).
                15 AL-ROLL-HELD-FLAGS PIC X(05).
          05 AL-LEAGUE-CODE         PIC X(02).

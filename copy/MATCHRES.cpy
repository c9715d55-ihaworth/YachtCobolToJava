      *                  total and no-show indicator, so the summary
      *                  update and the record book can credit each
      *                  seat without rejoining the pairing and
      *                  game-totals files.  A match id starting "P"
      *                  is a playoff match - PLAYOFF reads its winner
      *                  to advance the bracket, and the regular-season
      *                  win/loss record leaves it out.
      *                  MR-LEAGUE-CODE is carried from the pairing.
      *****************************************************************
       01 MR-MATCH-RESULT-RECORD.
          05 MR-MATCH-ID            PIC X(08).
          05 MR-MATCH-ID-PARTS REDEFINES MR-MATCH-ID.
             10 MR-MATCH-ID-PREFIX  PIC X(01).
                88 MR-PLAYOFF-MATCH      VALUE "P".
             10 FILLER              PIC X(07).
          05 MR-MATCH-DATE          PIC 9(08).
          05 MR-DECIDED-DATE        PIC 9(08).
          05 MR-WINNER-PLAYER-ID    PIC X(10).
             10 MR-SEAT-PLAYER-ID   PIC X(10).
             10 MR-SEAT-TOTAL       PIC 999.
             10 MR-SEAT-FORFEIT     PIC X(01).
          05 MR-LEAGUE-CODE         PIC X(02).

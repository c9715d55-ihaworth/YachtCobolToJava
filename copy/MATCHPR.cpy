      *                  scorekeeper sets to "F" when that player does
      *                  not show - a forfeited seat has no game or
      *                  GT row, and MATCHUP awards the match to the
      *                  players who showed.  A match id starting "P"
      *                  is a playoff table written by PLAYOFF rather
      *                  than a regular-season table from PAIRGEN.
      *                  MP-LEAGUE-CODE is the league the table was
      *                  paired in - a table never mixes leagues.
      *****************************************************************
       01 MP-MATCH-PAIRING-RECORD.
          05 MP-MATCH-ID            PIC X(08).
          05 MP-MATCH-ID-PARTS REDEFINES MP-MATCH-ID.
             10 MP-MATCH-ID-PREFIX  PIC X(01).
                88 MP-PLAYOFF-MATCH      VALUE "P".
             10 FILLER              PIC X(07).
          05 MP-MATCH-DATE          PIC 9(08).
          05 MP-PLAYER-COUNT        PIC 9(01).
          05 MP-MATCH-GAME-ID       PIC X(08) OCCURS 4 TIMES.
          05 MP-SEAT-PLAYER-ID      PIC X(10) OCCURS 4 TIMES.
          05 MP-SEAT-FORFEIT        PIC X(01) OCCURS 4 TIMES.
          05 MP-LEAGUE-CODE         PIC X(02).

      *                  through sixes, full house, four of a kind,
      *                  little straight, big straight, choice).  The
      *                  full season files remain the audit source.
      *                  A member playing in two leagues has one row
      *                  per league, keyed by SM-LEAGUE-CODE.
      *****************************************************************
       01 SM-SEASON-SUMMARY-RECORD.
          05 SM-PLAYER-ID           PIC X(10).
             10 SM-CAT-CLAIMS       PIC 9(05).
             10 SM-CAT-SCORE        PIC 9(07).
             10 SM-CAT-ZEROES       PIC 9(05).
          05 SM-LEAGUE-CODE         PIC X(02).

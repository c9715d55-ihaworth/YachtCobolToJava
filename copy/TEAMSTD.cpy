      *****************************************************************
      *    COPYBOOK   : TEAMSTD
      *    DESCRIPTION : One team's season record in the team
      *                  competition, as carried forward by TEAMNITE
      *                  and read by the website extract - fixtures
      *                  played, won, lost and tied, the match points
      *                  the charter awards (two for a win, one for a
      *                  tie), and the handicap-adjusted totals the
      *                  team has scored and had scored against it.
      *                  The file is kept in the order teams first
      *                  played.
      *****************************************************************
       01 TS-TEAM-STANDING-RECORD.
          05 TS-TEAM-ID             PIC X(06).
          05 TS-LEAGUE-CODE         PIC X(02).
          05 TS-FIXTURES-PLAYED     PIC 9(03).
          05 TS-FIXTURES-WON        PIC 9(03).
          05 TS-FIXTURES-LOST       PIC 9(03).
          05 TS-FIXTURES-TIED       PIC 9(03).
          05 TS-MATCH-POINTS        PIC 9(04).
          05 TS-POINTS-FOR          PIC 9(07).
          05 TS-POINTS-AGAINST      PIC 9(07).

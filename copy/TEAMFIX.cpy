      *****************************************************************
      *    COPYBOOK   : TEAMFIX
      *    DESCRIPTION : One team-versus-team fixture on the season's
      *                  team schedule, as drawn up by the committee -
      *                  the night it is played, the league, and the
      *                  home and away teams.  TEAMNITE scores the
      *                  night's fixtures off each team's total for
      *                  the night.
      *****************************************************************
       01 TF-TEAM-FIXTURE-RECORD.
          05 TF-FIXTURE-DATE        PIC 9(08).
          05 TF-LEAGUE-CODE         PIC X(02).
          05 TF-HOME-TEAM-ID        PIC X(06).
          05 TF-AWAY-TEAM-ID        PIC X(06).

      *                  file is kept in player-id order, the same way
      *                  PLAYMST is.  A member with no assignment on
      *                  file reports in division "99".
      *                  Divisions are drawn up per league - a member
      *                  playing in two leagues has one row for each,
      *                  in league order within the player id.
      *****************************************************************
       01 DV-DIVISION-RECORD.
          05 DV-PLAYER-ID           PIC X(10).
          05 DV-DIVISION-CODE       PIC X(02).
          05 DV-LEAGUE-CODE         PIC X(02).

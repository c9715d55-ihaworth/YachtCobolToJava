      *                  placements they span, so the points carry two
      *                  decimals.  The file is kept in the order
      *                  players first scored.
      *                  Each league runs its own points race, so a
      *                  member has one row per NP-LEAGUE-CODE.
      *****************************************************************
       01 NP-NIGHT-POINTS-RECORD.
          05 NP-PLAYER-ID           PIC X(10).
          05 NP-SEASON-POINTS       PIC 9(05)V99.
          05 NP-NIGHTS-COUNTED      PIC 9(03).
          05 NP-LEAGUE-CODE         PIC X(02).

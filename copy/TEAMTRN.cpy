      *****************************************************************
      *    COPYBOOK   : TEAMTRN
      *    DESCRIPTION : One maintenance transaction against the
      *                  TEAM-MASTER file - an add of a new team with
      *                  all four members, a change of name, league or
      *                  of any member, or a drop.  On a change a blank
      *                  name, league or member slot leaves what is on
      *                  file.  The file is kept in team-id order so
      *                  TEAMMNT can apply it against the master in
      *                  one pass.
      *****************************************************************
       01 TT-TEAM-TRANS-RECORD.
          05 TT-TRANS-ACTION        PIC X(01).
             88 TT-ADD-TEAM              VALUE "A".
             88 TT-CHANGE-TEAM           VALUE "C".
             88 TT-DROP-TEAM             VALUE "D".
          05 TT-TEAM-ID             PIC X(06).
          05 TT-TEAM-NAME           PIC X(30).
          05 TT-LEAGUE-CODE         PIC X(02).
          05 TT-MEMBER-ID           PIC X(10) OCCURS 4 TIMES.

      *****************************************************************
      *    COPYBOOK   : TEAMMST
      *    DESCRIPTION : One team in the team competition, as
      *                  maintained by TEAMMNT and read by TEAMNITE and
      *                  the website extract - the team id, the name
      *                  the team plays under, the league it plays in,
      *                  and the four members who make it up.  Every
      *                  member is active on PLAYER-MASTER and sits on
      *                  no other team.  The file is kept in team-id
      *                  order.
      *****************************************************************
       01 TM-TEAM-MASTER-RECORD.
          05 TM-TEAM-ID             PIC X(06).
          05 TM-TEAM-NAME           PIC X(30).
          05 TM-LEAGUE-CODE         PIC X(02).
          05 TM-MEMBER-ID           PIC X(10) OCCURS 4 TIMES.

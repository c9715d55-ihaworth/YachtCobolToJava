      *                  too, and restored on a restart run, so the
      *                  scorecard does not lose the claims scored
      *                  before the checkpoint.
      *                  The league of the scorecard in progress is
      *                  kept with it, and the count of regular-season
      *                  game totals written so far, so a restarted
      *                  run logs the night's whole count as its
      *                  output on the JOB-STEP-LOG.
      *****************************************************************
       01 CK-CHECKPOINT-RECORD.
          05 CK-RECORDS-PROCESSED  PIC 9(09).
          05 CK-CLAIMED-LITTLE-STRAIGHT   PIC X(01).
          05 CK-CLAIMED-BIG-STRAIGHT      PIC X(01).
          05 CK-CLAIMED-CHOICE            PIC X(01).
          05 CK-CURRENT-LEAGUE-CODE       PIC X(02).
          05 CK-GAMES-WRITTEN             PIC 9(09).

      *                  GAME-TOTALS, AUDIT-LOG and SCORESHEET-FILE a
      *                  second time after a scheduler hiccup.  The
      *                  file holds one record per night scored.
      *                  A night scored one league at a time has one
      *                  record per RC-LEAGUE-CODE; spaces mark a run
      *                  made for every league at once.
      *****************************************************************
       01 RC-RUN-CONTROL-RECORD.
          05 RC-NIGHT-DATE          PIC 9(08).
          05 RC-RECON-VERDICT       PIC X(01).
             88 RC-NIGHT-BALANCED        VALUE "B".
             88 RC-NIGHT-UNBALANCED      VALUE "O".
          05 RC-LEAGUE-CODE         PIC X(02).

      *                  or a removal.  The file is kept in player-id
      *                  order so DIVMNT can apply it against the
      *                  assignment file in one pass.
      *                  DT-LEAGUE-CODE names the league whose
      *                  division the transaction applies to; the
      *                  file runs in league order within player id,
      *                  the same as the assignment file.
      *****************************************************************
       01 DT-DIVISION-TRANS-RECORD.
          05 DT-TRANS-ACTION        PIC X(01).
             88 DT-REMOVE-PLAYER         VALUE "D".
          05 DT-PLAYER-ID           PIC X(10).
          05 DT-DIVISION-CODE       PIC X(02).
          05 DT-LEAGUE-CODE         PIC X(02).

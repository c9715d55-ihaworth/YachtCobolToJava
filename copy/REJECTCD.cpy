      *                  through to scoring - the claim exactly as it
      *                  arrived, plus the reason it was rejected, so
      *                  the scorekeeper can correct and resubmit it.
      *                  The claim's roll detail follows the reason
      *                  code, as it arrived on the scorecard.
      *                  The league code is carried as it arrived.
      *****************************************************************
       01 RJ-REJECT-RECORD.
          05 RJ-PLAYER-ID           PIC X(10).
             88 RJ-ROUND-OUT-OF-ORDER    VALUE 02.
             88 RJ-BAD-GAME-DATE         VALUE 03.
             88 RJ-BAD-DICE              VALUE 04.
             88 RJ-HELD-DIE-CHANGED      VALUE 05.
             88 RJ-TOO-MANY-ROLLS        VALUE 06.
             88 RJ-LAST-ROLL-MISMATCH    VALUE 07.
             88 RJ-BAD-LEAGUE-CODE       VALUE 08.
             88 RJ-NOT-LEAGUE-NIGHT      VALUE 09.
          05 RJ-ROLL-DETAIL.
             10 RJ-ROLL-COUNT       PIC 9(01).
             10 RJ-ROLL-ENTRY OCCURS 3 TIMES.
                15 RJ-ROLL-DICE     PIC 9(05).
                15 RJ-ROLL-HELD-FLAGS PIC X(05).
          05 RJ-LEAGUE-CODE         PIC X(02).

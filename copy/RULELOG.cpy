      *****************************************************************
      *    COPYBOOK   : RULELOG
      *    DESCRIPTION : One committee ruling as applied by RULINGS,
      *                  appended to the permanent rulings log - the
      *                  ruling as keyed, the date it was applied,
      *                  whether it was applied or rejected (and
      *                  why), and the before and after values of
      *                  everything it moved: the game total, the
      *                  winner of the match the game was seated in
      *                  and the player's own result in it, the
      *                  player's placement points for the night and
      *                  season points on the summary, the number of
      *                  record-book entries flagged for review and
      *                  the number of handicap rows worked since the
      *                  game, which HCAPCALC has to work again.  A
      *                  match result is W won, L lost, T tied, F
      *                  forfeit, space not seated.  The log is never
      *                  rewritten, so it is the back-out trail for
      *                  every ruling the committee has made.
      *****************************************************************
       01 RL-RULING-LOG-RECORD.
          05 RL-RULING-NUMBER       PIC X(06).
          05 RL-RULING-ACTION       PIC X(01).
          05 RL-PLAYER-ID           PIC X(10).
          05 RL-GAME-ID             PIC X(08).
          05 RL-POINTS              PIC S9(03)
                                    SIGN IS LEADING SEPARATE.
          05 RL-REASON              PIC X(40).
          05 RL-APPLIED-DATE        PIC 9(08).
          05 RL-RULING-STATUS       PIC X(01).
             88 RL-RULING-APPLIED        VALUE "A".
             88 RL-RULING-REJECTED       VALUE "R".
          05 RL-REJECT-REASON       PIC X(30).
          05 RL-GAME-DATE           PIC 9(08).
          05 RL-LEAGUE-CODE         PIC X(02).
          05 RL-TOTAL-BEFORE        PIC 9(03).
          05 RL-TOTAL-AFTER         PIC 9(03).
          05 RL-MATCH-ID            PIC X(08).
          05 RL-WINNER-BEFORE       PIC X(10).
          05 RL-WINNER-AFTER        PIC X(10).
          05 RL-RESULT-BEFORE       PIC X(01).
          05 RL-RESULT-AFTER        PIC X(01).
          05 RL-NIGHT-PTS-BEFORE    PIC 9(03)V99.
          05 RL-NIGHT-PTS-AFTER     PIC 9(03)V99.
          05 RL-SEASON-PTS-BEFORE   PIC 9(07).
          05 RL-SEASON-PTS-AFTER    PIC 9(07).
          05 RL-RECORDS-FLAGGED     PIC 9(01).
          05 RL-HCAP-ROWS-DUE       PIC 9(02).

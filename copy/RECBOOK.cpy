      *                  bulletin.  A record nobody has set yet
      *                  carries spaces for the holder and zero for
      *                  the value.
      *                  A record the committee has ruled on - a game
      *                  that set it voided or its score adjusted by
      *                  RULINGS - carries the review flag and the
      *                  ruling's number until the committee clears
      *                  it or the record falls to a new holder.
      *****************************************************************
       01 RB-RECORD-BOOK-RECORD.
          05 RB-RECORD-CODE         PIC X(08).
          05 RB-HOLDER-PLAYER-ID    PIC X(10).
          05 RB-RECORD-VALUE        PIC 9(05).
          05 RB-DATE-SET            PIC 9(08).
          05 RB-REVIEW-FLAG         PIC X(01).
             88 RB-UNDER-REVIEW          VALUE "R".
          05 RB-REVIEW-RULING       PIC X(06).

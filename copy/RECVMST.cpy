      *                  the member has ended owing money, and the
      *                  suspension flag the pairing sheet honours
      *                  when the arrears have run past the grace.
      *                  AR-SEASON-PAID totals the payments applied to
      *                  the account since the season's dues were
      *                  charged - the money the year-end prize pool
      *                  is built from.  The file is kept in player-id
      *                  order, the same way PLAYMST is.
      *****************************************************************
       01 AR-RECEIVABLE-RECORD.
          05 AR-PLAYER-ID           PIC X(10).
          05 AR-LAST-PAYMENT-DATE   PIC 9(08).
          05 AR-SUSPEND-FLAG        PIC X(01).
             88 AR-MEMBER-SUSPENDED      VALUE "S".
          05 AR-SEASON-PAID         PIC 9(05)V99.

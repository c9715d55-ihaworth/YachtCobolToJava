      *****************************************************************
      *    COPYBOOK   : PAYOUT
      *    DESCRIPTION : One line of the season's prize payout file
      *                  PRIZEFND writes for the treasurer - one "D"
      *                  row per member paid, in player-id order,
      *                  carrying the prize won, the debt withheld
      *                  against the member's receivables balance and
      *                  the cheque to write; then one "T" trailer row
      *                  carrying the count of payees and the same
      *                  three amounts totalled, which tie to the
      *                  control totals on the payout register.
      *****************************************************************
       01 PO-PAYOUT-RECORD.
          05 PO-RECORD-TYPE         PIC X(01).
             88 PO-DETAIL-ROW            VALUE "D".
             88 PO-TRAILER-ROW           VALUE "T".
          05 PO-PLAYER-ID           PIC X(10).
          05 PO-TRAILER-COUNTS REDEFINES PO-PLAYER-ID.
             10 PO-PAYEE-COUNT      PIC 9(05).
             10 FILLER              PIC X(05).
          05 PO-SEASON-END-DATE     PIC 9(08).
          05 PO-GROSS-PRIZE         PIC 9(07)V99.
          05 PO-DEBT-WITHHELD       PIC 9(07)V99.
          05 PO-NET-PAYOUT          PIC 9(07)V99.

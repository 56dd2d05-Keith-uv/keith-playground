      * Holds the on-hand quantity as maintained by the receipts and
      * issues applied through GIFTINV-LOAD, so the shortage report
      * can compare stock against the cumulative requirement before
      * procurement finds out on day 9.  The received quantity is the
      * running total of receipts GIFTINV-LOAD has applied this
      * season, never reduced by issues and cleared by SEASON-CLOSE,
      * so BUDGET-VARIANCE can value the stock bought against the
      * branch's budget for the season.
      ******************************************************************
       01 GIFT-INV-RECORD.
          05 IV-KEY.
             10 IV-DAY-NUM       PIC 99.
             10 IV-BRANCH-CODE   PIC X(4).
          05 IV-ON-HAND-QTY      PIC 9(7).
          05 IV-RECEIVED-QTY     PIC 9(7).

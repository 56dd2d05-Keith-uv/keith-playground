      ******************************************************************
      * BUDGET - campaign gift budget master record, one per branch per
      * season, keyed on the year the season's campaign starts plus
      * the branch code.  Holds the gift budget head office approved
      * for the branch and who keyed it, so BUDGET-VARIANCE can set
      * the projected and received gift cost against it.
      ******************************************************************
       01 BUDGET-RECORD.
          05 BG-KEY.
             10 BG-SEASON-YEAR   PIC 9(4).
             10 BG-BRANCH-CODE   PIC X(4).
          05 BG-BUDGET-AMOUNT    PIC 9(9)V99.
          05 BG-APPROVED-BY      PIC X(8).
          05 BG-APPROVED-DATE    PIC X(8).

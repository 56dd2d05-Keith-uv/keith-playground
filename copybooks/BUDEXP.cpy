      ******************************************************************
      * BUDEXP - fixed-format head-office budget variance export
      * record, one per active branch, written by BUDGET-VARIANCE
      * alongside the GIFTEXP.DAT costing export.  Amounts are digits
      * with implied pennies; variances are budget less cost, signed
      * with a leading sign character, so a minus means over budget.
      * Percentages are of the budget with one implied decimal.  The
      * status is O over budget, N no budget on file, blank within.
      ******************************************************************
       01 BUDGET-EXPORT-RECORD.
          05 BX-SEASON-YEAR      PIC 9(4).
          05 BX-BRANCH-CODE      PIC X(4).
          05 BX-BUDGET-AMOUNT    PIC 9(9)V99.
          05 BX-PROJECTED-COST   PIC 9(11)V99.
          05 BX-PROJECTED-VAR    PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
          05 BX-PROJECTED-PCT    PIC S9(5)V9
                                 SIGN IS LEADING SEPARATE.
          05 BX-RECEIVED-VALUE   PIC 9(11)V99.
          05 BX-RECEIVED-VAR     PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
          05 BX-RECEIVED-PCT     PIC S9(5)V9
                                 SIGN IS LEADING SEPARATE.
          05 BX-STATUS           PIC X.
             88 BX-OVER-BUDGET   VALUE "O".
             88 BX-NO-BUDGET     VALUE "N".

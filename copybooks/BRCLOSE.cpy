      ******************************************************************
      * BRCLOSE - branch closure calendar record, keyed on branch code
      * plus the date (YYYYMMDD) the branch is shut.  A branch code of
      * ALL marks a public holiday closing every branch.  A DAILY
      * SWEEP of TWELVE-DAYS skips a branch on a closed date and does
      * not count closed dates towards the branch's countdown day, so
      * no verse is lost to a day with nobody there.
      ******************************************************************
       01 CLOSURE-RECORD.
          05 CL-KEY.
             10 CL-BRANCH-CODE   PIC X(4).
                88 CL-ALL-BRANCHES VALUE "ALL ".
             10 CL-CLOSED-DATE   PIC X(8).
          05 CL-REASON           PIC X(30).
          05 CL-ADDED-BY         PIC X(8).
          05 CL-ADDED-DATE       PIC X(8).

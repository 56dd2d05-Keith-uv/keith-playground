      ******************************************************************
      * MAILRET - returned-mail tally record, keyed by branch code
      * plus recipient ID as on RECIP.DAT.  MAIL-RETURNS adds one to
      * the count for every letter the post room sends back and
      * records the date the recipient was dropped once the count
      * reaches the return limit.
      ******************************************************************
       01 MAIL-RETURN-RECORD.
          05 MR-KEY.
             10 MR-BRANCH-CODE   PIC X(4).
             10 MR-RECIPIENT-ID  PIC X(6).
          05 MR-RETURN-COUNT     PIC 999.
          05 MR-LAST-RETURN-DATE PIC X(8).
          05 MR-LAST-REASON      PIC X(20).
          05 MR-DROPPED-DATE     PIC X(8).

      ******************************************************************
      * MAILHIST - mailing history record, one per letter MAILER-MERGE
      * has written, keyed by branch code, recipient ID, signage run
      * date and countdown day.  A key already on file means that
      * recipient has had that day's letter, so a rerun merge or an
      * OVERRIDE sweep does not send it again.  MAIL-RETURNS marks
      * the entry when the post room sends the letter back.
      ******************************************************************
       01 MAIL-HISTORY-RECORD.
          05 MH-KEY.
             10 MH-BRANCH-CODE   PIC X(4).
             10 MH-RECIPIENT-ID  PIC X(6).
             10 MH-RUN-DATE      PIC X(8).
             10 MH-DAY-NUM       PIC 99.
          05 MH-MAILED-DATE      PIC X(8).
          05 MH-MAILED-TIME      PIC X(6).
          05 MH-RETURNED-FLAG    PIC X.
          05 MH-RETURNED-DATE    PIC X(8).
          05 MH-RETURN-REASON    PIC X(20).

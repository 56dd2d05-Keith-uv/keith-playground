      ******************************************************************
      * ISSUEPST - gift issue posting ledger record, one per signage
      * run date and branch that GIFT-ISSUE-POST has taken off the
      * GIFTINV.DAT on-hand quantities.  A run date and branch on
      * this ledger is never posted again, so rerunning the posting
      * after a SIGN-RECON or an OVERRIDE sweep cannot issue the same
      * gifts twice.
      ******************************************************************
       01 ISSUE-POSTED-RECORD.
          05 IP-KEY.
             10 IP-RUN-DATE      PIC X(8).
             10 IP-BRANCH-CODE   PIC X(4).
          05 IP-POSTED-DATE      PIC X(8).
          05 IP-POSTED-TIME      PIC X(6).
          05 IP-VERSE-COUNT      PIC 99.
          05 IP-ISSUED-QTY       PIC 9(7).
          05 IP-SHORT-QTY        PIC 9(7).

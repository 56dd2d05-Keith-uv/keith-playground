      * LYRICS-BACKOUT reads the file in reverse to restore the
      * master when a load has to be withdrawn.  The file is
      * rewritten on every apply run, so a bad load must be backed
      * out before the next one is applied.  Closing off or
      * reopening a neighbouring version of the same day is written
      * as an update of that version, so its old expiry date is
      * restored with it.
      ******************************************************************
       01 LYRICS-BACKOUT-RECORD.
          05 BL-ACTION           PIC X.
          05 BL-DAY-NUM          PIC 99.
          05 BL-OLD-DAY-NAME     PIC X(40).
          05 BL-OLD-GIFT-LINE    PIC X(80).
          05 BL-EFFECTIVE-DATE   PIC X(8).
          05 BL-OLD-EXPIRY-DATE  PIC X(8).

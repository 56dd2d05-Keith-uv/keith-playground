      * LYRTRAN - head-office lyrics transaction record, one per line
      * of the distributed load file.  TL-ACTION is A (add), U (update
      * both text fields) or D (delete).  Columns are fixed so every
      * branch applies the identical file.  TL-EFFECTIVE-DATE names
      * the version of the day the line applies to (YYYYMMDD); blank
      * means the standing version that has applied from the start.
      * Adding a later version closes off the one before it.
      ******************************************************************
       01 LYRICS-TRAN.
          05 TL-ACTION           PIC X.
          05 TL-DAY-NUM          PIC XX.
          05 TL-DAY-NAME         PIC X(40).
          05 TL-GIFT-LINE        PIC X(80).
          05 TL-EFFECTIVE-DATE   PIC X(8).

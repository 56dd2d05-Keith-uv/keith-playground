      * LYRICREC - record layout for the LYRICS-MASTER file.
      * One record per countdown day per language/branch code, so
      * wording changes (and region-specific lyric sets) are a data
      * edit instead of a recompile.  Each language/day may carry
      * several versions keyed by the date the wording takes effect,
      * so next season's text can be loaded ahead of time.  An
      * effective date of 00000000 means in effect from the start;
      * a blank expiry date means in effect until superseded.
      ******************************************************************
       01 LYRICS-RECORD.
          05 LY-VERSION-KEY.
             10 LY-KEY.
                15 LY-LANGUAGE-CODE PIC XX.
                15 LY-DAY-NUM    PIC 99.
             10 LY-EFFECTIVE-DATE PIC X(8).
          05 LY-DAY-NAME         PIC X(40).
          05 LY-GIFT-LINE        PIC X(80).
          05 LY-EXPIRY-DATE      PIC X(8).

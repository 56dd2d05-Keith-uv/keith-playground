      ******************************************************************
      * LYRPEND - pending lyric change record, keyed by language code,
      * day number, the effective date of the version being changed
      * and the field being changed (N = day name, G = gift line).
      * LYRICS-MAINT writes one record per change an M-level
      * operator keys; nothing reaches LYRICS.DAT until a second
      * M-level operator approves it from the review screen, when the
      * change is applied, journalled to LYRJRNL.DAT and removed from
      * this file.  A rejected change is removed without being
      * applied.  The before image is the wording on file when the
      * change was keyed.
      ******************************************************************
       01 PENDING-CHANGE-RECORD.
          05 PC-KEY.
             10 PC-LANGUAGE-CODE PIC XX.
             10 PC-DAY-NUM       PIC 99.
             10 PC-EFFECTIVE-DATE PIC X(8).
             10 PC-FIELD         PIC X.
                88 PC-DAY-NAME-CHANGE  VALUE "N".
                88 PC-GIFT-LINE-CHANGE VALUE "G".
          05 PC-ACTION           PIC X.
          05 PC-MAKER-ID         PIC X(8).
          05 PC-SUBMIT-DATE      PIC X(8).
          05 PC-SUBMIT-TIME      PIC X(6).
          05 PC-OLD-TEXT         PIC X(80).
          05 PC-NEW-TEXT         PIC X(80).

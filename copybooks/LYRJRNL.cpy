      ******************************************************************
      * LYRJRNL - change journal record for LYRICS-MASTER maintenance.
      * One record per add or update applied through LYRICS-MAINT or
      * a LYRICS-LOAD apply run, holding before and after images of
      * both text fields so a bad wording change can be traced to who
      * made it and what it replaced.  JR-ACTION is A (add) or U
      * (update).  Changes are keyed by JR-OPERATOR-ID and applied
      * only when a second operator, JR-APPROVER-ID, approves them;
      * head-office loads carry LYRLOAD in both.  JR-EFFECTIVE-DATE
      * is the date the changed version of the day takes effect.
      ******************************************************************
       01 JOURNAL-RECORD.
          05 JR-LANGUAGE-CODE    PIC XX.
          05 JR-NEW-DAY-NAME     PIC X(40).
          05 JR-OLD-GIFT-LINE    PIC X(80).
          05 JR-NEW-GIFT-LINE    PIC X(80).
          05 JR-APPROVER-ID      PIC X(8).
          05 JR-EFFECTIVE-DATE   PIC X(8).

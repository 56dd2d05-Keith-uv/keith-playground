      ******************************************************************
      * GIFTSHX - gift shortage extract record, one per branch and day
      * that GIFT-SHORT-RPT finds short, written alongside GIFTSHT.TXT
      * so PO-RAISE can order against the shortfalls without reading
      * the printed report.  Quantities are unsigned whole units.
      ******************************************************************
       01 SHORTAGE-RECORD.
          05 SX-RUN-DATE         PIC X(8).
          05 SX-BRANCH-CODE      PIC X(4).
          05 SX-LANGUAGE-CODE    PIC XX.
          05 SX-DAY-NUM          PIC 99.
          05 SX-REQUIRED-QTY     PIC 9(7).
          05 SX-ON-HAND-QTY      PIC 9(7).
          05 SX-SHORT-QTY        PIC 9(7).

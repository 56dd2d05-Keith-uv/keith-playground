      ******************************************************************
      * POREC - purchase order record, one per order line raised by
      * PO-RAISE for a branch's shortfall of one day's gift.  The due
      * date is the order date plus the supplier's lead time; the
      * need date is the branch's first day singing that gift.
      * PO-RECEIPT adds deliveries to the received quantity and
      * moves the order to part-received or closed.
      ******************************************************************
       01 PURCHASE-ORDER-RECORD.
          05 PO-NUMBER           PIC 9(8).
          05 PO-SUPPLIER-ID      PIC X(6).
          05 PO-SUPPLIER-NAME    PIC X(30).
          05 PO-LANGUAGE-CODE    PIC XX.
          05 PO-DAY-NUM          PIC 99.
          05 PO-BRANCH-CODE      PIC X(4).
          05 PO-SHORT-QTY        PIC 9(7).
          05 PO-ORDER-QTY        PIC 9(7).
          05 PO-RECEIVED-QTY     PIC 9(7).
          05 PO-ORDER-DATE       PIC X(8).
          05 PO-DUE-DATE         PIC X(8).
          05 PO-NEED-DATE        PIC X(8).
          05 PO-STATUS           PIC X.
             88 PO-OPEN          VALUE "O".
             88 PO-PART-RECEIVED VALUE "P".
             88 PO-CLOSED        VALUE "C".

      ******************************************************************
      * PORCVD - processed delivery record, one per goods-in line
      * PO-RECEIPT has applied, keyed by order number and the
      * supplier's delivery note reference.  A key already on file
      * means the delivery has been received against the order, so a
      * rerun of the same PORECV.TXT is rejected rather than adding
      * the quantity to the order and the ledger a second time.
      ******************************************************************
       01 PROCESSED-DELIVERY-RECORD.
          05 PD-KEY.
             10 PD-PO-NUMBER     PIC 9(8).
             10 PD-DELIVERY-REF  PIC X(10).
          05 PD-RECEIVED-QTY     PIC 9(7).
          05 PD-RECEIVED-DATE    PIC X(8).

      ******************************************************************
      * SUPPREC - gift supplier master record, keyed like GIFTCOST on
      * language plus day number, naming the supplier who provides
      * that day's gift with the lead time in days from order to
      * delivery and the smallest quantity the supplier will take on
      * one order.  PO-RAISE uses it to turn shortfalls into orders.
      ******************************************************************
       01 SUPPLIER-RECORD.
          05 SU-KEY.
             10 SU-LANGUAGE-CODE PIC XX.
             10 SU-DAY-NUM       PIC 99.
          05 SU-SUPPLIER-ID      PIC X(6).
          05 SU-SUPPLIER-NAME    PIC X(30).
          05 SU-LEAD-DAYS        PIC 999.
          05 SU-MIN-ORDER-QTY    PIC 9(7).

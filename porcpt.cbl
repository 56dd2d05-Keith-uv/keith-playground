      ******************************************************************
      * Author:
      * Date:
      * Purpose: Purchase order receipt matching.  Reads the goods-in
      *          file (PORECV.TXT, one delivery per line) and matches
      *          each delivery to its order on POMAST.DAT, flagging
      *          over- and under-delivery against the quantity
      *          ordered.  A delivery short of the order leaves it
      *          part-received for the balance unless the line is
      *          marked final.  Every matched delivery is written as
      *          an "R" receipt transaction to GITRAN.TXT so
      *          GIFTINV-LOAD puts the stock on the ledger.  Writes a
      *          matching listing (PORCPT.TXT).  Each delivery note
      *          applied is recorded on PORCVD.DAT, so a delivery
      *          already received is rejected on a rerun.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-RECEIPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO "PORECV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT PO-MASTER ASSIGN TO "POMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO "PORCVD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-DELIVERY-STATUS.
           SELECT GITRAN-FILE ASSIGN TO "GITRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GITRAN-STATUS.
           SELECT LISTING-FILE ASSIGN TO "PORCPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01 RECEIPT-LINE PIC X(80).

       FD  PO-MASTER.
           COPY POREC.

       FD  DELIVERY-FILE.
           COPY PORCVD.

       FD  GITRAN-FILE.
       01 GITRAN-LINE PIC X(80).

       FD  LISTING-FILE.
       01 LISTING-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-RECEIPT-STATUS PIC XX VALUE "00".
       01 WS-PO-STATUS PIC XX VALUE "00".
       01 WS-DELIVERY-STATUS PIC XX VALUE "00".
       01 WS-GITRAN-STATUS PIC XX VALUE "00".
       01 WS-LISTING-STATUS PIC XX VALUE "00".
       01 WS-RECEIPT-EOF PIC X VALUE "N".
          88 RECEIPT-EOF VALUE "Y".

      * Delivery image: order number as eight digits, quantity
      * received as seven digits, then F when the supplier has
      * said this is the last delivery against the order, then the
      * supplier's delivery note reference.
       01 WS-RECEIPT-TRAN.
          05 RT-PO-NUMBER        PIC X(8).
          05 RT-QTY              PIC X(7).
          05 RT-FINAL-FLAG       PIC X.
          05 RT-DELIVERY-REF     PIC X(10).
       01 WS-RT-NUM REDEFINES WS-RECEIPT-TRAN.
          05 RT-PO-NUMBER-9      PIC 9(8).
          05 RT-QTY-9            PIC 9(7).
          05 FILLER              PIC X(11).

      * Receipt transaction in the GITRAN.TXT layout GIFTINV-LOAD
      * reads: action, language, day, branch, seven-digit quantity.
       01 WS-INV-TRAN.
          05 TI-ACTION           PIC X.
          05 TI-LANGUAGE-CODE    PIC XX.
          05 TI-DAY-NUM          PIC 99.
          05 TI-BRANCH-CODE      PIC X(4).
          05 TI-QTY              PIC 9(7).

       01 WS-RECEIPT-COUNT PIC 9(7) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
       01 WS-OVER-COUNT PIC 9(7) VALUE 0.
       01 WS-UNDER-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-MATCH-NOTE PIC X(50) VALUE SPACES.
       01 WS-TRAN-OK PIC X VALUE "Y".
          88 TRAN-OK VALUE "Y".
       01 WS-DIFF-QTY PIC 9(7) VALUE 0.
       01 WS-EDIT-QTY PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-QTY-2 PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-QTY-3 PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-DIFF PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-CURRENT-DATE-TIME PIC X(21).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR opening PORECV.TXT, status="
                       WS-RECEIPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PO-MASTER
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "Receipt matching refused - cannot open"
                       " POMAST.DAT, status=" WS-PO-STATUS
               CLOSE RECEIPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "35"
               OPEN OUTPUT DELIVERY-FILE
               CLOSE DELIVERY-FILE
               OPEN I-O DELIVERY-FILE
           END-IF
           IF WS-DELIVERY-STATUS NOT = "00"
               DISPLAY "Receipt matching refused - cannot open"
                       " PORCVD.DAT, status=" WS-DELIVERY-STATUS
               CLOSE RECEIPT-FILE
               CLOSE PO-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * Receipts are added to whatever stock movements are already
      * waiting in GITRAN.TXT for the next GIFTINV-LOAD.
           OPEN EXTEND GITRAN-FILE
           IF WS-GITRAN-STATUS NOT = "00"
               OPEN OUTPUT GITRAN-FILE
           END-IF
           IF WS-GITRAN-STATUS NOT = "00"
               DISPLAY "ERROR opening GITRAN.TXT, status="
                       WS-GITRAN-STATUS
               CLOSE RECEIPT-FILE
               CLOSE PO-MASTER
               CLOSE DELIVERY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LISTING-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO LISTING-LINE
           STRING "PURCHASE ORDER RECEIPT MATCHING - RUN DATE: "
                  WS-CURRENT-DATE-TIME(1:8)
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           PERFORM UNTIL RECEIPT-EOF
               READ RECEIPT-FILE
                   AT END
                       SET RECEIPT-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-RECEIPT
               END-READ
           END-PERFORM
           PERFORM WRITE-TRAILER
           CLOSE RECEIPT-FILE
           CLOSE PO-MASTER
           CLOSE DELIVERY-FILE
           CLOSE GITRAN-FILE
           CLOSE LISTING-FILE
           DISPLAY "Receipt matching complete - "
                   WS-MATCHED-COUNT " matched, " WS-OVER-COUNT
                   " over, " WS-UNDER-COUNT " under, "
                   WS-REJECT-COUNT " rejected."
           IF WS-REJECT-COUNT > 0 OR WS-OVER-COUNT > 0
               OR WS-UNDER-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       PROCESS-RECEIPT.
           IF RECEIPT-LINE NOT = SPACES
               ADD 1 TO WS-RECEIPT-COUNT
               MOVE RECEIPT-LINE(1:26) TO WS-RECEIPT-TRAN
               PERFORM EDIT-RECEIPT
               IF TRAN-OK
                   PERFORM MATCH-RECEIPT
               END-IF
               IF NOT TRAN-OK
                   PERFORM WRITE-REJECT
               END-IF
           END-IF
           EXIT.

       EDIT-RECEIPT.
           SET WS-TRAN-OK TO "Y"
           MOVE SPACES TO WS-REJECT-REASON
           IF RT-PO-NUMBER NOT NUMERIC
               MOVE "ORDER NUMBER INVALID" TO WS-REJECT-REASON
               SET WS-TRAN-OK TO "N"
           ELSE
               IF RT-QTY NOT NUMERIC OR RT-QTY-9 = 0
                   MOVE "QUANTITY INVALID" TO WS-REJECT-REASON
                   SET WS-TRAN-OK TO "N"
               ELSE
                   IF RT-FINAL-FLAG NOT = SPACE
                       AND RT-FINAL-FLAG NOT = "F"
                       MOVE "FINAL FLAG MUST BE F OR BLANK"
                           TO WS-REJECT-REASON
                       SET WS-TRAN-OK TO "N"
                   ELSE
                       IF RT-DELIVERY-REF = SPACES
                           MOVE "DELIVERY NOTE REFERENCE MISSING"
                               TO WS-REJECT-REASON
                           SET WS-TRAN-OK TO "N"
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       MATCH-RECEIPT.
           MOVE RT-PO-NUMBER-9 TO PO-NUMBER
           READ PO-MASTER
               KEY IS PO-NUMBER
               INVALID KEY
                   MOVE "NO SUCH ORDER ON POMAST.DAT"
                       TO WS-REJECT-REASON
                   SET WS-TRAN-OK TO "N"
           END-READ
           IF TRAN-OK
               IF PO-CLOSED
                   MOVE "ORDER ALREADY CLOSED" TO WS-REJECT-REASON
                   SET WS-TRAN-OK TO "N"
               END-IF
           END-IF
           IF TRAN-OK
               PERFORM RECORD-DELIVERY
           END-IF
           IF TRAN-OK
               ADD RT-QTY-9 TO PO-RECEIVED-QTY
               PERFORM SET-ORDER-STATUS
               REWRITE PURCHASE-ORDER-RECORD
               IF WS-PO-STATUS NOT = "00"
                   STRING "ORDER UPDATE FAILED, STATUS "
                          WS-PO-STATUS
                          DELIMITED BY SIZE INTO WS-REJECT-REASON
                   SET WS-TRAN-OK TO "N"
                   DELETE DELIVERY-FILE RECORD
               ELSE
                   ADD 1 TO WS-MATCHED-COUNT
                   PERFORM WRITE-RECEIPT-TRANSACTION
                   PERFORM WRITE-MATCHED
               END-IF
           END-IF
           EXIT.

      * The delivery note is recorded before the order is touched;
      * one already on file for the order has been received before.
       RECORD-DELIVERY.
           MOVE RT-PO-NUMBER-9 TO PD-PO-NUMBER
           MOVE RT-DELIVERY-REF TO PD-DELIVERY-REF
           MOVE RT-QTY-9 TO PD-RECEIVED-QTY
           MOVE WS-CURRENT-DATE-TIME(1:8) TO PD-RECEIVED-DATE
           WRITE PROCESSED-DELIVERY-RECORD
               INVALID KEY
                   IF WS-DELIVERY-STATUS = "22"
                       MOVE "DELIVERY ALREADY RECEIVED"
                           TO WS-REJECT-REASON
                   ELSE
                       STRING "DELIVERY NOT RECORDED, STATUS "
                              WS-DELIVERY-STATUS
                              DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
                   SET WS-TRAN-OK TO "N"
           END-WRITE
           EXIT.

      * Delivered at or over the order closes it; short of the order
      * leaves it part-received for the balance unless the supplier
      * has marked the delivery final.
       SET-ORDER-STATUS.
           MOVE SPACES TO WS-MATCH-NOTE
           IF PO-RECEIVED-QTY > PO-ORDER-QTY
               ADD 1 TO WS-OVER-COUNT
               COMPUTE WS-DIFF-QTY = PO-RECEIVED-QTY - PO-ORDER-QTY
               MOVE WS-DIFF-QTY TO WS-EDIT-DIFF
               STRING "*** OVER-DELIVERED BY " WS-EDIT-DIFF " ***"
                      DELIMITED BY SIZE INTO WS-MATCH-NOTE
               MOVE "C" TO PO-STATUS
           ELSE
               IF PO-RECEIVED-QTY = PO-ORDER-QTY
                   MOVE "ORDER COMPLETE" TO WS-MATCH-NOTE
                   MOVE "C" TO PO-STATUS
               ELSE
                   ADD 1 TO WS-UNDER-COUNT
                   COMPUTE WS-DIFF-QTY =
                       PO-ORDER-QTY - PO-RECEIVED-QTY
                   MOVE WS-DIFF-QTY TO WS-EDIT-DIFF
                   IF RT-FINAL-FLAG = "F"
                       STRING "*** UNDER-DELIVERED BY " WS-EDIT-DIFF
                              " - CLOSED AS FINAL ***"
                              DELIMITED BY SIZE INTO WS-MATCH-NOTE
                       MOVE "C" TO PO-STATUS
                   ELSE
                       STRING "*** UNDER-DELIVERED - " WS-EDIT-DIFF
                              " STILL DUE ***"
                              DELIMITED BY SIZE INTO WS-MATCH-NOTE
                       MOVE "P" TO PO-STATUS
                   END-IF
               END-IF
           END-IF
           EXIT.

       WRITE-RECEIPT-TRANSACTION.
           MOVE "R" TO TI-ACTION
           MOVE PO-LANGUAGE-CODE TO TI-LANGUAGE-CODE
           MOVE PO-DAY-NUM TO TI-DAY-NUM
           MOVE PO-BRANCH-CODE TO TI-BRANCH-CODE
           MOVE RT-QTY-9 TO TI-QTY
           MOVE WS-INV-TRAN TO GITRAN-LINE
           WRITE GITRAN-LINE
           IF WS-GITRAN-STATUS NOT = "00"
               DISPLAY "ERROR writing GITRAN.TXT, status="
                       WS-GITRAN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

       WRITE-MATCHED.
           MOVE RT-QTY-9 TO WS-EDIT-QTY
           MOVE PO-ORDER-QTY TO WS-EDIT-QTY-2
           MOVE PO-RECEIVED-QTY TO WS-EDIT-QTY-3
           MOVE SPACES TO LISTING-LINE
           STRING "MATCHED PO " RT-PO-NUMBER "  " PO-LANGUAGE-CODE
                  " DAY " PO-DAY-NUM " BRANCH " PO-BRANCH-CODE
                  "  RECEIVED " WS-EDIT-QTY
                  "  ORDERED " WS-EDIT-QTY-2
                  "  TO DATE " WS-EDIT-QTY-3
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING "           " WS-MATCH-NOTE
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "REJECT  PO " RT-PO-NUMBER "  QTY " RT-QTY
                  "  REF " RT-DELIVERY-REF
                  "  REASON: " WS-REJECT-REASON
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-TRAILER.
           MOVE SPACES TO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-RECEIPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "DELIVERIES READ:   " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-MATCHED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "  MATCHED:         " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-OVER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "  OVER-DELIVERED:  " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-UNDER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "  UNDER-DELIVERED: " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "  REJECTED:        " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-LISTING-LINE.
           WRITE LISTING-LINE
           IF WS-LISTING-STATUS NOT = "00"
               DISPLAY "ERROR writing PORCPT.TXT, status="
                       WS-LISTING-STATUS
           END-IF
           EXIT.

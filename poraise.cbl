      ******************************************************************
      * Author:
      * Date:
      * Purpose: Purchase order raise.  Reads the shortfalls
      *          GIFT-SHORT-RPT wrote to GIFTSHX.DAT and turns each
      *          one into a purchase order on POMAST.DAT against the
      *          gift's supplier from SUPPMAST.DAT, with the quantity
      *          rounded up to the supplier's minimum order and the
      *          due date set from the supplier's lead time.  Stock
      *          already on open orders for the same branch and gift
      *          is netted off first, so rerunning does not order the
      *          same shortfall twice.  Prints one purchase order
      *          document per supplier (PODOC.TXT) and a listing of
      *          orders raised and shortfalls that could not be
      *          ordered (PORAISE.TXT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-RAISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHORTAGE-FILE ASSIGN TO "GIFTSHX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHORTAGE-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT PO-MASTER ASSIGN TO "POMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CAMPCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT LISTING-FILE ASSIGN TO "PORAISE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.
           SELECT DOCUMENT-FILE ASSIGN TO "PODOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHORTAGE-FILE.
           COPY GIFTSHX.

       FD  SUPPLIER-MASTER.
           COPY SUPPREC.

       FD  PO-MASTER.
           COPY POREC.

       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  CALENDAR-FILE.
           COPY CAMPCAL.

       FD  LISTING-FILE.
       01 LISTING-LINE PIC X(132).

       FD  DOCUMENT-FILE.
       01 DOCUMENT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SHORTAGE-STATUS PIC XX VALUE "00".
       01 WS-SUPPLIER-STATUS PIC XX VALUE "00".
       01 WS-PO-STATUS PIC XX VALUE "00".
       01 WS-BRANCH-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-LISTING-STATUS PIC XX VALUE "00".
       01 WS-DOCUMENT-STATUS PIC XX VALUE "00".
       01 WS-FILE-EOF PIC X VALUE "N".
          88 FILE-EOF VALUE "Y".
       01 WS-SEARCH-FOUND PIC X VALUE "N".
          88 SEARCH-FOUND VALUE "Y".
       01 WS-SUPPLIER-FOUND PIC X VALUE "N".
          88 SUPPLIER-FOUND VALUE "Y".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-CAL-START PIC X(8) VALUE SPACES.
       01 WS-START-DATE PIC X(8) VALUE SPACES.
       01 WS-WORK-DATE PIC 9(8) VALUE 0.
       01 WS-NEXT-PO-NUMBER PIC 9(8) VALUE 0.

      * Outstanding quantity on every order not yet closed, so a
      * shortfall already on order is not ordered again.  Orders
      * raised in this run are added as they are written.
       01 WS-OPEN-TABLE.
          05 WS-OPEN-COUNT PIC 9(5) COMP VALUE 0.
          05 WS-OPEN-ENTRY OCCURS 2000 TIMES
                           INDEXED BY OO-IDX.
             10 WS-OO-LANG PIC XX.
             10 WS-OO-DAY PIC 99.
             10 WS-OO-BRANCH PIC X(4).
             10 WS-OO-OUTSTANDING PIC 9(7).

       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-COUNT PIC 999 COMP VALUE 0.
          05 WS-BRANCH-ENTRY OCCURS 200 TIMES
                             INDEXED BY BR-IDX.
             10 WS-BR-CODE PIC X(4).
             10 WS-BR-START PIC X(8).

      * Orders raised in this run, held so the documents can be
      * printed one per supplier after every shortfall is ordered.
       01 WS-RAISED-TABLE.
          05 WS-RAISED-COUNT PIC 9(5) COMP VALUE 0.
          05 WS-RAISED-ENTRY OCCURS 2000 TIMES
                             INDEXED BY RA-IDX RB-IDX.
             10 WS-RA-PO-NUMBER PIC 9(8).
             10 WS-RA-SUPPLIER-ID PIC X(6).
             10 WS-RA-SUPPLIER-NAME PIC X(30).
             10 WS-RA-LANG PIC XX.
             10 WS-RA-DAY PIC 99.
             10 WS-RA-BRANCH PIC X(4).
             10 WS-RA-QTY PIC 9(7).
             10 WS-RA-DUE-DATE PIC X(8).
             10 WS-RA-NEED-DATE PIC X(8).
             10 WS-RA-PRINTED PIC X.

       01 WS-ON-ORDER-QTY PIC 9(7) VALUE 0.
       01 WS-NEEDED-QTY PIC 9(7) VALUE 0.
       01 WS-ORDER-QTY PIC 9(7) VALUE 0.
       01 WS-DUE-DATE PIC X(8) VALUE SPACES.
       01 WS-NEED-DATE PIC X(8) VALUE SPACES.
       01 WS-DOC-LINES PIC 9(5) VALUE 0.
       01 WS-DOC-QTY PIC 9(9) VALUE 0.

       01 WS-SHORTAGE-COUNT PIC 9(7) VALUE 0.
       01 WS-RAISED-PO-COUNT PIC 9(7) VALUE 0.
       01 WS-COVERED-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-SUPPLIER-DOC-COUNT PIC 9(7) VALUE 0.

       01 WS-EDIT-DAY PIC Z9.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-QTY PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-QTY-2 PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.
       01 WS-CURRENT-DATE-TIME PIC X(21).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           OPEN INPUT SHORTAGE-FILE
           IF WS-SHORTAGE-STATUS NOT = "00"
               DISPLAY "PO raise refused - cannot open GIFTSHX.DAT,"
                       " status=" WS-SHORTAGE-STATUS
               DISPLAY "Run GIFT-SHORT-RPT first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUPPLIER-MASTER
           IF WS-SUPPLIER-STATUS NOT = "00"
               DISPLAY "PO raise refused - cannot open SUPPMAST.DAT,"
                       " status=" WS-SUPPLIER-STATUS
               DISPLAY "Have the supplier master set up with"
                       " SUPP-MAINT before running."
               CLOSE SHORTAGE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PO-MASTER
           IF WS-PO-STATUS = "35"
               OPEN OUTPUT PO-MASTER
               CLOSE PO-MASTER
               OPEN I-O PO-MASTER
           END-IF
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "PO raise refused - cannot open POMAST.DAT,"
                       " status=" WS-PO-STATUS
               CLOSE SHORTAGE-FILE
               CLOSE SUPPLIER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LISTING-FILE
           IF WS-LISTING-STATUS NOT = "00"
               DISPLAY "ERROR opening PORAISE.TXT, status="
                       WS-LISTING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DOCUMENT-FILE
           IF WS-DOCUMENT-STATUS NOT = "00"
               DISPLAY "ERROR opening PODOC.TXT, status="
                       WS-DOCUMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-LISTING-HEADING
           PERFORM LOAD-OPEN-ORDERS
           PERFORM LOAD-BRANCH-TABLE
           PERFORM READ-CAMPAIGN-CALENDAR
           SET WS-FILE-EOF TO "N"
           PERFORM UNTIL FILE-EOF
               READ SHORTAGE-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SHORTAGE-COUNT
                       PERFORM ORDER-ONE-SHORTAGE
               END-READ
           END-PERFORM
           PERFORM PRINT-SUPPLIER-DOCUMENTS
           PERFORM WRITE-LISTING-TRAILER
           CLOSE SHORTAGE-FILE
           CLOSE SUPPLIER-MASTER
           CLOSE PO-MASTER
           CLOSE LISTING-FILE
           CLOSE DOCUMENT-FILE
           DISPLAY "PO raise complete - " WS-RAISED-PO-COUNT
                   " order(s) raised for " WS-SUPPLIER-DOC-COUNT
                   " supplier(s), " WS-EXCEPTION-COUNT
                   " shortfall(s) not ordered."
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * POMAST.DAT is keyed on the order number, so the last record
      * read sequentially carries the highest number issued so far.
       LOAD-OPEN-ORDERS.
           SET WS-FILE-EOF TO "N"
           MOVE 0 TO PO-NUMBER
           START PO-MASTER
               KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY
                   SET FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL FILE-EOF
               READ PO-MASTER NEXT RECORD
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE PO-NUMBER TO WS-NEXT-PO-NUMBER
                       IF NOT PO-CLOSED
                           AND PO-ORDER-QTY > PO-RECEIVED-QTY
                           PERFORM ADD-ORDER-TO-OPEN-TABLE
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       ADD-ORDER-TO-OPEN-TABLE.
           IF WS-OPEN-COUNT < 2000
               ADD 1 TO WS-OPEN-COUNT
               SET OO-IDX TO WS-OPEN-COUNT
               MOVE PO-LANGUAGE-CODE TO WS-OO-LANG(OO-IDX)
               MOVE PO-DAY-NUM TO WS-OO-DAY(OO-IDX)
               MOVE PO-BRANCH-CODE TO WS-OO-BRANCH(OO-IDX)
               COMPUTE WS-OO-OUTSTANDING(OO-IDX) =
                   PO-ORDER-QTY - PO-RECEIVED-QTY
           ELSE
               DISPLAY "WARNING: open order table is full, order "
                       PO-NUMBER " not netted - raise the table"
                       " size."
           END-IF
           EXIT.

       LOAD-BRANCH-TABLE.
           SET WS-FILE-EOF TO "N"
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = "00"
               PERFORM UNTIL FILE-EOF
                   READ BRANCH-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-BRANCH-COUNT < 200
                               ADD 1 TO WS-BRANCH-COUNT
                               SET BR-IDX TO WS-BRANCH-COUNT
                               MOVE BR-BRANCH-CODE
                                   TO WS-BR-CODE(BR-IDX)
                               MOVE BR-START-DATE
                                   TO WS-BR-START(BR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF
           EXIT.

      * Only needed for the need date of a branch that follows the
      * global calendar; without it the need date is left blank.
       READ-CAMPAIGN-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                   AND CC-START-DATE NUMERIC
                   MOVE CC-START-DATE TO WS-CAL-START
               END-IF
               CLOSE CALENDAR-FILE
           END-IF
           EXIT.

       ORDER-ONE-SHORTAGE.
           PERFORM SUM-OPEN-ORDERS
           IF WS-ON-ORDER-QTY >= SX-SHORT-QTY
               ADD 1 TO WS-COVERED-COUNT
               MOVE SX-SHORT-QTY TO WS-EDIT-QTY
               MOVE WS-ON-ORDER-QTY TO WS-EDIT-QTY-2
               MOVE SPACES TO LISTING-LINE
               STRING "COVERED   " SX-LANGUAGE-CODE " DAY "
                      SX-DAY-NUM " BRANCH " SX-BRANCH-CODE
                      "  SHORT " WS-EDIT-QTY
                      "  ALREADY ON ORDER " WS-EDIT-QTY-2
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-LISTING-LINE
           ELSE
               COMPUTE WS-NEEDED-QTY = SX-SHORT-QTY - WS-ON-ORDER-QTY
               PERFORM READ-SUPPLIER-RECORD
               IF NOT SUPPLIER-FOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-NEEDED-QTY TO WS-EDIT-QTY
                   MOVE SPACES TO LISTING-LINE
                   STRING "NOT ORDERED " SX-LANGUAGE-CODE " DAY "
                          SX-DAY-NUM " BRANCH " SX-BRANCH-CODE
                          "  NEEDED " WS-EDIT-QTY
                          "  - NO SUPPLIER ON SUPPMAST.DAT"
                          DELIMITED BY SIZE INTO LISTING-LINE
                   PERFORM WRITE-LISTING-LINE
               ELSE
                   MOVE WS-NEEDED-QTY TO WS-ORDER-QTY
                   IF WS-ORDER-QTY < SU-MIN-ORDER-QTY
                       MOVE SU-MIN-ORDER-QTY TO WS-ORDER-QTY
                   END-IF
                   PERFORM SET-ORDER-DATES
                   PERFORM WRITE-PURCHASE-ORDER
               END-IF
           END-IF
           EXIT.

       SUM-OPEN-ORDERS.
           MOVE 0 TO WS-ON-ORDER-QTY
           PERFORM VARYING OO-IDX FROM 1 BY 1
                   UNTIL OO-IDX > WS-OPEN-COUNT
               IF WS-OO-LANG(OO-IDX) = SX-LANGUAGE-CODE
                   AND WS-OO-DAY(OO-IDX) = SX-DAY-NUM
                   AND WS-OO-BRANCH(OO-IDX) = SX-BRANCH-CODE
                   ADD WS-OO-OUTSTANDING(OO-IDX) TO WS-ON-ORDER-QTY
               END-IF
           END-PERFORM
           EXIT.

       READ-SUPPLIER-RECORD.
           SET WS-SUPPLIER-FOUND TO "N"
           MOVE SX-LANGUAGE-CODE TO SU-LANGUAGE-CODE
           MOVE SX-DAY-NUM TO SU-DAY-NUM
           READ SUPPLIER-MASTER
               KEY IS SU-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SUPPLIER-FOUND TO TRUE
           END-READ
           EXIT.

      * Due date is today plus the supplier's lead time.  The gift is
      * first needed on the branch's day N: its own start date when
      * it has one, the global calendar start otherwise.
       SET-ORDER-DATES.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + SU-LEAD-DAYS)
           MOVE WS-WORK-DATE TO WS-DUE-DATE
           MOVE SPACES TO WS-NEED-DATE
           MOVE WS-CAL-START TO WS-START-DATE
           SET WS-SEARCH-FOUND TO "N"
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > WS-BRANCH-COUNT OR SEARCH-FOUND
               IF WS-BR-CODE(BR-IDX) = SX-BRANCH-CODE
                   SET SEARCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SEARCH-FOUND
               SET BR-IDX DOWN BY 1
               IF WS-BR-START(BR-IDX) NUMERIC
                   MOVE WS-BR-START(BR-IDX) TO WS-START-DATE
               END-IF
           END-IF
           IF WS-START-DATE NUMERIC
               COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-START-DATE))
                   + SX-DAY-NUM - 1)
               MOVE WS-WORK-DATE TO WS-NEED-DATE
           END-IF
           EXIT.

       WRITE-PURCHASE-ORDER.
           ADD 1 TO WS-NEXT-PO-NUMBER
           MOVE WS-NEXT-PO-NUMBER TO PO-NUMBER
           MOVE SU-SUPPLIER-ID TO PO-SUPPLIER-ID
           MOVE SU-SUPPLIER-NAME TO PO-SUPPLIER-NAME
           MOVE SX-LANGUAGE-CODE TO PO-LANGUAGE-CODE
           MOVE SX-DAY-NUM TO PO-DAY-NUM
           MOVE SX-BRANCH-CODE TO PO-BRANCH-CODE
           MOVE WS-NEEDED-QTY TO PO-SHORT-QTY
           MOVE WS-ORDER-QTY TO PO-ORDER-QTY
           MOVE 0 TO PO-RECEIVED-QTY
           MOVE WS-TODAY-DATE TO PO-ORDER-DATE
           MOVE WS-DUE-DATE TO PO-DUE-DATE
           MOVE WS-NEED-DATE TO PO-NEED-DATE
           MOVE "O" TO PO-STATUS
           WRITE PURCHASE-ORDER-RECORD
           IF WS-PO-STATUS NOT = "00"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO LISTING-LINE
               STRING "NOT ORDERED " SX-LANGUAGE-CODE " DAY "
                      SX-DAY-NUM " BRANCH " SX-BRANCH-CODE
                      "  - ERROR WRITING POMAST.DAT, STATUS="
                      WS-PO-STATUS
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-LISTING-LINE
           ELSE
               ADD 1 TO WS-RAISED-PO-COUNT
               PERFORM NOTE-NEW-ORDER
               MOVE WS-NEEDED-QTY TO WS-EDIT-QTY
               MOVE WS-ORDER-QTY TO WS-EDIT-QTY-2
               MOVE SPACES TO LISTING-LINE
               STRING "RAISED PO " WS-NEXT-PO-NUMBER "  "
                      SX-LANGUAGE-CODE " DAY " SX-DAY-NUM
                      " BRANCH " SX-BRANCH-CODE
                      "  NEEDED " WS-EDIT-QTY
                      "  ORDERED " WS-EDIT-QTY-2
                      "  SUPPLIER " SU-SUPPLIER-ID
                      "  DUE " WS-DUE-DATE
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF
           EXIT.

      * Remember the new order for netting later shortfalls in this
      * run and for the supplier documents.
       NOTE-NEW-ORDER.
           IF WS-OPEN-COUNT < 2000
               ADD 1 TO WS-OPEN-COUNT
               SET OO-IDX TO WS-OPEN-COUNT
               MOVE SX-LANGUAGE-CODE TO WS-OO-LANG(OO-IDX)
               MOVE SX-DAY-NUM TO WS-OO-DAY(OO-IDX)
               MOVE SX-BRANCH-CODE TO WS-OO-BRANCH(OO-IDX)
               MOVE WS-ORDER-QTY TO WS-OO-OUTSTANDING(OO-IDX)
           END-IF
           IF WS-RAISED-COUNT < 2000
               ADD 1 TO WS-RAISED-COUNT
               SET RA-IDX TO WS-RAISED-COUNT
               MOVE WS-NEXT-PO-NUMBER TO WS-RA-PO-NUMBER(RA-IDX)
               MOVE SU-SUPPLIER-ID TO WS-RA-SUPPLIER-ID(RA-IDX)
               MOVE SU-SUPPLIER-NAME TO WS-RA-SUPPLIER-NAME(RA-IDX)
               MOVE SX-LANGUAGE-CODE TO WS-RA-LANG(RA-IDX)
               MOVE SX-DAY-NUM TO WS-RA-DAY(RA-IDX)
               MOVE SX-BRANCH-CODE TO WS-RA-BRANCH(RA-IDX)
               MOVE WS-ORDER-QTY TO WS-RA-QTY(RA-IDX)
               MOVE WS-DUE-DATE TO WS-RA-DUE-DATE(RA-IDX)
               MOVE WS-NEED-DATE TO WS-RA-NEED-DATE(RA-IDX)
               MOVE "N" TO WS-RA-PRINTED(RA-IDX)
           ELSE
               DISPLAY "WARNING: document table is full, order "
                       WS-NEXT-PO-NUMBER " raised but not printed -"
                       " raise the table size."
           END-IF
           EXIT.

       PRINT-SUPPLIER-DOCUMENTS.
           PERFORM VARYING RA-IDX FROM 1 BY 1
                   UNTIL RA-IDX > WS-RAISED-COUNT
               IF WS-RA-PRINTED(RA-IDX) = "N"
                   PERFORM PRINT-ONE-DOCUMENT
               END-IF
           END-PERFORM
           EXIT.

       PRINT-ONE-DOCUMENT.
           ADD 1 TO WS-SUPPLIER-DOC-COUNT
           MOVE 0 TO WS-DOC-LINES
           MOVE 0 TO WS-DOC-QTY
           MOVE ALL "=" TO DOCUMENT-LINE
           PERFORM WRITE-DOCUMENT-LINE
           MOVE SPACES TO DOCUMENT-LINE
           STRING "PURCHASE ORDER - SUPPLIER "
                  WS-RA-SUPPLIER-ID(RA-IDX) "  "
                  WS-RA-SUPPLIER-NAME(RA-IDX)
                  DELIMITED BY SIZE INTO DOCUMENT-LINE
           PERFORM WRITE-DOCUMENT-LINE
           MOVE SPACES TO DOCUMENT-LINE
           STRING "ORDER DATE: " WS-TODAY-DATE
                  DELIMITED BY SIZE INTO DOCUMENT-LINE
           PERFORM WRITE-DOCUMENT-LINE
           MOVE SPACES TO DOCUMENT-LINE
           PERFORM WRITE-DOCUMENT-LINE
           MOVE "  PO NUMBER  LANG  DAY  BRANCH   QUANTITY   DUE BY"
             TO DOCUMENT-LINE
           MOVE "NEEDED BY" TO DOCUMENT-LINE(63:)
           PERFORM WRITE-DOCUMENT-LINE
           PERFORM VARYING RB-IDX FROM RA-IDX BY 1
                   UNTIL RB-IDX > WS-RAISED-COUNT
               IF WS-RA-PRINTED(RB-IDX) = "N"
                   AND WS-RA-SUPPLIER-ID(RB-IDX)
                       = WS-RA-SUPPLIER-ID(RA-IDX)
                   PERFORM PRINT-DOCUMENT-ORDER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO DOCUMENT-LINE
           PERFORM WRITE-DOCUMENT-LINE
           MOVE WS-DOC-LINES TO WS-EDIT-COUNT
           MOVE WS-DOC-QTY TO WS-EDIT-TOTAL
           MOVE SPACES TO DOCUMENT-LINE
           STRING "ORDER LINES: " WS-EDIT-COUNT
                  "   TOTAL QUANTITY: " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO DOCUMENT-LINE
           PERFORM WRITE-DOCUMENT-LINE
           MOVE SPACES TO DOCUMENT-LINE
           PERFORM WRITE-DOCUMENT-LINE
           EXIT.

       PRINT-DOCUMENT-ORDER-LINE.
           MOVE "Y" TO WS-RA-PRINTED(RB-IDX)
           ADD 1 TO WS-DOC-LINES
           ADD WS-RA-QTY(RB-IDX) TO WS-DOC-QTY
           MOVE WS-RA-DAY(RB-IDX) TO WS-EDIT-DAY
           MOVE WS-RA-QTY(RB-IDX) TO WS-EDIT-QTY
           MOVE SPACES TO DOCUMENT-LINE
           STRING "  " WS-RA-PO-NUMBER(RB-IDX)
                  "   " WS-RA-LANG(RB-IDX)
                  "    " WS-EDIT-DAY
                  "   " WS-RA-BRANCH(RB-IDX)
                  "   " WS-EDIT-QTY
                  "  " WS-RA-DUE-DATE(RB-IDX)
                  DELIMITED BY SIZE INTO DOCUMENT-LINE
           MOVE WS-RA-NEED-DATE(RB-IDX) TO DOCUMENT-LINE(63:8)
           PERFORM WRITE-DOCUMENT-LINE
           EXIT.

       WRITE-LISTING-HEADING.
           MOVE SPACES TO LISTING-LINE
           STRING "PURCHASE ORDER RAISE LISTING - RUN DATE: "
                  WS-CURRENT-DATE-TIME(1:8)
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-LISTING-TRAILER.
           MOVE SPACES TO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-SHORTAGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "SHORTFALLS READ:        " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-RAISED-PO-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "  ORDERS RAISED:        " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-COVERED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "  ALREADY ON ORDER:     " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "  NOT ORDERED:          " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-SUPPLIER-DOC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "SUPPLIER DOCUMENTS:     " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-LISTING-LINE.
           WRITE LISTING-LINE
           IF WS-LISTING-STATUS NOT = "00"
               DISPLAY "ERROR writing PORAISE.TXT, status="
                       WS-LISTING-STATUS
           END-IF
           EXIT.

       WRITE-DOCUMENT-LINE.
           WRITE DOCUMENT-LINE
           IF WS-DOCUMENT-STATUS NOT = "00"
               DISPLAY "ERROR writing PODOC.TXT, status="
                       WS-DOCUMENT-STATUS
           END-IF
           EXIT.

      *          does.  An issue that exceeds the on-hand quantity is
      *          rejected rather than driving the ledger negative.
      *          Writes an edit listing (GILOAD.TXT) of applied and
      *          rejected transactions.  Once the file has been read
      *          GITRAN.TXT is emptied so the same movements are never
      *          applied twice; rejected lines are copied unchanged to
      *          GIREJECT.TXT to be corrected and resubmitted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LISTING-FILE ASSIGN TO "GILOAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.
           SELECT REJECT-FILE ASSIGN TO "GIREJECT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTING-FILE.
       01 LISTING-LINE PIC X(132).

       FD  REJECT-FILE.
       01 REJECT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-GIFTINV-STATUS PIC XX VALUE "00".
       01 WS-TRAN-STATUS PIC XX VALUE "00".
       01 WS-LISTING-STATUS PIC XX VALUE "00".
       01 WS-REJECT-STATUS PIC XX VALUE "00".
       01 WS-TRAN-EOF PIC X VALUE "N".
          88 TRAN-EOF VALUE "Y".

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERROR opening GIREJECT.TXT, status="
                       WS-REJECT-STATUS
               CLOSE TRAN-FILE
               CLOSE GIFTINV-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LISTING-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO LISTING-LINE
           CLOSE TRAN-FILE
           CLOSE GIFTINV-MASTER
           CLOSE LISTING-FILE
           CLOSE REJECT-FILE
           PERFORM EMPTY-TRAN-FILE
           DISPLAY "Gift inventory load complete - "
                   WS-APPLIED-COUNT " applied, " WS-REJECT-COUNT
                   " rejected."
           IF WS-REJECT-COUNT > 0
               DISPLAY "Rejected transactions are on GIREJECT.TXT -"
                       " correct and resubmit them in GITRAN.TXT."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * Every line read has now been applied or copied to
      * GIREJECT.TXT, so the movements are cleared from GITRAN.TXT
      * and PO-RECEIPT starts the next batch on an empty file.
       EMPTY-TRAN-FILE.
           OPEN OUTPUT TRAN-FILE
           IF WS-TRAN-STATUS = "00"
               CLOSE TRAN-FILE
           ELSE
               DISPLAY "ERROR emptying GITRAN.TXT, status="
                       WS-TRAN-STATUS " - clear it by hand before"
                       " the next load or its lines apply again."
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

       PROCESS-TRANSACTION.
           IF TRAN-LINE NOT = SPACES
               ADD 1 TO WS-TRAN-COUNT
       APPLY-RECEIPT.
           IF RECORD-FOUND
               ADD TI-QTY-9 TO IV-ON-HAND-QTY
               ADD TI-QTY-9 TO IV-RECEIVED-QTY
               REWRITE GIFT-INV-RECORD
           ELSE
               MOVE TI-LANGUAGE-CODE TO IV-LANGUAGE-CODE
               MOVE TI-DAY-NUM TO IV-DAY-NUM
               MOVE TI-BRANCH-CODE TO IV-BRANCH-CODE
               MOVE TI-QTY-9 TO IV-ON-HAND-QTY
               MOVE TI-QTY-9 TO IV-RECEIVED-QTY
               WRITE GIFT-INV-RECORD
           END-IF
           IF WS-GIFTINV-STATUS = "00"

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE TRAN-LINE TO REJECT-LINE
           WRITE REJECT-LINE
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERROR writing GIREJECT.TXT, status="
                       WS-REJECT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO LISTING-LINE
           STRING "REJECT  " TI-ACTION " " TI-LANGUAGE-CODE " DAY "
                  TI-DAY-NUM " BRANCH " TI-BRANCH-CODE

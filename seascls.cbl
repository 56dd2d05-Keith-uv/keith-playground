      *          only then resets the live files to empty.  If any
      *          file fails to balance, or an archive already exists
      *          for the run date, nothing is reset and the run ends
      *          with RETURN-CODE 8.  Once the files are reset the
      *          received quantities on the GIFTINV.DAT ledger are
      *          cleared (on-hand stock is kept), so BUDGET-VARIANCE
      *          values only the new season's receipts against the
      *          new season's budgets; the quantity cleared is shown
      *          on the close-out report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT GIFTINV-MASTER ASSIGN TO "GIFTINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-KEY
               FILE STATUS IS WS-GIFTINV-STATUS.
           SELECT CLOSEOUT-FILE ASSIGN TO "SEASCLS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Generic image wide enough for the widest cumulative record
      * (the 283-character LYRJRNL.DAT journal entry).
       FD  LIVE-FILE.
       01 LIVE-RECORD PIC X(300).

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(300).

       FD  GIFTINV-MASTER.
           COPY GIFTINV.

       FD  CLOSEOUT-FILE.
       01 CLOSEOUT-LINE PIC X(132).

       01 WS-LIVE-STATUS PIC XX VALUE "00".
       01 WS-ARCHIVE-STATUS PIC XX VALUE "00".
       01 WS-CLOSEOUT-STATUS PIC XX VALUE "00".
       01 WS-GIFTINV-STATUS PIC XX VALUE "00".
       01 WS-FILE-EOF PIC X VALUE "N".
          88 FILE-EOF VALUE "Y".

       01 WS-BALANCE-FLAG PIC X VALUE "Y".
          88 ALL-BALANCED VALUE "Y".
       01 WS-RESET-COUNT PIC 9 VALUE 0.
       01 WS-LEDGER-COUNT PIC 9(7) VALUE 0.
       01 WS-LEDGER-QTY PIC 9(7) VALUE 0.
       01 WS-LEDGER-CLEARED PIC 9(9) VALUE 0.
       01 WS-EDIT-CLEARED PIC ZZZ,ZZZ,ZZ9.

       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
           IF ALL-BALANCED
               PERFORM RESET-ONE-FILE
                   VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > 6
               PERFORM RESET-RECEIVED-QTY
               MOVE SPACES TO CLOSEOUT-LINE
               PERFORM WRITE-CLOSEOUT-LINE
               MOVE SPACES TO CLOSEOUT-LINE
           END-IF
           EXIT.

      * Receipts count towards one season's budget only, so the
      * running received quantity starts again from zero; stock
      * still on hand carries into the new season unchanged.
       RESET-RECEIVED-QTY.
           OPEN I-O GIFTINV-MASTER
           IF WS-GIFTINV-STATUS = "35"
               MOVE SPACES TO CLOSEOUT-LINE
               STRING "GIFTINV.DAT   NOT ON FILE - NO RECEIVED"
                      " QUANTITIES TO CLEAR."
                      DELIMITED BY SIZE INTO CLOSEOUT-LINE
               PERFORM WRITE-CLOSEOUT-LINE
           ELSE
               IF WS-GIFTINV-STATUS NOT = "00"
                   DISPLAY "ERROR opening GIFTINV.DAT, status="
                           WS-GIFTINV-STATUS
                   MOVE SPACES TO CLOSEOUT-LINE
                   STRING "GIFTINV.DAT  *** CANNOT OPEN, STATUS "
                          WS-GIFTINV-STATUS
                          " - RECEIVED QUANTITIES NOT CLEARED ***"
                          DELIMITED BY SIZE INTO CLOSEOUT-LINE
                   PERFORM WRITE-CLOSEOUT-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-FILE-EOF TO "N"
                   MOVE LOW-VALUES TO IV-KEY
                   START GIFTINV-MASTER
                       KEY IS GREATER THAN IV-KEY
                       INVALID KEY
                           SET FILE-EOF TO TRUE
                   END-START
                   PERFORM UNTIL FILE-EOF
                       READ GIFTINV-MASTER NEXT RECORD
                           AT END
                               SET FILE-EOF TO TRUE
                           NOT AT END
                               PERFORM CLEAR-ONE-RECEIVED-QTY
                       END-READ
                   END-PERFORM
                   CLOSE GIFTINV-MASTER
                   MOVE WS-LEDGER-COUNT TO WS-EDIT-COUNT
                   MOVE WS-LEDGER-CLEARED TO WS-EDIT-CLEARED
                   MOVE SPACES TO CLOSEOUT-LINE
                   STRING "GIFTINV.DAT   RECEIVED QUANTITIES CLEARED: "
                          WS-EDIT-COUNT " RECORD(S), "
                          WS-EDIT-CLEARED " GIFT(S)"
                          DELIMITED BY SIZE INTO CLOSEOUT-LINE
                   PERFORM WRITE-CLOSEOUT-LINE
               END-IF
           END-IF
           EXIT.

       CLEAR-ONE-RECEIVED-QTY.
           IF IV-RECEIVED-QTY > 0
               MOVE IV-RECEIVED-QTY TO WS-LEDGER-QTY
               MOVE 0 TO IV-RECEIVED-QTY
               REWRITE GIFT-INV-RECORD
               IF WS-GIFTINV-STATUS = "00"
                   ADD 1 TO WS-LEDGER-COUNT
                   ADD WS-LEDGER-QTY TO WS-LEDGER-CLEARED
               ELSE
                   DISPLAY "ERROR clearing GIFTINV.DAT record "
                           IV-KEY ", status=" WS-GIFTINV-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

       WRITE-FILE-ABSENT-LINE.
           MOVE SPACES TO CLOSEOUT-LINE
           STRING WS-FILE-NAME(FL-IDX)

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Returned-mail processing.  Reads the post room's
      *          returned-mail file (RETMAIL.TXT), one line per letter
      *          sent back, keyed by the MAILING REF printed on every
      *          MAILER-MERGE letter.  Each return is marked on the
      *          MAILHIST.DAT mailing history and counted against the
      *          recipient on the MAILRET.DAT returns tally; once a
      *          recipient's returns reach the limit, RP-ACTIVE-FLAG
      *          on RECIP.DAT is set off so no more letters are sent.
      *          LIMIT=nnn sets the number of returns that drops a
      *          recipient (default 3).  Writes a report of returns
      *          taken, returns rejected and recipients dropped with
      *          the reason (MAILRET.TXT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-RETURNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "RETMAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT RECIPIENT-MASTER ASSIGN TO "RECIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RECIPIENT-STATUS.
           SELECT HISTORY-MASTER ASSIGN TO "MAILHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT TALLY-MASTER ASSIGN TO "MAILRET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-KEY
               FILE STATUS IS WS-TALLY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MAILRET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01 RETURN-LINE PIC X(80).

       FD  RECIPIENT-MASTER.
           COPY RECIPREC.

       FD  HISTORY-MASTER.
           COPY MAILHIST.

       FD  TALLY-MASTER.
           COPY MAILRET.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-RETURN-STATUS PIC XX VALUE "00".
       01 WS-RECIPIENT-STATUS PIC XX VALUE "00".
       01 WS-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-TALLY-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-RETURN-EOF PIC X VALUE "N".
          88 RETURN-EOF VALUE "Y".

       01 WS-PARM-STRING PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
          05 WS-PARM-TOKEN OCCURS 10 TIMES
                           INDEXED BY PT-IDX PIC X(20).
       01 WS-LIMIT-PARM PIC X(3) VALUE SPACES.
       01 WS-RETURN-LIMIT PIC 999 VALUE 3.

      * Returned-mail image: the twenty-character MAILING REF from
      * the letter (branch, recipient ID, run date, day), the date
      * the letter came back (blank for today) and the post room's
      * reason.
       01 WS-RETURN-TRAN.
          05 RM-MAILING-REF.
             10 RM-BRANCH-CODE   PIC X(4).
             10 RM-RECIPIENT-ID  PIC X(6).
             10 RM-RUN-DATE      PIC X(8).
             10 RM-DAY-NUM       PIC XX.
          05 RM-RETURNED-DATE    PIC X(8).
          05 RM-REASON           PIC X(20).

       01 WS-TRAN-OK PIC X VALUE "Y".
          88 TRAN-OK VALUE "Y".
       01 WS-TALLY-FOUND PIC X VALUE "N".
          88 TALLY-FOUND VALUE "Y".
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

       01 WS-RETURN-COUNT PIC 9(7) VALUE 0.
       01 WS-ACCEPTED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
       01 WS-DROPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-RETURNS PIC ZZ9.
       01 WS-EDIT-LIMIT PIC ZZ9.
       01 WS-CURRENT-DATE-TIME PIC X(21).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-RUN-PARM
           IF WS-LIMIT-PARM NOT = SPACES
               COMPUTE WS-RETURN-LIMIT =
                   FUNCTION NUMVAL(WS-LIMIT-PARM)
               IF WS-RETURN-LIMIT = 0
                   DISPLAY "Returned mail refused - LIMIT= must be"
                           " 1 to 999"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR opening RETMAIL.TXT, status="
                       WS-RETURN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RECIPIENT-MASTER
           IF WS-RECIPIENT-STATUS NOT = "00"
               DISPLAY "Returned mail refused - cannot open"
                       " RECIP.DAT, status=" WS-RECIPIENT-STATUS
               CLOSE RETURN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HISTORY-MASTER
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "Returned mail refused - cannot open"
                       " MAILHIST.DAT, status=" WS-HISTORY-STATUS
               CLOSE RETURN-FILE
               CLOSE RECIPIENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O TALLY-MASTER
           IF WS-TALLY-STATUS = "35"
               OPEN OUTPUT TALLY-MASTER
               CLOSE TALLY-MASTER
               OPEN I-O TALLY-MASTER
           END-IF
           IF WS-TALLY-STATUS NOT = "00"
               DISPLAY "Returned mail refused - cannot open"
                       " MAILRET.DAT, status=" WS-TALLY-STATUS
               CLOSE RETURN-FILE
               CLOSE RECIPIENT-MASTER
               CLOSE HISTORY-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-HEADING
           PERFORM UNTIL RETURN-EOF
               READ RETURN-FILE
                   AT END
                       SET RETURN-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-RETURN
               END-READ
           END-PERFORM
           PERFORM WRITE-TRAILER
           CLOSE RETURN-FILE
           CLOSE RECIPIENT-MASTER
           CLOSE HISTORY-MASTER
           CLOSE TALLY-MASTER
           CLOSE REPORT-FILE
           DISPLAY "Returned mail complete - " WS-ACCEPTED-COUNT
                   " return(s) recorded, " WS-DROPPED-COUNT
                   " recipient(s) dropped, " WS-REJECT-COUNT
                   " rejected."
           IF WS-REJECT-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       PARSE-RUN-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2) WS-PARM-TOKEN(3)
                    WS-PARM-TOKEN(4) WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
                    WS-PARM-TOKEN(7) WS-PARM-TOKEN(8) WS-PARM-TOKEN(9)
                    WS-PARM-TOKEN(10)
           END-UNSTRING
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 10
               IF WS-PARM-TOKEN(PT-IDX)(1:6) = "LIMIT="
                   MOVE WS-PARM-TOKEN(PT-IDX)(7:3) TO WS-LIMIT-PARM
               END-IF
           END-PERFORM
           EXIT.

       WRITE-HEADING.
           MOVE WS-RETURN-LIMIT TO WS-EDIT-LIMIT
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED MAIL REPORT - RUN DATE: "
                  WS-CURRENT-DATE-TIME(1:8)
                  "   RECIPIENTS DROPPED AT " WS-EDIT-LIMIT
                  " RETURNS"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       PROCESS-RETURN.
           IF RETURN-LINE NOT = SPACES
               ADD 1 TO WS-RETURN-COUNT
               MOVE RETURN-LINE(1:48) TO WS-RETURN-TRAN
               IF RM-RETURNED-DATE = SPACES
                   MOVE WS-CURRENT-DATE-TIME(1:8) TO RM-RETURNED-DATE
               END-IF
               PERFORM EDIT-RETURN
               IF TRAN-OK
                   PERFORM RECORD-RETURN
               END-IF
               IF NOT TRAN-OK
                   PERFORM WRITE-REJECT
               END-IF
           END-IF
           EXIT.

      * A return must match a letter on the mailing history that has
      * not already been sent back, for a recipient still on file.
       EDIT-RETURN.
           SET WS-TRAN-OK TO "Y"
           MOVE SPACES TO WS-REJECT-REASON
           IF RM-DAY-NUM NOT NUMERIC
               OR RM-RETURNED-DATE NOT NUMERIC
               MOVE "MAILING REF OR DATE INVALID" TO WS-REJECT-REASON
               SET WS-TRAN-OK TO "N"
           END-IF
           IF TRAN-OK
               MOVE RM-BRANCH-CODE TO MH-BRANCH-CODE
               MOVE RM-RECIPIENT-ID TO MH-RECIPIENT-ID
               MOVE RM-RUN-DATE TO MH-RUN-DATE
               MOVE RM-DAY-NUM TO MH-DAY-NUM
               READ HISTORY-MASTER
                   KEY IS MH-KEY
                   INVALID KEY
                       MOVE "NOT ON MAILING HISTORY"
                           TO WS-REJECT-REASON
                       SET WS-TRAN-OK TO "N"
               END-READ
           END-IF
           IF TRAN-OK
               IF MH-RETURNED-FLAG = "Y"
                   MOVE "RETURN ALREADY RECORDED" TO WS-REJECT-REASON
                   SET WS-TRAN-OK TO "N"
               END-IF
           END-IF
           IF TRAN-OK
               MOVE RM-BRANCH-CODE TO RP-BRANCH-CODE
               MOVE RM-RECIPIENT-ID TO RP-RECIPIENT-ID
               READ RECIPIENT-MASTER
                   KEY IS RP-KEY
                   INVALID KEY
                       MOVE "RECIPIENT NOT ON RECIP.DAT"
                           TO WS-REJECT-REASON
                       SET WS-TRAN-OK TO "N"
               END-READ
           END-IF
           EXIT.

       RECORD-RETURN.
           MOVE "Y" TO MH-RETURNED-FLAG
           MOVE RM-RETURNED-DATE TO MH-RETURNED-DATE
           MOVE RM-REASON TO MH-RETURN-REASON
           REWRITE MAIL-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "HISTORY UPDATE FAILED - SEE STATUS"
                   TO WS-REJECT-REASON
               SET WS-TRAN-OK TO "N"
           ELSE
               ADD 1 TO WS-ACCEPTED-COUNT
               PERFORM COUNT-RETURN
           END-IF
           EXIT.

      * Add the return to the recipient's tally and drop an active
      * recipient whose returns have reached the limit.
       COUNT-RETURN.
           SET WS-TALLY-FOUND TO "N"
           MOVE RP-KEY TO MR-KEY
           READ TALLY-MASTER
               KEY IS MR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TALLY-FOUND TO TRUE
           END-READ
           IF NOT TALLY-FOUND
               MOVE RP-KEY TO MR-KEY
               MOVE 0 TO MR-RETURN-COUNT
               MOVE SPACES TO MR-DROPPED-DATE
           END-IF
           IF MR-RETURN-COUNT < 999
               ADD 1 TO MR-RETURN-COUNT
           END-IF
           MOVE RM-RETURNED-DATE TO MR-LAST-RETURN-DATE
           MOVE RM-REASON TO MR-LAST-REASON
           PERFORM WRITE-RETURN-LINE
           IF MR-RETURN-COUNT NOT < WS-RETURN-LIMIT
               AND RP-ACTIVE-FLAG = "Y"
               PERFORM DROP-RECIPIENT
           END-IF
           IF TALLY-FOUND
               REWRITE MAIL-RETURN-RECORD
           ELSE
               WRITE MAIL-RETURN-RECORD
           END-IF
           IF WS-TALLY-STATUS NOT = "00"
               DISPLAY "ERROR writing MAILRET.DAT, status="
                       WS-TALLY-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

       DROP-RECIPIENT.
           MOVE "N" TO RP-ACTIVE-FLAG
           REWRITE RECIPIENT-RECORD
           IF WS-RECIPIENT-STATUS NOT = "00"
               DISPLAY "ERROR rewriting RECIP.DAT, status="
                       WS-RECIPIENT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE WS-CURRENT-DATE-TIME(1:8) TO MR-DROPPED-DATE
               MOVE MR-RETURN-COUNT TO WS-EDIT-RETURNS
               MOVE SPACES TO REPORT-LINE
               STRING "*** DROPPED  " RP-BRANCH-CODE " "
                      RP-RECIPIENT-ID " " RP-NAME
                      " - " WS-EDIT-RETURNS " RETURNS, LAST: "
                      MR-LAST-REASON " ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-RETURN-LINE.
           MOVE MR-RETURN-COUNT TO WS-EDIT-RETURNS
           MOVE SPACES TO REPORT-LINE
           STRING "RETURN   " RP-BRANCH-CODE " " RP-RECIPIENT-ID " "
                  RP-NAME " RUN " RM-RUN-DATE " DAY " RM-DAY-NUM
                  " BACK " RM-RETURNED-DATE " " RM-REASON
                  " RETURNS: " WS-EDIT-RETURNS
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECT   REF " RM-MAILING-REF
                  "  REASON: " WS-REJECT-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RETURN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNS READ:        " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACCEPTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RECORDED:          " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REJECTED:          " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RECIPIENTS DROPPED:  " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing MAILRET.TXT, status="
                       WS-REPORT-STATUS
           END-IF
           EXIT.

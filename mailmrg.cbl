      *          spreadsheet macro the mailer job re-invents every
      *          year.  DATE=YYYYMMDD selects the run date to merge
      *          (default today), so rerunning does not re-letter the
      *          whole cumulative extract file.  Every letter
      *          written is recorded on the MAILHIST.DAT mailing
      *          history; a recipient already mailed that run date
      *          and day is skipped and listed on MAILSKIP.TXT, so an
      *          OVERRIDE sweep or a second merge never sends the
      *          same letter twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LETTER-FILE ASSIGN TO "MAILLTR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT HISTORY-MASTER ASSIGN TO "MAILHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SKIP-FILE ASSIGN TO "MAILSKIP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE.
       01 LETTER-LINE PIC X(132).

       FD  HISTORY-MASTER.
           COPY MAILHIST.

       FD  SKIP-FILE.
       01 SKIP-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SIGNAGE-STATUS PIC XX VALUE "00".
       01 WS-RECIPIENT-STATUS PIC XX VALUE "00".
       01 WS-LETTER-STATUS PIC XX VALUE "00".
       01 WS-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-SKIP-STATUS PIC XX VALUE "00".
       01 WS-SIGNAGE-EOF PIC X VALUE "N".
          88 SIGNAGE-EOF VALUE "Y".
       01 WS-RECIP-EOF PIC X VALUE "N".
       01 WS-EXTRACT-COUNT PIC 9(7) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(7) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-HISTORY-FAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-ALREADY-MAILED PIC X VALUE "N".
          88 ALREADY-MAILED VALUE "Y".

       01 WS-EDIT-DAY PIC Z9.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-RUN-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-MERGE-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-MERGE-DATE
           END-IF
           OPEN INPUT SIGNAGE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HISTORY-MASTER
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-MASTER
               CLOSE HISTORY-MASTER
               OPEN I-O HISTORY-MASTER
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "Mailer merge refused - cannot open"
                       " MAILHIST.DAT, status=" WS-HISTORY-STATUS
               CLOSE SIGNAGE-FILE
               CLOSE RECIPIENT-MASTER
               CLOSE LETTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SKIP-FILE
           MOVE SPACES TO SKIP-LINE
           STRING "MAILER MERGE - ALREADY MAILED - RUN DATE: "
                  WS-MERGE-DATE
                  DELIMITED BY SIZE INTO SKIP-LINE
           PERFORM WRITE-SKIP-LINE
           MOVE SPACES TO SKIP-LINE
           PERFORM WRITE-SKIP-LINE
           PERFORM UNTIL SIGNAGE-EOF
               READ SIGNAGE-FILE
                   AT END
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SKIP-LINE
           PERFORM WRITE-SKIP-LINE
           MOVE SPACES TO SKIP-LINE
           STRING "LETTERS SKIPPED - ALREADY MAILED: " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO SKIP-LINE
           PERFORM WRITE-SKIP-LINE
           CLOSE SIGNAGE-FILE
           CLOSE RECIPIENT-MASTER
           CLOSE LETTER-FILE
           CLOSE HISTORY-MASTER
           CLOSE SKIP-FILE
           DISPLAY "Mailer merge complete for " WS-MERGE-DATE " - "
                   WS-LETTER-COUNT " letter(s) written to"
                   " MAILLTR.TXT."
           IF WS-SKIPPED-COUNT > 0
               DISPLAY WS-SKIPPED-COUNT " letter(s) skipped as"
                       " already mailed - see MAILSKIP.TXT."
           END-IF
           IF WS-HISTORY-FAIL-COUNT > 0
               DISPLAY "ERROR: " WS-HISTORY-FAIL-COUNT " letter(s)"
                       " not recorded on MAILHIST.DAT - a rerun"
                       " would mail them again."
           END-IF
           IF WS-MATCHED-COUNT = 0
               DISPLAY "WARNING: no signage extracts on file for"
                       " that run date."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

                           SET RECIP-EOF TO TRUE
                       ELSE
                           IF RP-ACTIVE-FLAG = "Y"
                               PERFORM CHECK-MAIL-HISTORY
                               IF ALREADY-MAILED
                                   PERFORM WRITE-SKIP-ENTRY
                               ELSE
                                   PERFORM WRITE-ONE-LETTER
                                   PERFORM WRITE-MAIL-HISTORY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * A history entry for this recipient, run date and day means
      * the letter has already gone out.
       CHECK-MAIL-HISTORY.
           SET WS-ALREADY-MAILED TO "N"
           MOVE RP-BRANCH-CODE TO MH-BRANCH-CODE
           MOVE RP-RECIPIENT-ID TO MH-RECIPIENT-ID
           MOVE SG-RUN-DATE TO MH-RUN-DATE
           MOVE SG-DAY-NUM TO MH-DAY-NUM
           READ HISTORY-MASTER
               KEY IS MH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ALREADY-MAILED TO TRUE
           END-READ
           EXIT.

       WRITE-MAIL-HISTORY.
           MOVE RP-BRANCH-CODE TO MH-BRANCH-CODE
           MOVE RP-RECIPIENT-ID TO MH-RECIPIENT-ID
           MOVE SG-RUN-DATE TO MH-RUN-DATE
           MOVE SG-DAY-NUM TO MH-DAY-NUM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO MH-MAILED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO MH-MAILED-TIME
           MOVE "N" TO MH-RETURNED-FLAG
           MOVE SPACES TO MH-RETURNED-DATE
           MOVE SPACES TO MH-RETURN-REASON
           WRITE MAIL-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR writing MAILHIST.DAT for branch "
                       RP-BRANCH-CODE " recipient " RP-RECIPIENT-ID
                       ", status=" WS-HISTORY-STATUS
               ADD 1 TO WS-HISTORY-FAIL-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

       WRITE-SKIP-ENTRY.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SG-DAY-NUM TO WS-EDIT-DAY
           MOVE SPACES TO SKIP-LINE
           STRING "SKIPPED  BRANCH " RP-BRANCH-CODE
                  "  RECIPIENT " RP-RECIPIENT-ID " " RP-NAME
                  "  DAY " WS-EDIT-DAY
                  "  ALREADY MAILED " MH-MAILED-DATE
                  DELIMITED BY SIZE INTO SKIP-LINE
           PERFORM WRITE-SKIP-LINE
           EXIT.

       WRITE-SKIP-LINE.
           WRITE SKIP-LINE
           IF WS-SKIP-STATUS NOT = "00"
               DISPLAY "ERROR writing MAILSKIP.TXT, status="
                       WS-SKIP-STATUS
           END-IF
           EXIT.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE ALL "-" TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "MAILING REF: " RP-BRANCH-CODE RP-RECIPIENT-ID
                  SG-RUN-DATE SG-DAY-NUM
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           EXIT.

       WRITE-LETTER-LINE.

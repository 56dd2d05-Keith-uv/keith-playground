           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CLOSURE-FILE ASSIGN TO "BRCLOSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CLOSURE-STATUS.
           SELECT SKIP-LOG-FILE ASSIGN TO "SWEEPSKP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKIP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CLOSURE-FILE.
           COPY BRCLOSE.

       FD  SKIP-LOG-FILE.
       01 SKIP-LOG-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-NUM-DAYS PIC 99 VALUE 12.
       01 WS-SWEEP-FLAG PIC X VALUE "N".
          88 SWEEP-RUN VALUE "Y".
       01 WS-BRANCHES-RUN PIC 999 VALUE 0.
       01 WS-BRANCHES-CLOSED PIC 999 VALUE 0.
       01 WS-CLOSURE-STATUS PIC XX VALUE "00".
       01 WS-CLOSURE-OPEN-FLAG PIC X VALUE "N".
          88 CLOSURE-FILE-OPEN VALUE "Y".
       01 WS-SKIP-LOG-STATUS PIC XX VALUE "00".
       01 WS-CLOSED-FLAG PIC X VALUE "N".
          88 BRANCH-CLOSED VALUE "Y".
       01 WS-CLOSED-REASON PIC X(30) VALUE SPACES.
       01 WS-CLOSED-CHECK-DATE PIC 9(8) VALUE 0.
       01 WS-BRANCH-START-INT PIC S9(9) COMP VALUE 0.
       01 WS-TODAY-INT PIC S9(9) COMP VALUE 0.
       01 WS-SCAN-INT PIC S9(9) COMP VALUE 0.
       01 WS-CLOSED-DAYS PIC S9(5) COMP VALUE 0.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-RUN-DATE PIC X(8).
          88 OPERATOR-QUIT VALUE "Y".
       01 WS-PARM-VALUE PIC X(15).

      * Version lookup: the language/day wanted and the date the
      * wording must be in effect on.
       01 WS-LYRIC-WANT-KEY.
          05 WS-LYRIC-WANT-LANG PIC XX.
          05 WS-LYRIC-WANT-DAY PIC 99.
       01 WS-LYRIC-AS-AT PIC X(8) VALUE SPACES.
       01 WS-LYRIC-HOLD PIC X(140).
       01 WS-LYRIC-FOUND PIC X VALUE "N".
          88 LYRIC-FOUND VALUE "Y".
       01 WS-LYRIC-SCAN-DONE PIC X VALUE "N".
          88 LYRIC-SCAN-DONE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-RUN-PARM
           END-IF
           IF DAILY-MODE
               PERFORM READ-CAMPAIGN-CALENDAR
           ELSE
               IF SWEEP-RUN
                   PERFORM READ-CAMPAIGN-START
               END-IF
           END-IF
           IF SWEEP-RUN
               PERFORM SWEEP-BRANCHES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * A DAILY sweep honours the closure calendar; with no
      * BRCLOSE.DAT on file every branch is taken as open.
           IF DAILY-MODE
               OPEN INPUT CLOSURE-FILE
               IF WS-CLOSURE-STATUS = "00"
                   SET CLOSURE-FILE-OPEN TO TRUE
               ELSE
                   IF WS-CLOSURE-STATUS NOT = "35"
                       DISPLAY "SWEEP warning - cannot open"
                               " BRCLOSE.DAT, status="
                               WS-CLOSURE-STATUS
                               " - no closures applied."
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM UNTIL BRANCH-EOF
               READ BRANCH-FILE
                   AT END
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE
           IF CLOSURE-FILE-OPEN
               CLOSE CLOSURE-FILE
           END-IF
           IF WS-BRANCHES-RUN = 0 AND WS-BRANCHES-CLOSED > 0
               DISPLAY "SWEEP complete - every active branch is"
                       " closed today (" WS-BRANCHES-CLOSED
                       " skipped)."
           ELSE
           IF WS-BRANCHES-RUN = 0
               DISPLAY "SWEEP run found no active branches in"
                       " BRANCH.DAT."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "SWEEP complete - " WS-BRANCHES-RUN
                       " branch(es) processed, " WS-BRANCHES-CLOSED
                       " closed today."
           END-IF
           END-IF
           EXIT.

                       AND WS-BRANCH-DAY-NUM > BR-NUM-DAYS
                       DISPLAY "SWEEP skipping branch " BR-BRANCH-CODE
                               " - its campaign has ended."
                   ELSE
                   IF DAILY-MODE AND BRANCH-CLOSED
                       ADD 1 TO WS-BRANCHES-CLOSED
                       DISPLAY "SWEEP skipping branch " BR-BRANCH-CODE
                               " - closed today (" WS-CLOSED-REASON
                               ")."
                       PERFORM WRITE-SKIP-LOG
                   ELSE
                       ADD 1 TO WS-BRANCHES-RUN
                       MOVE BR-BRANCH-CODE TO WS-BRANCH-CODE
                       PERFORM RUN-COUNTDOWN
                   END-IF
                   END-IF
                   END-IF
               ELSE
                   DISPLAY "SWEEP skipping branch " BR-BRANCH-CODE
                           " - campaign length is invalid."

      * Each branch launches on its own date: derive its own day
      * number from BR-START-DATE when one is on the record, and
      * fall back to the campaign calendar start for records written
      * before the field existed.  Days the branch was closed do not
      * count, so the branch picks up the verse it missed on the day
      * it reopens.  Today's own closure is noted for SWEEP-ONE-BRANCH.
       SET-BRANCH-DAY-NUM.
           IF BR-START-DATE NUMERIC
               COMPUTE WS-BRANCH-START-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(BR-START-DATE))
           ELSE
               COMPUTE WS-BRANCH-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAMPAIGN-START)
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-BRANCH-DAY-NUM =
               WS-TODAY-INT - WS-BRANCH-START-INT + 1
           SET WS-CLOSED-FLAG TO "N"
           MOVE 0 TO WS-CLOSED-DAYS
           IF CLOSURE-FILE-OPEN AND WS-BRANCH-DAY-NUM >= 1
               PERFORM COUNT-CLOSED-DAY
                   VARYING WS-SCAN-INT FROM WS-BRANCH-START-INT BY 1
                   UNTIL WS-SCAN-INT >= WS-TODAY-INT
               SUBTRACT WS-CLOSED-DAYS FROM WS-BRANCH-DAY-NUM
               MOVE WS-TODAY-DATE TO WS-CLOSED-CHECK-DATE
               PERFORM CHECK-BRANCH-CLOSED
           END-IF
           EXIT.

       COUNT-CLOSED-DAY.
           COMPUTE WS-CLOSED-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
           PERFORM CHECK-BRANCH-CLOSED
           IF BRANCH-CLOSED
               ADD 1 TO WS-CLOSED-DAYS
           END-IF
           EXIT.

      * A date is closed for the branch when BRCLOSE.DAT holds it
      * under the branch's own code or under ALL.
       CHECK-BRANCH-CLOSED.
           SET WS-CLOSED-FLAG TO "N"
           MOVE SPACES TO WS-CLOSED-REASON
           MOVE BR-BRANCH-CODE TO CL-BRANCH-CODE
           MOVE WS-CLOSED-CHECK-DATE TO CL-CLOSED-DATE
           READ CLOSURE-FILE
               KEY IS CL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BRANCH-CLOSED TO TRUE
                   MOVE CL-REASON TO WS-CLOSED-REASON
           END-READ
           IF NOT BRANCH-CLOSED
               MOVE "ALL " TO CL-BRANCH-CODE
               MOVE WS-CLOSED-CHECK-DATE TO CL-CLOSED-DATE
               READ CLOSURE-FILE
                   KEY IS CL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BRANCH-CLOSED TO TRUE
                       MOVE CL-REASON TO WS-CLOSED-REASON
               END-READ
           END-IF
           EXIT.

      * Each branch a DAILY sweep passes over for a closure is logged
      * to SWEEPSKP.TXT so the branch's silent day can be accounted
      * for afterwards.
       WRITE-SKIP-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO SKIP-LOG-LINE
           STRING WS-CURRENT-DATE-TIME(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME(9:6) DELIMITED BY SIZE
                  " BRANCH " DELIMITED BY SIZE
                  BR-BRANCH-CODE DELIMITED BY SIZE
                  " CLOSED " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLOSED-REASON DELIMITED BY SIZE
                  " OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO SKIP-LOG-LINE
           END-STRING
           OPEN EXTEND SKIP-LOG-FILE
           IF WS-SKIP-LOG-STATUS NOT = "00"
               OPEN OUTPUT SKIP-LOG-FILE
           END-IF
           WRITE SKIP-LOG-LINE
           IF WS-SKIP-LOG-STATUS NOT = "00"
               DISPLAY "ERROR writing SWEEPSKP.TXT, status="
                       WS-SKIP-LOG-STATUS
           END-IF
           CLOSE SKIP-LOG-FILE
           EXIT.

       RUN-COUNTDOWN.
           PERFORM INITIALIZE-LYRICS
      * Checkpoints are keyed by operator and language, and a sweep
           CLOSE CALENDAR-FILE
           EXIT.

      * A batch sweep needs the calendar only for the start date that
      * fixes the wording of a branch without its own start date;
      * with no usable calendar that branch is sung today's wording.
       READ-CAMPAIGN-START.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                   AND CC-START-DATE NUMERIC
                   MOVE CC-START-DATE TO WS-CAMPAIGN-START
               END-IF
               CLOSE CALENDAR-FILE
           END-IF
           EXIT.

       INITIALIZE-LYRICS.
           SET WS-LYRICS-OPEN-FLAG TO "N"
           OPEN INPUT LYRICS-MASTER
           IF WS-LYRICS-STATUS = "00"
               SET LYRICS-FILE-OPEN TO TRUE
           END-IF
           PERFORM SET-LYRIC-AS-AT-DATE
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
                   UNTIL DAY-INDEX > WS-NUM-DAYS
               IF LYRICS-FILE-OPEN
                   MOVE WS-LANGUAGE-CODE TO WS-LYRIC-WANT-LANG
                   MOVE DAY-INDEX TO WS-LYRIC-WANT-DAY
                   PERFORM FIND-EFFECTIVE-LYRIC
                   IF NOT LYRIC-FOUND
                       MOVE SPACES TO LY-DAY-NAME LY-GIFT-LINE
                   END-IF
               ELSE
                   MOVE SPACES TO LY-DAY-NAME LY-GIFT-LINE
               END-IF
           END-IF
           EXIT.

      * A SWEEP sings each branch the wording in effect on the day
      * its campaign starts, so a version staged to take effect part
      * way through the season does not change the song mid-run.
      * Every other run uses the wording in effect today.
       SET-LYRIC-AS-AT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LYRIC-AS-AT
           IF SWEEP-RUN
               IF BR-START-DATE NUMERIC
                   MOVE BR-START-DATE TO WS-LYRIC-AS-AT
               ELSE
                   IF WS-CAMPAIGN-START > 0
                       MOVE WS-CAMPAIGN-START TO WS-LYRIC-AS-AT
                   END-IF
               END-IF
           END-IF
           EXIT.

      * Several versions of a day's wording may sit on LYRICS.DAT,
      * keyed by the date each takes effect.  Take the latest version
      * effective on or before the as-at date that has not expired
      * by then; LYRIC-FOUND is off when no version covers the date.
       FIND-EFFECTIVE-LYRIC.
           SET WS-LYRIC-FOUND TO "N"
           SET WS-LYRIC-SCAN-DONE TO "N"
           MOVE WS-LYRIC-WANT-KEY TO LY-KEY
           MOVE LOW-VALUES TO LY-EFFECTIVE-DATE
           START LYRICS-MASTER
               KEY IS NOT LESS THAN LY-VERSION-KEY
               INVALID KEY
                   SET LYRIC-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL LYRIC-SCAN-DONE
               READ LYRICS-MASTER NEXT RECORD
                   AT END
                       SET LYRIC-SCAN-DONE TO TRUE
                   NOT AT END
                       IF LY-KEY NOT = WS-LYRIC-WANT-KEY
                           OR LY-EFFECTIVE-DATE > WS-LYRIC-AS-AT
                           SET LYRIC-SCAN-DONE TO TRUE
                       ELSE
                           IF LY-EXPIRY-DATE = SPACES
                               OR LY-EXPIRY-DATE NOT < WS-LYRIC-AS-AT
                               MOVE LYRICS-RECORD TO WS-LYRIC-HOLD
                               SET LYRIC-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LYRIC-FOUND
               MOVE WS-LYRIC-HOLD TO LYRICS-RECORD
           END-IF
           EXIT.

       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS = "00"

      *          this report compares that requirement against the
      *          on-hand quantity in the GIFTINV.DAT ledger and lists
      *          each shortfall (GIFTSHT.TXT), so buying happens
      *          before the gap hits on day 9.  Each shortfall is also
      *          written to a fixed-format extract (GIFTSHX.DAT) that
      *          PO-RAISE turns into purchase orders.  GIFT-ISSUE-POST
      *          takes each verse's gifts off the ledger as it is sung,
      *          so only the verses still to come are required: the
      *          branch's countdown day is worked out as the DAILY
      *          SWEEP does (own start date, else the CAMPCAL.DAT
      *          start, less closed dates on BRCLOSE.DAT), and today's
      *          verse counts as sung once ISSUEPST.DAT shows it
      *          posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CAMPCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CLOSURE-FILE ASSIGN TO "BRCLOSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CLOSURE-STATUS.
           SELECT POSTED-FILE ASSIGN TO "ISSUEPST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-KEY
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GIFTSHT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SHORTAGE-FILE ASSIGN TO "GIFTSHX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHORTAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LYRICS-MASTER.
           COPY LYRICREC.

       FD  CALENDAR-FILE.
           COPY CAMPCAL.

       FD  CLOSURE-FILE.
           COPY BRCLOSE.

       FD  POSTED-FILE.
           COPY ISSUEPST.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD  SHORTAGE-FILE.
           COPY GIFTSHX.

       WORKING-STORAGE SECTION.

       01 WS-BRANCH-STATUS PIC XX VALUE "00".
       01 WS-GIFTCOST-STATUS PIC XX VALUE "00".
       01 WS-GIFTINV-STATUS PIC XX VALUE "00".
       01 WS-LYRICS-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-CLOSURE-STATUS PIC XX VALUE "00".
       01 WS-POSTED-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-SHORTAGE-STATUS PIC XX VALUE "00".
       01 WS-BRANCH-EOF PIC X VALUE "N".
          88 BRANCH-EOF VALUE "Y".
       01 WS-GIFTINV-OPEN-FLAG PIC X VALUE "N".
          88 GIFTINV-FILE-OPEN VALUE "Y".
       01 WS-LYRICS-OPEN-FLAG PIC X VALUE "N".
          88 LYRICS-FILE-OPEN VALUE "Y".
       01 WS-CLOSURE-OPEN-FLAG PIC X VALUE "N".
          88 CLOSURE-FILE-OPEN VALUE "Y".
       01 WS-POSTED-OPEN-FLAG PIC X VALUE "N".
          88 POSTED-FILE-OPEN VALUE "Y".
       01 WS-CLOSED-FLAG PIC X VALUE "N".
          88 BRANCH-CLOSED VALUE "Y".

      * Countdown position: the verses the branch has already sung
      * and given out, and the first verse still to come.
       01 WS-CAMPAIGN-START PIC X(8) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-CLOSED-CHECK-DATE PIC 9(8) VALUE 0.
       01 WS-BRANCH-START-INT PIC S9(9) COMP VALUE 0.
       01 WS-TODAY-INT PIC S9(9) COMP VALUE 0.
       01 WS-SCAN-INT PIC S9(9) COMP VALUE 0.
       01 WS-CLOSED-DAYS PIC S9(5) COMP VALUE 0.
       01 WS-BRANCH-DAY-NUM PIC S9(5) COMP VALUE 0.
       01 WS-VERSES-SUNG PIC 99 VALUE 0.
       01 WS-FIRST-VERSE PIC 99 VALUE 0.

       01 WS-BRANCH-COUNT PIC 999 VALUE 0.
       01 WS-SHORTAGE-COUNT PIC 9(7) VALUE 0.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-CURRENT-DATE-TIME PIC X(21).

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
           OPEN OUTPUT REPORT-FILE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           OPEN OUTPUT SHORTAGE-FILE
           IF WS-SHORTAGE-STATUS NOT = "00"
               DISPLAY "ERROR opening GIFTSHX.DAT, status="
                       WS-SHORTAGE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GIFTCOST-MASTER
           IF WS-GIFTCOST-STATUS NOT = "00"
               DISPLAY "Shortage report refused - cannot open"
           IF WS-LYRICS-STATUS = "00"
               SET LYRICS-FILE-OPEN TO TRUE
           END-IF
      * No BRCLOSE.DAT means nothing closed and no ISSUEPST.DAT means
      * nothing posted yet, so neither stops the report.
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS = "00"
               SET CLOSURE-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = "00"
               SET POSTED-FILE-OPEN TO TRUE
           END-IF
           PERFORM READ-CAMPAIGN-START
           PERFORM REPORT-ALL-BRANCHES
           IF CLOSURE-FILE-OPEN
               CLOSE CLOSURE-FILE
           END-IF
           IF POSTED-FILE-OPEN
               CLOSE POSTED-FILE
           END-IF
           CLOSE GIFTCOST-MASTER
           IF GIFTINV-FILE-OPEN
               CLOSE GIFTINV-MASTER
           END-IF
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE
           CLOSE SHORTAGE-FILE
           IF WS-SHORTAGE-COUNT > 0 OR WS-MISSING-COUNT > 0
               DISPLAY "Shortage report complete - "
                       WS-SHORTAGE-COUNT " shortage(s), "
           CLOSE BRANCH-FILE
           EXIT.

      * Each branch is described in the wording in effect when its
      * campaign starts; a branch without its own start date uses
      * the campaign calendar start, or today when neither is set.
       REPORT-ONE-BRANCH.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-LYRIC-AS-AT
           IF BR-START-DATE NUMERIC
               MOVE BR-START-DATE TO WS-LYRIC-AS-AT
           ELSE
               IF WS-CAMPAIGN-START NUMERIC
                   MOVE WS-CAMPAIGN-START TO WS-LYRIC-AS-AT
               END-IF
           END-IF
           PERFORM SET-VERSES-SUNG
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH " BR-BRANCH-CODE
                  "  LANGUAGE " BR-LANGUAGE-CODE
                  "  CAMPAIGN LENGTH " BR-NUM-DAYS
                  "  VERSES SUNG " WS-VERSES-SUNG
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM CHECK-ONE-DAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF WS-DAY-SUB > WS-FIRST-VERSE
                   COMPUTE WS-DAYS-REMAINING =
                       BR-NUM-DAYS - WS-DAY-SUB + 1
               ELSE
                   COMPUTE WS-DAYS-REMAINING =
                       BR-NUM-DAYS - WS-FIRST-VERSE + 1
               END-IF
               COMPUTE WS-REQUIRED-QTY =
                   GC-VERSE-QTY * WS-DAYS-REMAINING
               PERFORM READ-ON-HAND-QTY
                   STRING "  *** SHORT " WS-EDIT-QTY " ***"
                          DELIMITED BY SIZE INTO REPORT-LINE(60:)
                   PERFORM WRITE-REPORT-LINE
                   PERFORM WRITE-SHORTAGE-EXTRACT
               END-IF
           END-IF
           EXIT.

      * Day N's gift is given in every verse from N on, so it is
      * still needed once for each verse not yet sung from N or the
      * first verse to come, whichever is later.  With no start date
      * or calendar the whole campaign is taken as still to come.
       SET-VERSES-SUNG.
           MOVE 0 TO WS-VERSES-SUNG
           MOVE 0 TO WS-BRANCH-DAY-NUM
           IF BR-START-DATE NUMERIC
               OR WS-CAMPAIGN-START NUMERIC
               PERFORM SET-BRANCH-DAY-NUM
           END-IF
           IF WS-BRANCH-DAY-NUM > 1
               IF WS-BRANCH-DAY-NUM > BR-NUM-DAYS
                   MOVE BR-NUM-DAYS TO WS-VERSES-SUNG
               ELSE
                   COMPUTE WS-VERSES-SUNG = WS-BRANCH-DAY-NUM - 1
               END-IF
           END-IF
           IF WS-BRANCH-DAY-NUM >= 1
               AND WS-BRANCH-DAY-NUM <= BR-NUM-DAYS
               AND NOT BRANCH-CLOSED
               PERFORM CHECK-TODAY-POSTED
           END-IF
           COMPUTE WS-FIRST-VERSE = WS-VERSES-SUNG + 1
           EXIT.

      * The branch's day number as the DAILY SWEEP derives it: days
      * since its start date (else the calendar start), less the
      * dates before today it was closed.
       SET-BRANCH-DAY-NUM.
           IF BR-START-DATE NUMERIC
               COMPUTE WS-BRANCH-START-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(BR-START-DATE))
           ELSE
               COMPUTE WS-BRANCH-START-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CAMPAIGN-START))
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
           MOVE BR-BRANCH-CODE TO CL-BRANCH-CODE
           MOVE WS-CLOSED-CHECK-DATE TO CL-CLOSED-DATE
           READ CLOSURE-FILE
               KEY IS CL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BRANCH-CLOSED TO TRUE
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
               END-READ
           END-IF
           EXIT.

      * Today's verse has been given out once GIFT-ISSUE-POST has
      * posted the branch for today's run date.
       CHECK-TODAY-POSTED.
           IF POSTED-FILE-OPEN
               MOVE WS-TODAY-DATE TO IP-RUN-DATE
               MOVE BR-BRANCH-CODE TO IP-BRANCH-CODE
               READ POSTED-FILE
                   KEY IS IP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-VERSES-SUNG
               END-READ
           END-IF
           EXIT.

      * A branch without its own start date counts from the campaign
      * calendar start, as the SWEEP does.
       READ-CAMPAIGN-START.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-CAMPAIGN-START
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

       WRITE-SHORTAGE-EXTRACT.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SX-RUN-DATE
           MOVE BR-BRANCH-CODE TO SX-BRANCH-CODE
           MOVE BR-LANGUAGE-CODE TO SX-LANGUAGE-CODE
           MOVE WS-DAY-SUB TO SX-DAY-NUM
           MOVE WS-REQUIRED-QTY TO SX-REQUIRED-QTY
           MOVE WS-ON-HAND-QTY TO SX-ON-HAND-QTY
           MOVE WS-SHORT-QTY TO SX-SHORT-QTY
           WRITE SHORTAGE-RECORD
           IF WS-SHORTAGE-STATUS NOT = "00"
               DISPLAY "ERROR writing GIFTSHX.DAT, status="
                       WS-SHORTAGE-STATUS
           END-IF
           EXIT.

       READ-GIFT-DESC.
           MOVE SPACES TO WS-GIFT-DESC
           IF LYRICS-FILE-OPEN
               MOVE BR-LANGUAGE-CODE TO WS-LYRIC-WANT-LANG
               MOVE WS-DAY-SUB TO WS-LYRIC-WANT-DAY
               PERFORM FIND-EFFECTIVE-LYRIC
               IF LYRIC-FOUND
                   MOVE LY-GIFT-LINE(1:40) TO WS-GIFT-DESC
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


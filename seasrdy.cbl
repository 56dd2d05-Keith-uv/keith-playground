      *          campaign.  Writes one exception report (SEASRDY.TXT)
      *          and ends with RETURN-CODE 8 when exceptions exist so
      *          the scheduler holds the first SWEEP of the season.
      *          Dates a branch is shut on BRCLOSE.DAT push its later
      *          verses back; a branch whose last verse then falls
      *          after the campaign end date is warned of, and a run
      *          with warnings but no exceptions ends RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT GIFTCOST-MASTER ASSIGN TO "GIFTCOST.DAT"
               ORGANIZATION IS INDEXED
           SELECT CALENDAR-FILE ASSIGN TO "CAMPCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CLOSURE-FILE ASSIGN TO "BRCLOSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CLOSURE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "SEASRDY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
       FD  CALENDAR-FILE.
           COPY CAMPCAL.

       FD  CLOSURE-FILE.
           COPY BRCLOSE.

       FD  EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(132).

       01 WS-GIFTCOST-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-EXCEPTION-STATUS PIC XX VALUE "00".
       01 WS-CLOSURE-STATUS PIC XX VALUE "00".
       01 WS-CLOSURE-OPEN-FLAG PIC X VALUE "N".
          88 CLOSURE-FILE-OPEN VALUE "Y".
       01 WS-BRANCH-EOF PIC X VALUE "N".
          88 BRANCH-EOF VALUE "Y".
       01 WS-LYRICS-OPEN-FLAG PIC X VALUE "N".
       01 WS-BR-END-INT PIC S9(9) COMP VALUE 0.
       01 WS-BRANCH-COUNT PIC 999 VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(7) VALUE 0.
       01 WS-SCAN-INT PIC S9(9) COMP VALUE 0.
       01 WS-SCAN-LIMIT-INT PIC S9(9) COMP VALUE 0.
       01 WS-OPEN-DAYS PIC 99 VALUE 0.
       01 WS-CLOSED-DAYS PIC 999 VALUE 0.
       01 WS-CLOSED-FLAG PIC X VALUE "N".
          88 DATE-CLOSED VALUE "Y".
       01 WS-SCAN-DATE PIC 9(8) VALUE 0.
       01 WS-LAST-VERSE-DATE PIC 9(8) VALUE 0.
       01 WS-CAL-END-DATE PIC 9(8) VALUE 0.
       01 WS-EDIT-CLOSED PIC ZZ9.
       01 WS-RECORD-FOUND PIC X VALUE "N".
          88 RECORD-FOUND VALUE "Y".

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
           OPEN OUTPUT EXCEPTION-FILE
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS = "00"
               SET CLOSURE-FILE-OPEN TO TRUE
           ELSE
               IF WS-CLOSURE-STATUS NOT = "35"
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING "WARNING: cannot open BRCLOSE.DAT, status="
                          WS-CLOSURE-STATUS
                          " - closures not checked."
                          DELIMITED BY SIZE INTO EXCEPTION-LINE
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF
           PERFORM CHECK-ALL-BRANCHES
           IF WS-BRANCH-COUNT = 0
               MOVE "EXCEPTION: no active branches in BRANCH.DAT."
           IF GIFTCOST-FILE-OPEN
               CLOSE GIFTCOST-MASTER
           END-IF
           IF CLOSURE-FILE-OPEN
               CLOSE CLOSURE-FILE
           END-IF
           PERFORM WRITE-REPORT-TRAILER
           CLOSE EXCEPTION-FILE
           IF WS-EXCEPTION-COUNT > 0
                       WS-EXCEPTION-COUNT
                       " exception(s) - see SEASRDY.TXT."
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-WARNING-COUNT > 0
               DISPLAY "Season readiness check found "
                       WS-WARNING-COUNT
                       " warning(s) - see SEASRDY.TXT."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Season readiness check clean - "
                       WS-BRANCH-COUNT " active branch(es) verified."
           END-IF
           END-IF
           STOP RUN.

       READ-CAMPAIGN-CALENDAR.
           ELSE
               IF CALENDAR-OK
                   PERFORM CHECK-BRANCH-WINDOW
                   IF CLOSURE-FILE-OPEN
                       PERFORM CHECK-BRANCH-CLOSURES
                   END-IF
               END-IF
               PERFORM CHECK-BRANCH-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
           END-IF
           EXIT.

      * The DAILY SWEEP sings nothing on a closed date and takes the
      * next verse on the next open day, so the branch's last verse
      * lands on its BR-NUM-DAYS-th open day.  Walk forward from the
      * branch start counting open days (at most a year) and warn if
      * that day falls after the campaign end date.
       CHECK-BRANCH-CLOSURES.
           IF BR-START-DATE NUMERIC
               COMPUTE WS-BR-START-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(BR-START-DATE))
           ELSE
               IF BR-START-DATE = SPACES
                   MOVE WS-CAL-START-INT TO WS-BR-START-INT
               ELSE
                   MOVE 0 TO WS-BR-START-INT
               END-IF
           END-IF
           IF WS-BR-START-INT > 0
               MOVE 0 TO WS-OPEN-DAYS
               MOVE 0 TO WS-CLOSED-DAYS
               COMPUTE WS-SCAN-LIMIT-INT = WS-BR-START-INT + 366
               PERFORM COUNT-OPEN-DAY
                   VARYING WS-SCAN-INT FROM WS-BR-START-INT BY 1
                   UNTIL WS-OPEN-DAYS >= BR-NUM-DAYS
                      OR WS-SCAN-INT > WS-SCAN-LIMIT-INT
               COMPUTE WS-LAST-VERSE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT - 1)
               IF WS-SCAN-INT - 1 > WS-CAL-END-INT
                   COMPUTE WS-CAL-END-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-END-INT)
                   MOVE WS-CLOSED-DAYS TO WS-EDIT-CLOSED
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING "WARNING: BRANCH " BR-BRANCH-CODE
                          " last verse falls on "
                          WS-LAST-VERSE-DATE
                          " after campaign end " WS-CAL-END-DATE
                          " -" WS-EDIT-CLOSED
                          " closed day(s) on BRCLOSE.DAT."
                          DELIMITED BY SIZE INTO EXCEPTION-LINE
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF
           EXIT.

       COUNT-OPEN-DAY.
           COMPUTE WS-SCAN-DATE = FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
           SET WS-CLOSED-FLAG TO "N"
           MOVE BR-BRANCH-CODE TO CL-BRANCH-CODE
           MOVE WS-SCAN-DATE TO CL-CLOSED-DATE
           READ CLOSURE-FILE
               KEY IS CL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DATE-CLOSED TO TRUE
           END-READ
           IF NOT DATE-CLOSED
               MOVE "ALL " TO CL-BRANCH-CODE
               MOVE WS-SCAN-DATE TO CL-CLOSED-DATE
               READ CLOSURE-FILE
                   KEY IS CL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DATE-CLOSED TO TRUE
               END-READ
           END-IF
           IF DATE-CLOSED
               ADD 1 TO WS-CLOSED-DAYS
           ELSE
               ADD 1 TO WS-OPEN-DAYS
           END-IF
           EXIT.

       CHECK-BRANCH-DAY.
           MOVE WS-DAY-SUB TO WS-EDIT-DAY
           IF LYRICS-FILE-OPEN
           END-IF
           EXIT.

      * The branch will sing the version in effect on its campaign
      * start date, so that is the version that must be complete.
       READ-LYRIC-RECORD.
           SET WS-RECORD-FOUND TO "N"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LYRIC-AS-AT
           IF BR-START-DATE NUMERIC
               MOVE BR-START-DATE TO WS-LYRIC-AS-AT
           ELSE
               IF WS-CAL-START-DATE > 0
                   MOVE WS-CAL-START-DATE TO WS-LYRIC-AS-AT
               END-IF
           END-IF
           MOVE BR-LANGUAGE-CODE TO WS-LYRIC-WANT-LANG
           MOVE WS-DAY-SUB TO WS-LYRIC-WANT-DAY
           PERFORM FIND-EFFECTIVE-LYRIC
           IF LYRIC-FOUND
               IF LY-DAY-NAME NOT = SPACES
                   AND LY-GIFT-LINE NOT = SPACES
                   SET RECORD-FOUND TO TRUE
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

       READ-GIFTCOST-RECORD.
           STRING "EXCEPTIONS FOUND:        " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO EXCEPTION-LINE
           PERFORM WRITE-EXCEPTION-LINE
           MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "WARNINGS FOUND:          " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO EXCEPTION-LINE
           PERFORM WRITE-EXCEPTION-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "ALL ACTIVE BRANCHES ARE READY FOR THE SEASON."
                   TO EXCEPTION-LINE

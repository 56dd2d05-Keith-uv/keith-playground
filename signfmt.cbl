      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lobby signage panel formatting.  The boards do not
      *          all take the 40-character day name and 80-character
      *          gift line the way SIGNAGE.DAT carries them, so for
      *          every active device on SIGNDEV.DAT this program reads
      *          the day's extracts for the device's branch and writes
      *          one panel file (PANEL.<branch>.<device>.TXT) holding
      *          each verse - day name, then the gift lines counting
      *          down to day 1 - word-wrapped to the device's line
      *          width and split over as many screens of its line
      *          count as the verse needs.  Gift lines for the earlier
      *          days come from the LYRICS.DAT version the branch's
      *          campaign sings.  A word too long for a line, a line
      *          of text too long for one screen, and an active
      *          branch with no active device are listed on the
      *          exception list (SIGNFMT.TXT) and end the run with
      *          RETURN-CODE 4.  DATE=YYYYMMDD selects the run date
      *          (default today).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNAGE-FORMAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNAGE-FILE ASSIGN TO "SIGNAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNAGE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CAMPCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT SIGNDEV-MASTER ASSIGN TO "SIGNDEV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-KEY
               FILE STATUS IS WS-SIGNDEV-STATUS.
           SELECT PANEL-FILE ASSIGN TO WS-PANEL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PANEL-STATUS.
           SELECT LISTING-FILE ASSIGN TO "SIGNFMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNAGE-FILE.
           COPY SIGNREC.

       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  CALENDAR-FILE.
           COPY CAMPCAL.

       FD  LYRICS-MASTER.
           COPY LYRICREC.

       FD  SIGNDEV-MASTER.
           COPY SIGNDEV.

       FD  PANEL-FILE.
       01 PANEL-LINE PIC X(80).

       FD  LISTING-FILE.
       01 LISTING-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SIGNAGE-STATUS PIC XX VALUE "00".
       01 WS-BRANCH-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-LYRICS-STATUS PIC XX VALUE "00".
       01 WS-SIGNDEV-STATUS PIC XX VALUE "00".
       01 WS-PANEL-STATUS PIC XX VALUE "00".
       01 WS-LISTING-STATUS PIC XX VALUE "00".
       01 WS-FILE-EOF PIC X VALUE "N".
          88 FILE-EOF VALUE "Y".
       01 WS-DEVICE-EOF PIC X VALUE "N".
          88 DEVICE-EOF VALUE "Y".
       01 WS-SIGNDEV-OPEN-FLAG PIC X VALUE "N".
          88 SIGNDEV-FILE-OPEN VALUE "Y".

       01 WS-PARM-STRING PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
          05 WS-PARM-TOKEN OCCURS 10 TIMES
                           INDEXED BY PT-IDX PIC X(20).
       01 WS-FORMAT-DATE PIC X(8) VALUE SPACES.
       01 WS-CAMPAIGN-START PIC X(8) VALUE SPACES.
       01 WS-PANEL-NAME PIC X(64) VALUE SPACES.

      * Branch master held for the language and start date lookup,
      * with a count of the active devices registered to each branch.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-COUNT PIC 999 COMP VALUE 0.
          05 WS-BRANCH-ENTRY OCCURS 200 TIMES
                             INDEXED BY BR-IDX.
             10 WS-BR-CODE PIC X(4).
             10 WS-BR-LANG PIC XX.
             10 WS-BR-ACTIVE PIC X.
             10 WS-BR-START PIC X(8).
             10 WS-BR-DEVICES PIC 999 COMP.

      * Days already formatted for the current device - an OVERRIDE
      * rerun appends a second copy of the day to SIGNAGE.DAT.
       01 WS-DAY-DONE-FLAGS.
          05 WS-DAY-DONE PIC X OCCURS 31 TIMES.

      * One verse wrapped to the device's width.  Each wrapped line
      * carries the text item it came from (day name, or one gift
      * line) so an item is kept on one screen wherever it fits.
       01 WS-VERSE-LINES.
          05 WS-VL-COUNT PIC 999 COMP VALUE 0.
          05 WS-VL-ENTRY OCCURS 400 TIMES
                         INDEXED BY VL-IDX.
             10 WS-VL-ITEM PIC 99.
             10 WS-VL-SCREEN PIC 999.
             10 WS-VL-TEXT PIC X(80).
       01 WS-VERSE-ITEMS.
          05 WS-ITEM-COUNT PIC 99 COMP VALUE 0.
          05 WS-ITEM-LINES PIC 999 OCCURS 40 TIMES.

       01 WS-WRAP-TEXT PIC X(90) VALUE SPACES.
       01 WS-WRAP-LEN PIC S9(4) COMP VALUE 0.
       01 WS-WRAP-POS PIC S9(4) COMP VALUE 0.
       01 WS-WRAP-NEXT PIC S9(4) COMP VALUE 0.
       01 WS-WRAP-TAKE PIC S9(4) COMP VALUE 0.
       01 WS-WRAP-BREAK PIC S9(4) COMP VALUE 0.
       01 WS-WRAP-SCAN PIC S9(4) COMP VALUE 0.
       01 WS-WORD-SPLIT PIC X VALUE "N".
          88 WORD-SPLIT VALUE "Y".

       01 WS-LINE-WIDTH PIC 99 VALUE 0.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
       01 WS-SCREEN-NUM PIC 999 VALUE 0.
       01 WS-SCREEN-TOTAL PIC 999 VALUE 0.
       01 WS-SCREEN-USED PIC 999 VALUE 0.
       01 WS-SCREEN-ITEM PIC 99 VALUE 0.
       01 WS-GIFT-DAY PIC 99 VALUE 0.
       01 WS-VERSE-DAY PIC 99 VALUE 0.
       01 WS-BRANCH-FOUND PIC X VALUE "N".
          88 BRANCH-FOUND VALUE "Y".

       01 WS-DEVICE-VERSES PIC 9(5) VALUE 0.
       01 WS-DEVICE-SCREENS PIC 9(5) VALUE 0.
       01 WS-DEVICES-FORMATTED PIC 9(7) VALUE 0.
       01 WS-DEVICES-INACTIVE PIC 9(7) VALUE 0.
       01 WS-EXTRACT-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.

       01 WS-EDIT-DAY PIC Z9.
       01 WS-EDIT-NUM PIC ZZ9.
       01 WS-EDIT-NUM-2 PIC ZZ9.
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
           PERFORM PARSE-RUN-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-FORMAT-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-FORMAT-DATE
           END-IF
           OPEN OUTPUT LISTING-FILE
           IF WS-LISTING-STATUS NOT = "00"
               DISPLAY "ERROR opening SIGNFMT.TXT, status="
                       WS-LISTING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-LISTING-HEADING
           PERFORM LOAD-BRANCH-TABLE
           PERFORM READ-CAMPAIGN-START
           PERFORM COUNT-EXTRACTS
           OPEN INPUT LYRICS-MASTER
           IF WS-LYRICS-STATUS NOT = "00"
               DISPLAY "Signage formatting refused - cannot open"
                       " LYRICS.DAT, status=" WS-LYRICS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * No SIGNDEV.DAT yet means no boards are registered: every
      * active branch is then reported as having no device.
           OPEN INPUT SIGNDEV-MASTER
           IF WS-SIGNDEV-STATUS = "00"
               SET SIGNDEV-FILE-OPEN TO TRUE
           ELSE
               IF WS-SIGNDEV-STATUS NOT = "35"
                   DISPLAY "Signage formatting refused - cannot open"
                           " SIGNDEV.DAT, status=" WS-SIGNDEV-STATUS
                   CLOSE LYRICS-MASTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF SIGNDEV-FILE-OPEN
               PERFORM FORMAT-ALL-DEVICES
               CLOSE SIGNDEV-MASTER
           END-IF
           CLOSE LYRICS-MASTER
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > WS-BRANCH-COUNT
               PERFORM CHECK-BRANCH-HAS-DEVICE
           END-PERFORM
           PERFORM WRITE-LISTING-TRAILER
           CLOSE LISTING-FILE
           DISPLAY "Signage formatting complete for " WS-FORMAT-DATE
                   " - " WS-DEVICES-FORMATTED " panel(s) written, "
                   WS-EXCEPTION-COUNT " exception(s)."
           IF WS-EXTRACT-COUNT = 0
               DISPLAY "WARNING: no signage extracts on file for"
                       " that run date."
           END-IF
           IF WS-EXTRACT-COUNT = 0
               OR WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
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
               IF WS-PARM-TOKEN(PT-IDX)(1:5) = "DATE="
                   MOVE WS-PARM-TOKEN(PT-IDX)(6:8) TO WS-FORMAT-DATE
               END-IF
           END-PERFORM
           EXIT.

       LOAD-BRANCH-TABLE.
           SET WS-FILE-EOF TO "N"
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00"
               DISPLAY "Signage formatting refused - cannot open"
                       " BRANCH.DAT, status=" WS-BRANCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FILE-EOF
               READ BRANCH-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-BRANCH-COUNT < 200
                           ADD 1 TO WS-BRANCH-COUNT
                           SET BR-IDX TO WS-BRANCH-COUNT
                           MOVE BR-BRANCH-CODE TO WS-BR-CODE(BR-IDX)
                           MOVE BR-LANGUAGE-CODE TO WS-BR-LANG(BR-IDX)
                           MOVE BR-ACTIVE-FLAG TO WS-BR-ACTIVE(BR-IDX)
                           MOVE BR-START-DATE TO WS-BR-START(BR-IDX)
                           MOVE 0 TO WS-BR-DEVICES(BR-IDX)
                       ELSE
                           DISPLAY "WARNING: branch table is full,"
                                   " branch " BR-BRANCH-CODE
                                   " dropped - raise the table size."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE
           EXIT.

      * The sweep sings a branch without its own start date the
      * version in effect on the calendar start; without a calendar
      * the run date is the best stand-in.
       READ-CAMPAIGN-START.
           MOVE WS-FORMAT-DATE TO WS-CAMPAIGN-START
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

       COUNT-EXTRACTS.
           SET WS-FILE-EOF TO "N"
           OPEN INPUT SIGNAGE-FILE
           IF WS-SIGNAGE-STATUS NOT = "00"
               DISPLAY "Signage formatting refused - cannot open"
                       " SIGNAGE.DAT, status=" WS-SIGNAGE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FILE-EOF
               READ SIGNAGE-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF SG-RUN-DATE = WS-FORMAT-DATE
                           ADD 1 TO WS-EXTRACT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNAGE-FILE
           EXIT.

       FORMAT-ALL-DEVICES.
           SET WS-DEVICE-EOF TO "N"
           MOVE LOW-VALUES TO SD-KEY
           START SIGNDEV-MASTER
               KEY IS GREATER THAN SD-KEY
               INVALID KEY
                   SET DEVICE-EOF TO TRUE
           END-START
           PERFORM UNTIL DEVICE-EOF
               READ SIGNDEV-MASTER NEXT RECORD
                   AT END
                       SET DEVICE-EOF TO TRUE
                   NOT AT END
                       IF SD-ACTIVE-FLAG = "Y"
                           PERFORM FORMAT-ONE-DEVICE
                       ELSE
                           ADD 1 TO WS-DEVICES-INACTIVE
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       FORMAT-ONE-DEVICE.
           PERFORM FIND-DEVICE-BRANCH
           IF NOT BRANCH-FOUND
               MOVE SPACES TO LISTING-LINE
               STRING "EXCEPTION: DEVICE " SD-DEVICE-ID
                      " BRANCH " SD-BRANCH-CODE
                      " - branch is not on BRANCH.DAT, no panel"
                      " written."
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
           IF SD-LINE-WIDTH NOT NUMERIC
               OR SD-LINE-COUNT NOT NUMERIC
               OR SD-LINE-WIDTH < 10 OR SD-LINE-WIDTH > 80
               OR SD-LINE-COUNT < 1 OR SD-LINE-COUNT > 24
               MOVE SPACES TO LISTING-LINE
               STRING "EXCEPTION: DEVICE " SD-DEVICE-ID
                      " BRANCH " SD-BRANCH-CODE
                      " - line width or line count is invalid, no"
                      " panel written."
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-BR-DEVICES(BR-IDX)
               MOVE SD-LINE-WIDTH TO WS-LINE-WIDTH
               MOVE SD-LINE-COUNT TO WS-LINE-COUNT
               MOVE WS-BR-LANG(BR-IDX) TO WS-LYRIC-WANT-LANG
               IF WS-BR-START(BR-IDX) NUMERIC
                   MOVE WS-BR-START(BR-IDX) TO WS-LYRIC-AS-AT
               ELSE
                   MOVE WS-CAMPAIGN-START TO WS-LYRIC-AS-AT
               END-IF
               PERFORM WRITE-DEVICE-PANEL
           END-IF
           END-IF
           EXIT.

       FIND-DEVICE-BRANCH.
           SET WS-BRANCH-FOUND TO "N"
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > WS-BRANCH-COUNT OR BRANCH-FOUND
               IF WS-BR-CODE(BR-IDX) = SD-BRANCH-CODE
                   SET BRANCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BRANCH-FOUND
               SET BR-IDX DOWN BY 1
           END-IF
           EXIT.

       WRITE-DEVICE-PANEL.
           MOVE SPACES TO WS-PANEL-NAME
           STRING "PANEL." DELIMITED BY SIZE
                  SD-BRANCH-CODE DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  SD-DEVICE-ID DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-PANEL-NAME
           END-STRING
           OPEN OUTPUT PANEL-FILE
           IF WS-PANEL-STATUS NOT = "00"
               MOVE SPACES TO LISTING-LINE
               STRING "EXCEPTION: DEVICE " SD-DEVICE-ID
                      " BRANCH " SD-BRANCH-CODE
                      " - cannot open " WS-PANEL-NAME
                      " status=" WS-PANEL-STATUS
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-DEVICES-FORMATTED
               MOVE 0 TO WS-DEVICE-VERSES
               MOVE 0 TO WS-DEVICE-SCREENS
               MOVE ALL "N" TO WS-DAY-DONE-FLAGS
               MOVE SPACES TO PANEL-LINE
               STRING "DEVICE " SD-DEVICE-ID
                      " BRANCH " SD-BRANCH-CODE
                      " RUN DATE " WS-FORMAT-DATE
                      " WIDTH " SD-LINE-WIDTH
                      " LINES " SD-LINE-COUNT
                      DELIMITED BY SIZE INTO PANEL-LINE
               PERFORM WRITE-PANEL-LINE
               SET WS-FILE-EOF TO "N"
               OPEN INPUT SIGNAGE-FILE
               PERFORM UNTIL FILE-EOF
                   READ SIGNAGE-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF SG-RUN-DATE = WS-FORMAT-DATE
                               AND SG-BRANCH-CODE = SD-BRANCH-CODE
                               AND SG-DAY-NUM NUMERIC
                               AND SG-DAY-NUM >= 1
                               AND SG-DAY-NUM <= 31
                               IF WS-DAY-DONE(SG-DAY-NUM) = "N"
                                   MOVE "Y" TO WS-DAY-DONE(SG-DAY-NUM)
                                   PERFORM FORMAT-ONE-VERSE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNAGE-FILE
               IF WS-DEVICE-VERSES = 0
                   MOVE SPACES TO PANEL-LINE
                   STRING "NO VERSE EXTRACTED FOR THIS BRANCH ON THE"
                          " RUN DATE."
                          DELIMITED BY SIZE INTO PANEL-LINE
                   PERFORM WRITE-PANEL-LINE
               END-IF
               CLOSE PANEL-FILE
               MOVE WS-DEVICE-VERSES TO WS-EDIT-NUM
               MOVE WS-DEVICE-SCREENS TO WS-EDIT-NUM-2
               MOVE SPACES TO LISTING-LINE
               STRING "DEVICE " SD-DEVICE-ID
                      " BRANCH " SD-BRANCH-CODE
                      " " SD-LINE-WIDTH "x" SD-LINE-COUNT
                      "  PANEL " WS-PANEL-NAME(1:30)
                      WS-EDIT-NUM " verse(s)"
                      WS-EDIT-NUM-2 " screen(s)"
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF
           EXIT.

      * The verse as TWELVE-DAYS sings it: the day name, then each
      * gift from the day's own down to day 1, "And" before day 1.
      * The day's own gift line is taken from the extract itself.
       FORMAT-ONE-VERSE.
           ADD 1 TO WS-DEVICE-VERSES
           MOVE SG-DAY-NUM TO WS-VERSE-DAY
           MOVE 0 TO WS-VL-COUNT
           MOVE 0 TO WS-ITEM-COUNT
           MOVE SG-DAY-NAME TO WS-WRAP-TEXT
           PERFORM WRAP-ONE-ITEM
           PERFORM VARYING WS-GIFT-DAY FROM WS-VERSE-DAY BY -1
                   UNTIL WS-GIFT-DAY < 1
               MOVE SPACES TO WS-WRAP-TEXT
               IF WS-GIFT-DAY = WS-VERSE-DAY
                   MOVE SG-GIFT-LINE TO WS-WRAP-TEXT
               ELSE
                   MOVE WS-GIFT-DAY TO WS-LYRIC-WANT-DAY
                   PERFORM FIND-EFFECTIVE-LYRIC
                   IF LYRIC-FOUND
                       MOVE LY-GIFT-LINE TO WS-WRAP-TEXT
                   ELSE
                       MOVE WS-GIFT-DAY TO WS-EDIT-DAY
                       MOVE SPACES TO LISTING-LINE
                       STRING "EXCEPTION: DEVICE " SD-DEVICE-ID
                              " BRANCH " SD-BRANCH-CODE
                              " VERSE " SG-DAY-NUM
                              " - gift line for day " WS-EDIT-DAY
                              " is missing from LYRICS.DAT."
                              DELIMITED BY SIZE INTO LISTING-LINE
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
               IF WS-GIFT-DAY = 1 AND WS-VERSE-DAY > 1
                   AND WS-WRAP-TEXT NOT = SPACES
                   MOVE SPACES TO WS-WRAP-TEXT
                   STRING "And " DELIMITED BY SIZE
                          LY-GIFT-LINE DELIMITED BY SIZE
                       INTO WS-WRAP-TEXT
                   END-STRING
               END-IF
               PERFORM WRAP-ONE-ITEM
           END-PERFORM
           PERFORM ASSIGN-SCREENS
           MOVE SPACES TO PANEL-LINE
           PERFORM WRITE-PANEL-LINE
           MOVE WS-VERSE-DAY TO WS-EDIT-DAY
           MOVE WS-SCREEN-TOTAL TO WS-EDIT-NUM
           MOVE SPACES TO PANEL-LINE
           STRING "VERSE DAY " WS-EDIT-DAY " - " WS-EDIT-NUM
                  " SCREEN(S)"
                  DELIMITED BY SIZE INTO PANEL-LINE
           PERFORM WRITE-PANEL-LINE
           PERFORM WRITE-ONE-SCREEN
               VARYING WS-SCREEN-NUM FROM 1 BY 1
               UNTIL WS-SCREEN-NUM > WS-SCREEN-TOTAL
           ADD WS-SCREEN-TOTAL TO WS-DEVICE-SCREENS
           EXIT.

      * Word-wrap one text item to the device's line width.  A line
      * breaks at the last space that fits; a single word longer than
      * the line is cut at the width and reported, as is an item
      * whose lines will not all fit on one screen.
       WRAP-ONE-ITEM.
           IF WS-WRAP-TEXT NOT = SPACES
               ADD 1 TO WS-ITEM-COUNT
               MOVE 0 TO WS-ITEM-LINES(WS-ITEM-COUNT)
               SET WS-WORD-SPLIT TO "N"
               COMPUTE WS-WRAP-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-WRAP-TEXT TRAILING))
               MOVE 1 TO WS-WRAP-POS
               PERFORM SKIP-WRAP-SPACES
               PERFORM WRAP-ONE-LINE UNTIL WS-WRAP-POS > WS-WRAP-LEN
               IF WORD-SPLIT
                   MOVE WS-VERSE-DAY TO WS-EDIT-DAY
                   MOVE SPACES TO LISTING-LINE
                   STRING "EXCEPTION: DEVICE " SD-DEVICE-ID
                          " BRANCH " SD-BRANCH-CODE
                          " VERSE " WS-EDIT-DAY
                          " - word longer than the " SD-LINE-WIDTH
                          "-character line, split: "
                          WS-WRAP-TEXT(1:40)
                          DELIMITED BY SIZE INTO LISTING-LINE
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               IF WS-ITEM-LINES(WS-ITEM-COUNT) > WS-LINE-COUNT
                   MOVE WS-VERSE-DAY TO WS-EDIT-DAY
                   MOVE WS-ITEM-LINES(WS-ITEM-COUNT) TO WS-EDIT-NUM
                   MOVE SPACES TO LISTING-LINE
                   STRING "EXCEPTION: DEVICE " SD-DEVICE-ID
                          " BRANCH " SD-BRANCH-CODE
                          " VERSE " WS-EDIT-DAY
                          " - text needs" WS-EDIT-NUM
                          " lines, screen holds " SD-LINE-COUNT
                          ": " WS-WRAP-TEXT(1:40)
                          DELIMITED BY SIZE INTO LISTING-LINE
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           EXIT.

       WRAP-ONE-LINE.
           IF WS-WRAP-LEN - WS-WRAP-POS + 1 <= WS-LINE-WIDTH
               COMPUTE WS-WRAP-TAKE = WS-WRAP-LEN - WS-WRAP-POS + 1
               COMPUTE WS-WRAP-NEXT = WS-WRAP-LEN + 1
           ELSE
           IF WS-WRAP-TEXT(WS-WRAP-POS + WS-LINE-WIDTH:1) = SPACE
               MOVE WS-LINE-WIDTH TO WS-WRAP-TAKE
               COMPUTE WS-WRAP-NEXT = WS-WRAP-POS + WS-LINE-WIDTH
           ELSE
               MOVE 0 TO WS-WRAP-BREAK
               COMPUTE WS-WRAP-SCAN = WS-WRAP-POS + WS-LINE-WIDTH - 1
               PERFORM VARYING WS-WRAP-SCAN
                       FROM WS-WRAP-SCAN BY -1
                       UNTIL WS-WRAP-SCAN <= WS-WRAP-POS
                          OR WS-WRAP-BREAK > 0
                   IF WS-WRAP-TEXT(WS-WRAP-SCAN:1) = SPACE
                       MOVE WS-WRAP-SCAN TO WS-WRAP-BREAK
                   END-IF
               END-PERFORM
               IF WS-WRAP-BREAK > 0
                   COMPUTE WS-WRAP-TAKE = WS-WRAP-BREAK - WS-WRAP-POS
                   COMPUTE WS-WRAP-NEXT = WS-WRAP-BREAK + 1
               ELSE
                   MOVE WS-LINE-WIDTH TO WS-WRAP-TAKE
                   COMPUTE WS-WRAP-NEXT = WS-WRAP-POS + WS-LINE-WIDTH
                   SET WORD-SPLIT TO TRUE
               END-IF
           END-IF
           END-IF
           IF WS-VL-COUNT < 400
               ADD 1 TO WS-VL-COUNT
               SET VL-IDX TO WS-VL-COUNT
               MOVE WS-ITEM-COUNT TO WS-VL-ITEM(VL-IDX)
               MOVE 0 TO WS-VL-SCREEN(VL-IDX)
               MOVE SPACES TO WS-VL-TEXT(VL-IDX)
               MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-TAKE)
                   TO WS-VL-TEXT(VL-IDX)
               ADD 1 TO WS-ITEM-LINES(WS-ITEM-COUNT)
           END-IF
           MOVE WS-WRAP-NEXT TO WS-WRAP-POS
           PERFORM SKIP-WRAP-SPACES
           EXIT.

       SKIP-WRAP-SPACES.
           PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
                      OR WS-WRAP-TEXT(WS-WRAP-POS:1) NOT = SPACE
               ADD 1 TO WS-WRAP-POS
           END-PERFORM
           EXIT.

      * Lay the wrapped lines out in screens of the device's line
      * count.  An item that will not fit in what is left of the
      * current screen starts a new one; an item longer than a whole
      * screen simply runs on to the next.
       ASSIGN-SCREENS.
           MOVE 1 TO WS-SCREEN-TOTAL
           MOVE 0 TO WS-SCREEN-USED
           MOVE 0 TO WS-SCREEN-ITEM
           PERFORM VARYING VL-IDX FROM 1 BY 1
                   UNTIL VL-IDX > WS-VL-COUNT
               IF WS-VL-ITEM(VL-IDX) NOT = WS-SCREEN-ITEM
                   MOVE WS-VL-ITEM(VL-IDX) TO WS-SCREEN-ITEM
                   IF WS-SCREEN-USED > 0
                       AND WS-SCREEN-USED
                           + WS-ITEM-LINES(WS-SCREEN-ITEM)
                           > WS-LINE-COUNT
                       ADD 1 TO WS-SCREEN-TOTAL
                       MOVE 0 TO WS-SCREEN-USED
                   END-IF
               END-IF
               IF WS-SCREEN-USED >= WS-LINE-COUNT
                   ADD 1 TO WS-SCREEN-TOTAL
                   MOVE 0 TO WS-SCREEN-USED
               END-IF
               MOVE WS-SCREEN-TOTAL TO WS-VL-SCREEN(VL-IDX)
               ADD 1 TO WS-SCREEN-USED
           END-PERFORM
           EXIT.

      * Each screen is written out to its full line count so the
      * board pages cleanly from one screen to the next.
       WRITE-ONE-SCREEN.
           MOVE WS-SCREEN-NUM TO WS-EDIT-NUM
           MOVE WS-SCREEN-TOTAL TO WS-EDIT-NUM-2
           MOVE SPACES TO PANEL-LINE
           STRING "-- SCREEN " WS-EDIT-NUM " OF " WS-EDIT-NUM-2 " --"
                  DELIMITED BY SIZE INTO PANEL-LINE
           PERFORM WRITE-PANEL-LINE
           MOVE 0 TO WS-SCREEN-USED
           PERFORM VARYING VL-IDX FROM 1 BY 1
                   UNTIL VL-IDX > WS-VL-COUNT
               IF WS-VL-SCREEN(VL-IDX) = WS-SCREEN-NUM
                   MOVE WS-VL-TEXT(VL-IDX) TO PANEL-LINE
                   PERFORM WRITE-PANEL-LINE
                   ADD 1 TO WS-SCREEN-USED
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-SCREEN-USED >= WS-LINE-COUNT
               MOVE SPACES TO PANEL-LINE
               PERFORM WRITE-PANEL-LINE
               ADD 1 TO WS-SCREEN-USED
           END-PERFORM
           EXIT.

       CHECK-BRANCH-HAS-DEVICE.
           IF WS-BR-ACTIVE(BR-IDX) = "Y"
               AND WS-BR-DEVICES(BR-IDX) = 0
               MOVE SPACES TO LISTING-LINE
               STRING "EXCEPTION: BRANCH " WS-BR-CODE(BR-IDX)
                      " is active but has no active signage device"
                      " on SIGNDEV.DAT."
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-EXCEPTION-LINE
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

       WRITE-LISTING-HEADING.
           MOVE SPACES TO LISTING-LINE
           STRING "SIGNAGE PANEL FORMATTING - RUN DATE "
                  WS-FORMAT-DATE
                  "  PRINTED " WS-CURRENT-DATE-TIME(1:8)
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-LISTING-TRAILER.
           MOVE SPACES TO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "EXTRACTS FOR RUN DATE:   " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-DEVICES-FORMATTED TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "PANELS WRITTEN:          " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-DEVICES-INACTIVE TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "INACTIVE DEVICES SKIPPED:" WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "EXCEPTIONS:              " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-LISTING-LINE.
           WRITE LISTING-LINE
           IF WS-LISTING-STATUS NOT = "00"
               DISPLAY "ERROR writing SIGNFMT.TXT, status="
                       WS-LISTING-STATUS
           END-IF
           EXIT.

       WRITE-PANEL-LINE.
           WRITE PANEL-LINE
           IF WS-PANEL-STATUS NOT = "00"
               DISPLAY "ERROR writing " WS-PANEL-NAME ", status="
                       WS-PANEL-STATUS
           END-IF
           EXIT.

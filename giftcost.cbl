      *          cost from the GIFTCOST-MASTER file, with per-day
      *          subtotals and a campaign grand total, replacing the
      *          spreadsheet marketing re-invents every year.
      *          Gift descriptions come from the lyric version in
      *          effect on the run date; DATE=YYYYMMDD costs the
      *          wording in effect on another date (default today).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GIFTRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
          05 WS-PARM-TOKEN OCCURS 10 TIMES
                           INDEXED BY PT-IDX PIC X(20).
       01 WS-PARM-VALUE PIC X(15).
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.

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

       01 WS-DAY-SUB PIC 99 VALUE 0.
       01 WS-DAYS-REMAINING PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-RUN-PARM
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-LYRIC-AS-AT
           OPEN INPUT GIFTCOST-MASTER
           IF WS-GIFTCOST-STATUS NOT = "00"
               DISPLAY "ERROR opening GIFTCOST.DAT, status="
               IF WS-PARM-TOKEN(PT-IDX)(1:5) = "LANG="
                   MOVE WS-PARM-TOKEN(PT-IDX)(6:2) TO WS-LANGUAGE-CODE
               END-IF
               IF WS-PARM-TOKEN(PT-IDX)(1:5) = "DATE="
                   MOVE WS-PARM-TOKEN(PT-IDX)(6:8) TO WS-RUN-DATE
               END-IF
           END-PERFORM
           EXIT.

       READ-GIFT-DESC.
           MOVE SPACES TO WS-GIFT-DESC
           IF LYRICS-FILE-OPEN
               MOVE WS-LANGUAGE-CODE TO WS-LYRIC-WANT-LANG
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

                  WS-LANGUAGE-CODE
                  "  CAMPAIGN LENGTH: " WS-NUM-DAYS
                  "  RUN DATE: " WS-CURRENT-DATE-TIME(1:8)
                  "  WORDING AS AT: " WS-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Translation drift worklist.  Reads the LYRJRNL.DAT
      *          change journal for days of the master language (EN
      *          unless MASTER=xx is given) whose wording changed on
      *          or after SINCE=YYYYMMDD, and for each one lists every
      *          other language on LYRICS.DAT whose record for that
      *          day has not been changed since - with the old and new
      *          master text and the translation now in effect - so
      *          translators can bring it back into step.  Closes with
      *          a summary of each stale language and the active
      *          branches on BRANCH.DAT that sing it.  Writes
      *          LYRDRIFT.TXT; ends RETURN-CODE 4 when anything is
      *          stale.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LYRICS-DRIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "LYRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LYRDRIFT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LYRICS-MASTER.
           COPY LYRICREC.

       FD  JOURNAL-FILE.
           COPY LYRJRNL.

       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-LYRICS-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-BRANCH-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-LYRICS-EOF PIC X VALUE "N".
          88 LYRICS-EOF VALUE "Y".
       01 WS-JOURNAL-EOF PIC X VALUE "N".
          88 JOURNAL-EOF VALUE "Y".
       01 WS-BRANCH-EOF PIC X VALUE "N".
          88 BRANCH-EOF VALUE "Y".
       01 WS-JOURNAL-OPEN PIC X VALUE "N".
          88 JOURNAL-OPEN VALUE "Y".
       01 WS-BRANCHES-OPEN PIC X VALUE "N".
          88 BRANCHES-OPEN VALUE "Y".

       01 WS-PARM-STRING PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
          05 WS-PARM-TOKEN OCCURS 10 TIMES
                           INDEXED BY PT-IDX PIC X(20).
       01 WS-SINCE-DATE PIC X(8) VALUE SPACES.
       01 WS-MASTER-LANG PIC XX VALUE "EN".

      * Master-language days changed since the SINCE date: the text
      * before the first change in the window, the text after the
      * last, and when and by whom the last change was made.
       01 WS-MASTER-TABLE.
          05 WS-MASTER-DAY OCCURS 31 TIMES INDEXED BY MD-IDX.
             10 WS-MD-CHANGED PIC X.
             10 WS-MD-STAMP PIC X(14).
             10 WS-MD-OPERATOR PIC X(8).
             10 WS-MD-OLD-NAME PIC X(40).
             10 WS-MD-NEW-NAME PIC X(40).
             10 WS-MD-OLD-GIFT PIC X(80).
             10 WS-MD-NEW-GIFT PIC X(80).

      * Every other language on LYRICS.DAT, with the date and time of
      * the last journalled change to each of its days (spaces when
      * the day has never been changed since it was loaded).
       01 WS-LANG-TABLE.
          05 WS-LANG-COUNT PIC 99 COMP VALUE 0.
          05 WS-LANG-ENTRY OCCURS 50 TIMES INDEXED BY LG-IDX.
             10 WS-LG-CODE PIC XX.
             10 WS-LG-STALE-COUNT PIC 99.
             10 WS-LG-STAMP OCCURS 31 TIMES PIC X(14).
       01 WS-LANG-FOUND PIC X VALUE "N".
          88 LANG-FOUND VALUE "Y".
       01 WS-FIND-LANG PIC XX VALUE SPACES.

       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-COUNT PIC 9(4) COMP VALUE 0.
          05 WS-BRANCH-ENTRY OCCURS 500 TIMES INDEXED BY BT-IDX.
             10 WS-BT-CODE PIC X(4).
             10 WS-BT-LANG PIC XX.

       01 WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       01 WS-DAY-SUB PIC 99 VALUE 0.
       01 WS-DAY-STALE-COUNT PIC 99 VALUE 0.
       01 WS-LAST-UPDATED PIC X(8) VALUE SPACES.
       01 WS-BRANCH-LIST PIC X(100) VALUE SPACES.
       01 WS-LIST-PTR PIC 999 VALUE 1.
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.

       01 WS-DAYS-CHANGED PIC 9(7) VALUE 0.
       01 WS-STALE-COUNT PIC 9(7) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(7) VALUE 0.
       01 WS-JOURNAL-COUNT PIC 9(7) VALUE 0.
       01 WS-EDIT-DAY PIC Z9.
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
           IF WS-SINCE-DATE NOT NUMERIC
               DISPLAY "Drift report refused - SINCE=YYYYMMDD is"
                       " required."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LYRICS-MASTER
           IF WS-LYRICS-STATUS NOT = "00"
               DISPLAY "Drift report refused - cannot open LYRICS.DAT,"
                       " status=" WS-LYRICS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening LYRDRIFT.TXT, status="
                       WS-REPORT-STATUS
               CLOSE LYRICS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-LANGUAGE-TABLE
           PERFORM LOAD-JOURNAL
           PERFORM LOAD-BRANCH-TABLE
           PERFORM WRITE-HEADING
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-LYRIC-AS-AT
           PERFORM VARYING MD-IDX FROM 1 BY 1 UNTIL MD-IDX > 31
               IF WS-MD-CHANGED(MD-IDX) = "Y"
                   PERFORM REPORT-CHANGED-DAY
               END-IF
           END-PERFORM
           PERFORM WRITE-LANGUAGE-SUMMARY
           PERFORM WRITE-TRAILER
           CLOSE LYRICS-MASTER
           CLOSE REPORT-FILE
           DISPLAY "Translation drift report complete - "
                   WS-DAYS-CHANGED " day(s) changed, "
                   WS-STALE-COUNT " stale translation(s)."
           IF WS-STALE-COUNT > 0
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
               IF WS-PARM-TOKEN(PT-IDX)(1:6) = "SINCE="
                   MOVE WS-PARM-TOKEN(PT-IDX)(7:8) TO WS-SINCE-DATE
               END-IF
               IF WS-PARM-TOKEN(PT-IDX)(1:7) = "MASTER="
                   MOVE WS-PARM-TOKEN(PT-IDX)(8:2) TO WS-MASTER-LANG
               END-IF
           END-PERFORM
           EXIT.

      * One table entry per language on file other than the master.
       LOAD-LANGUAGE-TABLE.
           MOVE LOW-VALUES TO LY-VERSION-KEY
           START LYRICS-MASTER
               KEY IS NOT LESS THAN LY-VERSION-KEY
               INVALID KEY
                   SET LYRICS-EOF TO TRUE
           END-START
           PERFORM UNTIL LYRICS-EOF
               READ LYRICS-MASTER NEXT RECORD
                   AT END
                       SET LYRICS-EOF TO TRUE
                   NOT AT END
                       IF LY-LANGUAGE-CODE NOT = WS-MASTER-LANG
                           MOVE LY-LANGUAGE-CODE TO WS-FIND-LANG
                           PERFORM LOCATE-LANGUAGE
                           IF NOT LANG-FOUND
                               PERFORM ADD-LANGUAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       ADD-LANGUAGE.
           IF WS-LANG-COUNT < 50
               ADD 1 TO WS-LANG-COUNT
               SET LG-IDX TO WS-LANG-COUNT
               MOVE WS-FIND-LANG TO WS-LG-CODE(LG-IDX)
               MOVE 0 TO WS-LG-STALE-COUNT(LG-IDX)
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   MOVE SPACES TO WS-LG-STAMP(LG-IDX, WS-DAY-SUB)
               END-PERFORM
           ELSE
               DISPLAY "WARNING: more than 50 language codes on"
                       " file, extras not checked for drift."
           END-IF
           EXIT.

      * The VARYING increment runs before the UNTIL is re-tested, so
      * step the index back onto the matched entry.
       LOCATE-LANGUAGE.
           SET WS-LANG-FOUND TO "N"
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LANG-COUNT OR LANG-FOUND
               IF WS-LG-CODE(LG-IDX) = WS-FIND-LANG
                   SET LANG-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF LANG-FOUND
               SET LG-IDX DOWN BY 1
           END-IF
           EXIT.

      * The journal is written in the order changes were applied.  A
      * master change only counts when one of the texts actually
      * moved; any journalled change to a translation counts as
      * bringing it up to date as at that moment.
       LOAD-JOURNAL.
           PERFORM VARYING MD-IDX FROM 1 BY 1 UNTIL MD-IDX > 31
               MOVE "N" TO WS-MD-CHANGED(MD-IDX)
           END-PERFORM
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               SET JOURNAL-OPEN TO TRUE
               PERFORM UNTIL JOURNAL-EOF
                   READ JOURNAL-FILE
                       AT END
                           SET JOURNAL-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           EXIT.

       TALLY-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-COUNT
           IF JR-DAY-NUM NUMERIC
               AND JR-DAY-NUM >= 1 AND JR-DAY-NUM <= 31
               MOVE JR-CHANGE-DATE TO WS-JOURNAL-STAMP(1:8)
               MOVE JR-CHANGE-TIME TO WS-JOURNAL-STAMP(9:6)
               IF JR-LANGUAGE-CODE = WS-MASTER-LANG
                   IF JR-CHANGE-DATE NOT < WS-SINCE-DATE
                       AND (JR-OLD-DAY-NAME NOT = JR-NEW-DAY-NAME
                       OR JR-OLD-GIFT-LINE NOT = JR-NEW-GIFT-LINE)
                       PERFORM NOTE-MASTER-CHANGE
                   END-IF
               ELSE
                   MOVE JR-LANGUAGE-CODE TO WS-FIND-LANG
                   PERFORM LOCATE-LANGUAGE
                   IF LANG-FOUND
                       IF WS-JOURNAL-STAMP >
                           WS-LG-STAMP(LG-IDX, JR-DAY-NUM)
                           MOVE WS-JOURNAL-STAMP
                               TO WS-LG-STAMP(LG-IDX, JR-DAY-NUM)
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       NOTE-MASTER-CHANGE.
           SET MD-IDX TO JR-DAY-NUM
           IF WS-MD-CHANGED(MD-IDX) NOT = "Y"
               MOVE "Y" TO WS-MD-CHANGED(MD-IDX)
               MOVE JR-OLD-DAY-NAME TO WS-MD-OLD-NAME(MD-IDX)
               MOVE JR-OLD-GIFT-LINE TO WS-MD-OLD-GIFT(MD-IDX)
               ADD 1 TO WS-DAYS-CHANGED
           END-IF
           MOVE WS-JOURNAL-STAMP TO WS-MD-STAMP(MD-IDX)
           MOVE JR-OPERATOR-ID TO WS-MD-OPERATOR(MD-IDX)
           MOVE JR-NEW-DAY-NAME TO WS-MD-NEW-NAME(MD-IDX)
           MOVE JR-NEW-GIFT-LINE TO WS-MD-NEW-GIFT(MD-IDX)
           EXIT.

       LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = "00"
               SET BRANCHES-OPEN TO TRUE
               PERFORM UNTIL BRANCH-EOF
                   READ BRANCH-FILE
                       AT END
                           SET BRANCH-EOF TO TRUE
                       NOT AT END
                           IF BR-ACTIVE-FLAG = "Y"
                               PERFORM ADD-BRANCH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF
           EXIT.

       ADD-BRANCH-ENTRY.
           IF WS-BRANCH-COUNT < 500
               ADD 1 TO WS-BRANCH-COUNT
               SET BT-IDX TO WS-BRANCH-COUNT
               MOVE BR-BRANCH-CODE TO WS-BT-CODE(BT-IDX)
               MOVE BR-LANGUAGE-CODE TO WS-BT-LANG(BT-IDX)
           ELSE
               DISPLAY "WARNING: more than 500 active branches,"
                       " extras not listed."
           END-IF
           EXIT.

       WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSLATION DRIFT WORKLIST - MASTER LANGUAGE: "
                  WS-MASTER-LANG "   CHANGED SINCE: " WS-SINCE-DATE
                  "   RUN: " WS-CURRENT-DATE-TIME(1:8)
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF NOT JOURNAL-OPEN
               MOVE SPACES TO REPORT-LINE
               MOVE "*** NO LYRJRNL.DAT ON FILE - NO CHANGES TO REPORT"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF NOT BRANCHES-OPEN
               MOVE SPACES TO REPORT-LINE
               MOVE "*** BRANCH.DAT NOT AVAILABLE - BRANCHES NOT LISTED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * One block per changed master day: the master text either side
      * of the change, then each translation left behind by it.
       REPORT-CHANGED-DAY.
           SET WS-DAY-SUB TO MD-IDX
           MOVE WS-DAY-SUB TO WS-EDIT-DAY
           MOVE 0 TO WS-DAY-STALE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DAY " WS-EDIT-DAY "  " WS-MASTER-LANG
                  " LAST CHANGED " WS-MD-STAMP(MD-IDX)(1:8)
                  " " WS-MD-STAMP(MD-IDX)(9:6)
                  " BY " WS-MD-OPERATOR(MD-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-MD-OLD-NAME(MD-IDX) NOT = WS-MD-NEW-NAME(MD-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING "  OLD " WS-MASTER-LANG " DAY NAME:  "
                      WS-MD-OLD-NAME(MD-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  NEW " WS-MASTER-LANG " DAY NAME:  "
                      WS-MD-NEW-NAME(MD-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  OLD " WS-MASTER-LANG " GIFT LINE: "
                  WS-MD-OLD-GIFT(MD-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  NEW " WS-MASTER-LANG " GIFT LINE: "
                  WS-MD-NEW-GIFT(MD-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM CHECK-TRANSLATION
               VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > WS-LANG-COUNT
           IF WS-DAY-STALE-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  ALL TRANSLATIONS CHANGED SINCE - NONE STALE."
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * A translation is stale when its day has not been journalled
      * since the master's last change.  A language with no wording
      * for the day at all is left to LYRICS-CHECK, only noted here.
       CHECK-TRANSLATION.
           MOVE WS-LG-CODE(LG-IDX) TO WS-LYRIC-WANT-LANG
           MOVE WS-DAY-SUB TO WS-LYRIC-WANT-DAY
           PERFORM FIND-EFFECTIVE-LYRIC
           IF NOT LYRIC-FOUND
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-LG-CODE(LG-IDX)
                      "  NO WORDING IN EFFECT FOR THIS DAY"
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF WS-LG-STAMP(LG-IDX, WS-DAY-SUB)
                   < WS-MD-STAMP(MD-IDX)
                   ADD 1 TO WS-STALE-COUNT
                   ADD 1 TO WS-DAY-STALE-COUNT
                   ADD 1 TO WS-LG-STALE-COUNT(LG-IDX)
                   IF WS-LG-STAMP(LG-IDX, WS-DAY-SUB) = SPACES
                       MOVE "NEVER" TO WS-LAST-UPDATED
                   ELSE
                       MOVE WS-LG-STAMP(LG-IDX, WS-DAY-SUB)(1:8)
                           TO WS-LAST-UPDATED
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-LG-CODE(LG-IDX)
                          "  STALE - LAST CHANGED " WS-LAST-UPDATED
                          "  VERSION FROM " LY-EFFECTIVE-DATE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "      CURRENT DAY NAME:  " LY-DAY-NAME
                          DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "      CURRENT GIFT LINE: " LY-GIFT-LINE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           EXIT.

      * Per stale language: how many days need retranslating and the
      * active branches whose signage and letters will carry them.
       WRITE-LANGUAGE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           MOVE "STALE LANGUAGES AND THE ACTIVE BRANCHES USING THEM"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LANG-COUNT
               IF WS-LG-STALE-COUNT(LG-IDX) > 0
                   PERFORM WRITE-LANGUAGE-BRANCHES
               END-IF
           END-PERFORM
           IF WS-STALE-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "NO TRANSLATIONS ARE OUT OF STEP." TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-LANGUAGE-BRANCHES.
           MOVE WS-LG-STALE-COUNT(LG-IDX) TO WS-EDIT-DAY
           MOVE SPACES TO REPORT-LINE
           STRING "LANGUAGE " WS-LG-CODE(LG-IDX) "  STALE DAYS: "
                  WS-EDIT-DAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-BRANCH-LIST
           MOVE 1 TO WS-LIST-PTR
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BRANCH-COUNT
               IF WS-BT-LANG(BT-IDX) = WS-LG-CODE(LG-IDX)
                   ADD 1 TO WS-LIST-COUNT
                   STRING WS-BT-CODE(BT-IDX) " "
                          DELIMITED BY SIZE INTO WS-BRANCH-LIST
                          WITH POINTER WS-LIST-PTR
                   IF WS-LIST-PTR > 95
                       PERFORM WRITE-BRANCH-LIST
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LIST-PTR > 1
               PERFORM WRITE-BRANCH-LIST
           END-IF
           IF WS-LIST-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "    ACTIVE BRANCHES: NONE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-BRANCH-LIST.
           MOVE SPACES TO REPORT-LINE
           STRING "    ACTIVE BRANCHES: " WS-BRANCH-LIST
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-BRANCH-LIST
           MOVE 1 TO WS-LIST-PTR
           EXIT.

       WRITE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-JOURNAL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "JOURNAL ENTRIES READ:     " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DAYS-CHANGED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MASTER DAYS CHANGED:      " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-STALE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "STALE TRANSLATIONS:       " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NO WORDING IN EFFECT:     " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing LYRDRIFT.TXT, status="
                       WS-REPORT-STATUS
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

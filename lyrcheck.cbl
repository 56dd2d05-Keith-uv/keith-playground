      *          writes an exception report.  Ends with RETURN-CODE 8
      *          when exceptions exist so the overnight schedule can
      *          stop before TWELVE-DAYS runs against a broken master.
      *          Wording changes still awaiting a second operator's
      *          approval on LYRPEND.DAT are listed as warnings and
      *          end the run with RETURN-CODE 4 when nothing worse is
      *          found.  Where a day has more than one dated
      *          version, versions whose effective windows overlap,
      *          or leave days between them uncovered, are exceptions.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT PENDING-FILE ASSIGN TO "LYRPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "LYRCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
       FD  LYRICS-MASTER.
           COPY LYRICREC.

       FD  PENDING-FILE.
           COPY LYRPEND.

       FD  EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(132).


       01 WS-LYRICS-STATUS PIC XX VALUE "00".
       01 WS-EXCEPTION-STATUS PIC XX VALUE "00".
       01 WS-PENDING-STATUS PIC XX VALUE "00".
       01 WS-PENDING-EOF PIC X VALUE "N".
          88 PENDING-EOF VALUE "Y".
       01 WS-RUNCTL-STATUS PIC XX VALUE "00".
       01 WS-RUNCTL-DATE PIC X(8) VALUE SPACES.
       01 WS-OVERRIDE-FLAG PIC X VALUE "N".

       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(7) VALUE 0.

       01 WS-LANG-TALLY.
          05 WS-LANG-COUNT PIC 99 COMP VALUE 0.
       01 WS-LANG-FOUND PIC X VALUE "N".
          88 LANG-FOUND VALUE "Y".

      * The version read before the current one, so consecutive
      * versions of the same day can be checked against each other.
       01 WS-PREV-KEY VALUE SPACES.
          05 WS-PREV-LANG PIC XX.
          05 WS-PREV-DAY PIC 99.
       01 WS-PREV-EFFECTIVE PIC X(8) VALUE SPACES.
       01 WS-PREV-EXPIRY PIC X(8) VALUE SPACES.
       01 WS-PREV-EXPIRY-INT PIC 9(7) VALUE 0.
       01 WS-NEXT-EFFECTIVE-INT PIC 9(7) VALUE 0.

       01 WS-DAY-SUB PIC 99 VALUE 0.
       01 WS-EDIT-DAY PIC Z9.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
               END-READ
           END-PERFORM
           CLOSE LYRICS-MASTER
           PERFORM CHECK-LAST-VERSION
           PERFORM CHECK-MISSING-DAYS
           PERFORM CHECK-PENDING-CHANGES
           IF WS-RECORD-COUNT = 0
               MOVE "EXCEPTION: LYRICS.DAT contains no records."
                   TO EXCEPTION-LINE
           ELSE
               DISPLAY "Lyrics check clean - " WS-RECORD-COUNT
                       " record(s) verified."
               IF WS-WARNING-COUNT > 0
                   DISPLAY "WARNING: " WS-WARNING-COUNT
                           " lyric change(s) awaiting approval -"
                           " see LYRCHK.TXT."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM REGISTER-STEP-END
           STOP RUN.
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           PERFORM CHECK-VERSION-WINDOW
           EXIT.

      * Versions arrive in effective-date order within each day.  A
      * version left open, or running on or past the day the next
      * one takes effect, overlaps it; one ending more than a day
      * before the next takes effect leaves a gap with no wording.
       CHECK-VERSION-WINDOW.
           MOVE LY-DAY-NUM TO WS-EDIT-DAY
           IF LY-EFFECTIVE-DATE NOT NUMERIC
               MOVE SPACES TO EXCEPTION-LINE
               STRING "EXCEPTION: " LY-LANGUAGE-CODE " DAY "
                      WS-EDIT-DAY " has an invalid effective date "
                      LY-EFFECTIVE-DATE "."
                      DELIMITED BY SIZE INTO EXCEPTION-LINE
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF LY-EXPIRY-DATE NOT = SPACES
               IF LY-EXPIRY-DATE NOT NUMERIC
                   OR LY-EXPIRY-DATE < LY-EFFECTIVE-DATE
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING "EXCEPTION: " LY-LANGUAGE-CODE " DAY "
                          WS-EDIT-DAY " version from "
                          LY-EFFECTIVE-DATE " has an invalid expiry "
                          LY-EXPIRY-DATE "."
                          DELIMITED BY SIZE INTO EXCEPTION-LINE
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF
           IF LY-KEY = WS-PREV-KEY
               IF WS-PREV-EXPIRY = SPACES
                   OR WS-PREV-EXPIRY NOT < LY-EFFECTIVE-DATE
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING "EXCEPTION: " LY-LANGUAGE-CODE " DAY "
                          WS-EDIT-DAY " OVERLAP - version from "
                          WS-PREV-EFFECTIVE " runs to "
                          WS-PREV-EXPIRY " past version from "
                          LY-EFFECTIVE-DATE "."
                          DELIMITED BY SIZE INTO EXCEPTION-LINE
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               ELSE
                   IF WS-PREV-EXPIRY NUMERIC
                       AND LY-EFFECTIVE-DATE NUMERIC
                       COMPUTE WS-PREV-EXPIRY-INT =
                           FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-PREV-EXPIRY))
                       COMPUTE WS-NEXT-EFFECTIVE-INT =
                           FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(LY-EFFECTIVE-DATE))
                       IF WS-PREV-EXPIRY-INT + 1 < WS-NEXT-EFFECTIVE-INT
                           MOVE SPACES TO EXCEPTION-LINE
                           STRING "EXCEPTION: " LY-LANGUAGE-CODE
                                  " DAY " WS-EDIT-DAY
                                  " GAP - version from "
                                  WS-PREV-EFFECTIVE " ends "
                                  WS-PREV-EXPIRY
                                  ", next version from "
                                  LY-EFFECTIVE-DATE "."
                                  DELIMITED BY SIZE INTO EXCEPTION-LINE
                           PERFORM WRITE-EXCEPTION-LINE
                           ADD 1 TO WS-EXCEPTION-COUNT
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM CHECK-LAST-VERSION
           END-IF
           MOVE LY-KEY TO WS-PREV-KEY
           MOVE LY-EFFECTIVE-DATE TO WS-PREV-EFFECTIVE
           MOVE LY-EXPIRY-DATE TO WS-PREV-EXPIRY
           EXIT.

      * The latest version of a day must stay open; one that expires
      * leaves the day with no wording after it.
       CHECK-LAST-VERSION.
           IF WS-PREV-KEY NOT = SPACES
               AND WS-PREV-EXPIRY NOT = SPACES
               MOVE WS-PREV-DAY TO WS-EDIT-DAY
               MOVE SPACES TO EXCEPTION-LINE
               STRING "EXCEPTION: " WS-PREV-LANG " DAY "
                      WS-EDIT-DAY " GAP - latest version from "
                      WS-PREV-EFFECTIVE " expires " WS-PREV-EXPIRY
                      " with none after it."
                      DELIMITED BY SIZE INTO EXCEPTION-LINE
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE LY-DAY-NUM TO WS-EDIT-DAY
           END-IF
           EXIT.

       LOCATE-LANGUAGE-ENTRY.
           END-PERFORM
           EXIT.

      * Changes keyed in LYRICS-MAINT but not yet approved are not
      * on LYRICS.DAT, so tonight's SWEEP will not use them.
       CHECK-PENDING-CHANGES.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL PENDING-EOF
                   READ PENDING-FILE NEXT RECORD
                       AT END
                           SET PENDING-EOF TO TRUE
                       NOT AT END
                           PERFORM WRITE-PENDING-WARNING
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           EXIT.

       WRITE-PENDING-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           MOVE PC-DAY-NUM TO WS-EDIT-DAY
           MOVE SPACES TO EXCEPTION-LINE
           IF PC-DAY-NAME-CHANGE
               STRING "WARNING: " PC-LANGUAGE-CODE " DAY " WS-EDIT-DAY
                      " FROM " PC-EFFECTIVE-DATE
                      " day name change keyed by " PC-MAKER-ID
                      " on " PC-SUBMIT-DATE
                      " is awaiting approval."
                      DELIMITED BY SIZE INTO EXCEPTION-LINE
           ELSE
               STRING "WARNING: " PC-LANGUAGE-CODE " DAY " WS-EDIT-DAY
                      " FROM " PC-EFFECTIVE-DATE
                      " gift line change keyed by " PC-MAKER-ID
                      " on " PC-SUBMIT-DATE
                      " is awaiting approval."
                      DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-IF
           PERFORM WRITE-EXCEPTION-LINE
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO EXCEPTION-LINE
           STRING "EXCEPTIONS FOUND: " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO EXCEPTION-LINE
           PERFORM WRITE-EXCEPTION-LINE
           MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "CHANGES PENDING:  " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO EXCEPTION-LINE
           PERFORM WRITE-EXCEPTION-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "LYRICS.DAT IS READY FOR THE SEASON."
                   TO EXCEPTION-LINE

      * Date:
      * Purpose: Maintenance transaction for the LYRICS-MASTER file -
      *          lets operations view and update day names and gift
      *          lines without a recompile of TWELVE-DAYS.  Wording
      *          changes are held on LYRPEND.DAT until a second
      *          M-level operator approves them from the review
      *          option; only approved changes reach LYRICS.DAT and
      *          the LYRJRNL.DAT journal.  An operator trying to
      *          approve their own change is refused and logged to
      *          SECEVENT.DAT.  Changes are made to one dated
      *          version of a day; approving wording for a new
      *          effective date adds a version, closing off the one
      *          in force before it.  A day's versions can be listed
      *          with the window each is in effect for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT PENDING-FILE ASSIGN TO "LYRPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "LYRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       FD  LYRICS-MASTER.
           COPY LYRICREC.

       FD  PENDING-FILE.
           COPY LYRPEND.

       FD  JOURNAL-FILE.
           COPY LYRJRNL.


       01 WS-LYRICS-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-PENDING-STATUS PIC XX VALUE "00".
       01 WS-PENDING-EOF PIC X VALUE "N".
          88 PENDING-EOF VALUE "Y".
       01 WS-PENDING-FIELD PIC X VALUE SPACE.
       01 WS-REVIEW-REPLY PIC X VALUE SPACE.
       01 WS-REVIEW-SHOWN PIC 999 VALUE 0.
       01 WS-APPROVED-COUNT PIC 999 VALUE 0.
       01 WS-REJECTED-COUNT PIC 999 VALUE 0.
       01 WS-JOURNAL-EOF PIC X VALUE "N".
          88 JOURNAL-EOF VALUE "Y".
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-PAGE-COUNT PIC 9 VALUE 0.
       01 WS-PAGE-REPLY PIC X VALUE SPACE.

       01 WS-EFFECTIVE-CHOICE PIC X(8) VALUE SPACES.
       01 WS-DATE-VALID PIC X VALUE "Y".
          88 DATE-VALID VALUE "Y".
       01 WS-TODAY PIC X(8) VALUE SPACES.
       01 WS-VERSION-SHOWN PIC 999 VALUE 0.
       01 WS-VERSION-FROM PIC X(8) VALUE SPACES.
       01 WS-VERSION-TO PIC X(8) VALUE SPACES.
       01 WS-VERSION-NOTE PIC X(20) VALUE SPACES.

      * Neighbouring versions of the day a new version is added to.
       01 WS-PRIOR-FOUND PIC X VALUE "N".
          88 PRIOR-FOUND VALUE "Y".
       01 WS-PRIOR-EFFECTIVE PIC X(8) VALUE SPACES.
       01 WS-PRIOR-EXPIRY PIC X(8) VALUE SPACES.
       01 WS-NEXT-FOUND PIC X VALUE "N".
          88 NEXT-FOUND VALUE "Y".
       01 WS-NEXT-EFFECTIVE PIC X(8) VALUE SPACES.
       01 WS-VERSION-SCAN-DONE PIC X VALUE "N".
          88 VERSION-SCAN-DONE VALUE "Y".
       01 WS-DATE-WORK PIC 9(8) VALUE 0.
       01 WS-NEW-EXPIRY-DATE PIC X(8) VALUE SPACES.
       01 WS-PRIOR-CLOSE-FLAG PIC X VALUE "N".
          88 PRIOR-CLOSE-FAILED VALUE "Y".
       01 WS-CARRY-DAY-NAME PIC X(40) VALUE SPACES.
       01 WS-CARRY-GIFT-LINE PIC X(80) VALUE SPACES.


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
           OPEN I-O LYRICS-MASTER
                       WS-LYRICS-STATUS
               STOP RUN
           END-IF
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "ERROR opening LYRPEND.DAT, status="
                       WS-PENDING-STATUS
               CLOSE LYRICS-MASTER
               STOP RUN
           END-IF
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM VALIDATE-OPERATOR
                   WHEN "4"
                       PERFORM VIEW-HISTORY
                   WHEN "5"
                       IF MAINT-AUTHORITY
                           PERFORM REVIEW-PENDING-CHANGES
                       ELSE
                           DISPLAY "Not authorized - maintenance"
                                   " authority is required to review."
                           MOVE "CHANGE REVIEW DENIED - NEEDS M"
                               TO WS-SECURITY-REASON
                           PERFORM WRITE-SECURITY-EVENT
                       END-IF
                   WHEN "6"
                       PERFORM LIST-DAY-VERSIONS
                   WHEN "7"
                       SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - enter 1, 2, 3,"
                               " 4, 5, 6, or 7."
               END-EVALUATE
           END-PERFORM
           CLOSE LYRICS-MASTER
           CLOSE PENDING-FILE
           DISPLAY "Lyrics maintenance complete."
           STOP RUN.

               DISPLAY "Have the operator master set up with"
                       " OPER-MAINT before running."
               CLOSE LYRICS-MASTER
               CLOSE PENDING-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
                           " is not on the operator master."
                   CLOSE OPERATOR-MASTER
                   CLOSE LYRICS-MASTER
                   CLOSE PENDING-FILE
                   MOVE "SIGN-ON REFUSED - UNKNOWN OPERATOR"
                       TO WS-SECURITY-REASON
                   PERFORM WRITE-SECURITY-EVENT
                       " is not active."
               CLOSE OPERATOR-MASTER
               CLOSE LYRICS-MASTER
               CLOSE PENDING-FILE
               MOVE "SIGN-ON REFUSED - OPERATOR INACTIVE"
                   TO WS-SECURITY-REASON
               PERFORM WRITE-SECURITY-EVENT
           DISPLAY "2. Update a day's name"
           DISPLAY "3. Update a day's gift line"
           DISPLAY "4. View a day's change history"
           DISPLAY "5. Review changes awaiting approval"
           DISPLAY "6. List a day's versions"
           DISPLAY "7. Exit"
           DISPLAY "Enter choice: "
           EXIT.

      * ENTER at the effective date prompt picks the version in
      * effect today (the standing version when the day has none);
      * a date picks that version exactly, or a new one to be added.
       GET-DAY-CHOICE.
           DISPLAY "Enter day number: "
           ACCEPT WS-DAY-CHOICE
           DISPLAY "Enter effective date YYYYMMDD (ENTER for the"
                   " version in effect today): "
           MOVE SPACES TO WS-EFFECTIVE-CHOICE
           ACCEPT WS-EFFECTIVE-CHOICE
           SET WS-DATE-VALID TO "Y"
           SET WS-RECORD-FOUND TO "N"
           IF WS-EFFECTIVE-CHOICE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LYRIC-AS-AT
               MOVE WS-LANGUAGE-CODE TO WS-LYRIC-WANT-LANG
               MOVE WS-DAY-CHOICE TO WS-LYRIC-WANT-DAY
               PERFORM FIND-EFFECTIVE-LYRIC
               IF LYRIC-FOUND
                   MOVE LY-EFFECTIVE-DATE TO WS-EFFECTIVE-CHOICE
                   SET WS-RECORD-FOUND TO "Y"
               ELSE
                   MOVE "00000000" TO WS-EFFECTIVE-CHOICE
                   PERFORM READ-CHOSEN-VERSION
               END-IF
           ELSE
               IF WS-EFFECTIVE-CHOICE NOT NUMERIC
                   SET WS-DATE-VALID TO "N"
               ELSE
                   IF WS-EFFECTIVE-CHOICE NOT = "00000000"
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-EFFECTIVE-CHOICE)) NOT = 0
                       SET WS-DATE-VALID TO "N"
                   END-IF
               END-IF
               IF NOT DATE-VALID
                   DISPLAY "Effective date must be a valid YYYYMMDD."
               ELSE
                   PERFORM READ-CHOSEN-VERSION
               END-IF
           END-IF
           EXIT.

       READ-CHOSEN-VERSION.
           MOVE WS-LANGUAGE-CODE TO LY-LANGUAGE-CODE
           MOVE WS-DAY-CHOICE TO LY-DAY-NUM
           MOVE WS-EFFECTIVE-CHOICE TO LY-EFFECTIVE-DATE
           READ LYRICS-MASTER
               KEY IS LY-VERSION-KEY
               INVALID KEY
                   SET WS-RECORD-FOUND TO "N"
               NOT INVALID KEY

       VIEW-DAY.
           PERFORM GET-DAY-CHOICE
           IF DATE-VALID
               IF RECORD-FOUND
                   PERFORM SET-VERSION-WINDOW
                   DISPLAY "Version:   FROM " WS-VERSION-FROM
                           " TO " WS-VERSION-TO
                   DISPLAY "Day name:  " LY-DAY-NAME
                   DISPLAY "Gift line: " LY-GIFT-LINE
               ELSE
                   DISPLAY "No record on file for that day."
               END-IF
           END-IF
           EXIT.

       UPDATE-DAY-NAME.
           PERFORM GET-DAY-CHOICE
           IF DATE-VALID
               PERFORM SAVE-BEFORE-IMAGE
               DISPLAY "Enter new day name: "
               ACCEPT WS-NEW-TEXT
               MOVE "N" TO WS-PENDING-FIELD
               PERFORM SUBMIT-PENDING-CHANGE
           END-IF
           EXIT.

       UPDATE-GIFT-LINE.
           PERFORM GET-DAY-CHOICE
           IF DATE-VALID
               PERFORM SAVE-BEFORE-IMAGE
               DISPLAY "Enter new gift line: "
               ACCEPT WS-NEW-TEXT
               MOVE "G" TO WS-PENDING-FIELD
               PERFORM SUBMIT-PENDING-CHANGE
           END-IF
           EXIT.

      * Lists every version of a day in effective-date order with the
      * window each covers, marking the one in effect today.
       LIST-DAY-VERSIONS.
           DISPLAY "Enter day number: "
           ACCEPT WS-DAY-CHOICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-VERSION-SHOWN
           SET WS-VERSION-SCAN-DONE TO "N"
           MOVE WS-LANGUAGE-CODE TO LY-LANGUAGE-CODE
           MOVE WS-DAY-CHOICE TO LY-DAY-NUM
           MOVE LOW-VALUES TO LY-EFFECTIVE-DATE
           START LYRICS-MASTER
               KEY IS NOT LESS THAN LY-VERSION-KEY
               INVALID KEY
                   SET VERSION-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL VERSION-SCAN-DONE
               READ LYRICS-MASTER NEXT RECORD
                   AT END
                       SET VERSION-SCAN-DONE TO TRUE
                   NOT AT END
                       IF LY-LANGUAGE-CODE NOT = WS-LANGUAGE-CODE
                           OR LY-DAY-NUM NOT = WS-DAY-CHOICE
                           SET VERSION-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM DISPLAY-VERSION-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VERSION-SHOWN = 0
               DISPLAY "No versions on file for that day."
           END-IF
           EXIT.

       DISPLAY-VERSION-ENTRY.
           ADD 1 TO WS-VERSION-SHOWN
           PERFORM SET-VERSION-WINDOW
           MOVE SPACES TO WS-VERSION-NOTE
           IF LY-EFFECTIVE-DATE NOT > WS-TODAY
               AND (LY-EXPIRY-DATE = SPACES
               OR LY-EXPIRY-DATE NOT < WS-TODAY)
               MOVE "<- IN EFFECT TODAY" TO WS-VERSION-NOTE
           END-IF
           DISPLAY " "
           DISPLAY "FROM " WS-VERSION-FROM " TO " WS-VERSION-TO
                   "  " WS-VERSION-NOTE
           DISPLAY "  Day name:  " LY-DAY-NAME
           DISPLAY "  Gift line: " LY-GIFT-LINE
           EXIT.

       SET-VERSION-WINDOW.
           IF LY-EFFECTIVE-DATE = "00000000"
               MOVE "START" TO WS-VERSION-FROM
           ELSE
               MOVE LY-EFFECTIVE-DATE TO WS-VERSION-FROM
           END-IF
           IF LY-EXPIRY-DATE = SPACES
               MOVE "OPEN" TO WS-VERSION-TO
           ELSE
               MOVE LY-EXPIRY-DATE TO WS-VERSION-TO
           END-IF
           EXIT.

      * Hold the change on LYRPEND.DAT for a second operator.  Only
      * one change per day and field may wait at a time, so the
      * before image the reviewer sees is still the wording on file.
       SUBMIT-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-LANGUAGE-CODE TO PC-LANGUAGE-CODE
           MOVE WS-DAY-CHOICE TO PC-DAY-NUM
           MOVE WS-EFFECTIVE-CHOICE TO PC-EFFECTIVE-DATE
           MOVE WS-PENDING-FIELD TO PC-FIELD
           IF RECORD-FOUND
               MOVE "U" TO PC-ACTION
           ELSE
               MOVE "A" TO PC-ACTION
           END-IF
           MOVE WS-OPERATOR-ID TO PC-MAKER-ID
           MOVE WS-CURRENT-DATE-TIME(1:8) TO PC-SUBMIT-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO PC-SUBMIT-TIME
           IF PC-DAY-NAME-CHANGE
               MOVE WS-OLD-DAY-NAME TO PC-OLD-TEXT
           ELSE
               MOVE WS-OLD-GIFT-LINE TO PC-OLD-TEXT
           END-IF
           MOVE WS-NEW-TEXT TO PC-NEW-TEXT
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "A change to that day is already awaiting"
                           " approval - it must be reviewed first."
               NOT INVALID KEY
                   DISPLAY "Change recorded - it will be applied when"
                           " a second operator approves it."
           END-WRITE
           EXIT.

       SAVE-BEFORE-IMAGE.
           END-IF
           EXIT.

      * The journal names the operator who keyed the change and
      * the operator who approved it.
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE LY-LANGUAGE-CODE TO JR-LANGUAGE-CODE
           MOVE LY-DAY-NUM TO JR-DAY-NUM
           MOVE LY-EFFECTIVE-DATE TO JR-EFFECTIVE-DATE
           MOVE WS-JOURNAL-ACTION TO JR-ACTION
           MOVE PC-MAKER-ID TO JR-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO JR-APPROVER-ID
           MOVE WS-CURRENT-DATE-TIME(1:8) TO JR-CHANGE-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO JR-CHANGE-TIME
           MOVE WS-OLD-DAY-NAME TO JR-OLD-DAY-NAME
           DISPLAY " "
           DISPLAY JR-CHANGE-DATE " " JR-CHANGE-TIME "  "
                   JR-ACTION "  BY " JR-OPERATOR-ID
                   "  APPROVED BY " JR-APPROVER-ID
           IF JR-EFFECTIVE-DATE NOT = SPACES
               DISPLAY "  Version effective from: " JR-EFFECTIVE-DATE
           END-IF
           DISPLAY "  Day name before: " JR-OLD-DAY-NAME
           DISPLAY "  Day name after:  " JR-NEW-DAY-NAME
           DISPLAY "  Gift line before: " JR-OLD-GIFT-LINE
               END-IF
           END-IF
           EXIT.

      * Walk every change awaiting approval, showing the wording on
      * file and the wording keyed, and take the reviewer's decision
      * on each.  The operator who keyed a change may withdraw it but
      * may not approve it.
       REVIEW-PENDING-CHANGES.
           MOVE 0 TO WS-REVIEW-SHOWN
           MOVE 0 TO WS-APPROVED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           SET WS-PENDING-EOF TO "N"
           MOVE LOW-VALUES TO PC-KEY
           START PENDING-FILE
               KEY IS GREATER THAN PC-KEY
               INVALID KEY
                   SET PENDING-EOF TO TRUE
           END-START
           PERFORM UNTIL PENDING-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET PENDING-EOF TO TRUE
                   NOT AT END
                       PERFORM REVIEW-ONE-CHANGE
               END-READ
           END-PERFORM
           IF WS-REVIEW-SHOWN = 0
               DISPLAY "No changes are awaiting approval."
           ELSE
               DISPLAY WS-APPROVED-COUNT " change(s) approved, "
                       WS-REJECTED-COUNT " rejected."
           END-IF
           EXIT.

       REVIEW-ONE-CHANGE.
           ADD 1 TO WS-REVIEW-SHOWN
           DISPLAY " "
           IF PC-DAY-NAME-CHANGE
               DISPLAY PC-LANGUAGE-CODE " DAY " PC-DAY-NUM
                       " FROM " PC-EFFECTIVE-DATE
                       "  DAY NAME  " PC-ACTION
                       "  KEYED BY " PC-MAKER-ID
                       " ON " PC-SUBMIT-DATE " " PC-SUBMIT-TIME
               DISPLAY "  Day name before: " PC-OLD-TEXT(1:40)
               DISPLAY "  Day name after:  " PC-NEW-TEXT(1:40)
           ELSE
               DISPLAY PC-LANGUAGE-CODE " DAY " PC-DAY-NUM
                       " FROM " PC-EFFECTIVE-DATE
                       "  GIFT LINE  " PC-ACTION
                       "  KEYED BY " PC-MAKER-ID
                       " ON " PC-SUBMIT-DATE " " PC-SUBMIT-TIME
               DISPLAY "  Gift line before: " PC-OLD-TEXT
               DISPLAY "  Gift line after:  " PC-NEW-TEXT
           END-IF
           DISPLAY "A to approve, R to reject, ENTER to skip,"
                   " Q to stop:"
           ACCEPT WS-REVIEW-REPLY
           EVALUATE WS-REVIEW-REPLY
               WHEN "A"
               WHEN "a"
                   IF PC-MAKER-ID = WS-OPERATOR-ID
                       DISPLAY "Refused - a change must be approved"
                               " by a different operator."
                       MOVE "SELF-APPROVAL REFUSED - LYRICS CHANGE"
                           TO WS-SECURITY-REASON
                       PERFORM WRITE-SECURITY-EVENT
                   ELSE
                       PERFORM APPLY-PENDING-CHANGE
                   END-IF
               WHEN "R"
               WHEN "r"
                   DELETE PENDING-FILE
                   IF WS-PENDING-STATUS = "00"
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "Change rejected - not applied."
                   ELSE
                       DISPLAY "ERROR removing change from"
                               " LYRPEND.DAT, status="
                               WS-PENDING-STATUS
                   END-IF
               WHEN "Q"
               WHEN "q"
                   SET PENDING-EOF TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      * Apply the approved field to the record as it stands now, so
      * a change to the other field approved in between is kept.  A
      * change to a version not yet on file adds it, running until
      * the next later version takes effect, and closes off the
      * version before it the day before the new one starts.
       APPLY-PENDING-CHANGE.
           MOVE PC-LANGUAGE-CODE TO LY-LANGUAGE-CODE
           MOVE PC-DAY-NUM TO LY-DAY-NUM
           MOVE PC-EFFECTIVE-DATE TO LY-EFFECTIVE-DATE
           READ LYRICS-MASTER
               KEY IS LY-VERSION-KEY
               INVALID KEY
                   SET WS-RECORD-FOUND TO "N"
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO "Y"
           END-READ
           PERFORM SAVE-BEFORE-IMAGE
           SET WS-PRIOR-CLOSE-FLAG TO "N"
           IF RECORD-FOUND
               MOVE "U" TO WS-JOURNAL-ACTION
               IF PC-DAY-NAME-CHANGE
                   MOVE PC-NEW-TEXT TO LY-DAY-NAME
               ELSE
                   MOVE PC-NEW-TEXT TO LY-GIFT-LINE
               END-IF
               REWRITE LYRICS-RECORD
           ELSE
               MOVE "A" TO WS-JOURNAL-ACTION
               PERFORM FIND-ADJACENT-VERSIONS
               PERFORM CARRY-FORWARD-WORDING
               MOVE WS-CARRY-DAY-NAME TO WS-OLD-DAY-NAME
               MOVE WS-CARRY-GIFT-LINE TO WS-OLD-GIFT-LINE
               MOVE SPACES TO WS-NEW-EXPIRY-DATE
               IF NEXT-FOUND
                   COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NEXT-EFFECTIVE)) - 1)
                   MOVE WS-DATE-WORK TO WS-NEW-EXPIRY-DATE
               END-IF
               IF PRIOR-FOUND
                   IF WS-PRIOR-EXPIRY = SPACES
                       OR WS-PRIOR-EXPIRY NOT < PC-EFFECTIVE-DATE
                       PERFORM CLOSE-PRIOR-VERSION
                   END-IF
               END-IF
               IF NOT PRIOR-CLOSE-FAILED
                   MOVE PC-LANGUAGE-CODE TO LY-LANGUAGE-CODE
                   MOVE PC-DAY-NUM TO LY-DAY-NUM
                   MOVE PC-EFFECTIVE-DATE TO LY-EFFECTIVE-DATE
                   MOVE WS-CARRY-DAY-NAME TO LY-DAY-NAME
                   MOVE WS-CARRY-GIFT-LINE TO LY-GIFT-LINE
                   MOVE WS-NEW-EXPIRY-DATE TO LY-EXPIRY-DATE
                   IF PC-DAY-NAME-CHANGE
                       MOVE PC-NEW-TEXT TO LY-DAY-NAME
                   ELSE
                       MOVE PC-NEW-TEXT TO LY-GIFT-LINE
                   END-IF
                   WRITE LYRICS-RECORD
               END-IF
           END-IF
      * A prior version left open would overlap the new one, so the
      * change is not applied and stays on LYRPEND.DAT to retry.
           IF PRIOR-CLOSE-FAILED
               DISPLAY "Change not applied - the earlier version could"
                       " not be closed off; it stays pending."
           ELSE
               IF WS-LYRICS-STATUS = "00"
                   PERFORM WRITE-JOURNAL-RECORD
                   DELETE PENDING-FILE
                   IF WS-PENDING-STATUS NOT = "00"
                       DISPLAY "ERROR removing change from LYRPEND.DAT,"
                               " status=" WS-PENDING-STATUS
                   END-IF
                   ADD 1 TO WS-APPROVED-COUNT
                   DISPLAY "Change approved and applied."
               ELSE
                   DISPLAY "ERROR applying change, status="
                           WS-LYRICS-STATUS
               END-IF
           END-IF
           EXIT.

      * Notes the latest version of the pending change's day taking
      * effect before it and the earliest taking effect after it.
       FIND-ADJACENT-VERSIONS.
           SET WS-PRIOR-FOUND TO "N"
           SET WS-NEXT-FOUND TO "N"
           SET WS-VERSION-SCAN-DONE TO "N"
           MOVE PC-LANGUAGE-CODE TO LY-LANGUAGE-CODE
           MOVE PC-DAY-NUM TO LY-DAY-NUM
           MOVE LOW-VALUES TO LY-EFFECTIVE-DATE
           START LYRICS-MASTER
               KEY IS NOT LESS THAN LY-VERSION-KEY
               INVALID KEY
                   SET VERSION-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL VERSION-SCAN-DONE
               READ LYRICS-MASTER NEXT RECORD
                   AT END
                       SET VERSION-SCAN-DONE TO TRUE
                   NOT AT END
                       IF LY-LANGUAGE-CODE NOT = PC-LANGUAGE-CODE
                           OR LY-DAY-NUM NOT = PC-DAY-NUM
                           SET VERSION-SCAN-DONE TO TRUE
                       ELSE
                           IF LY-EFFECTIVE-DATE < PC-EFFECTIVE-DATE
                               SET PRIOR-FOUND TO TRUE
                               MOVE LY-EFFECTIVE-DATE
                                   TO WS-PRIOR-EFFECTIVE
                               MOVE LY-EXPIRY-DATE TO WS-PRIOR-EXPIRY
                           END-IF
                           IF LY-EFFECTIVE-DATE > PC-EFFECTIVE-DATE
                               SET NEXT-FOUND TO TRUE
                               MOVE LY-EFFECTIVE-DATE
                                   TO WS-NEXT-EFFECTIVE
                               SET VERSION-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * A new version changes one field, so the other is carried
      * over from the wording in effect the day before it starts.
      * Where nothing is in effect that day the nearest earlier
      * version is used, and for a day's first version the next
      * later one, so neither field is ever written blank.
       CARRY-FORWARD-WORDING.
           MOVE SPACES TO WS-CARRY-DAY-NAME
           MOVE SPACES TO WS-CARRY-GIFT-LINE
           SET WS-LYRIC-FOUND TO "N"
           IF PC-EFFECTIVE-DATE NOT = "00000000"
               COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(PC-EFFECTIVE-DATE)) - 1)
               MOVE WS-DATE-WORK TO WS-LYRIC-AS-AT
               MOVE PC-LANGUAGE-CODE TO WS-LYRIC-WANT-LANG
               MOVE PC-DAY-NUM TO WS-LYRIC-WANT-DAY
               PERFORM FIND-EFFECTIVE-LYRIC
           END-IF
           IF NOT LYRIC-FOUND
               MOVE PC-LANGUAGE-CODE TO LY-LANGUAGE-CODE
               MOVE PC-DAY-NUM TO LY-DAY-NUM
               IF PRIOR-FOUND
                   MOVE WS-PRIOR-EFFECTIVE TO LY-EFFECTIVE-DATE
               ELSE
                   MOVE WS-NEXT-EFFECTIVE TO LY-EFFECTIVE-DATE
               END-IF
               IF PRIOR-FOUND OR NEXT-FOUND
                   READ LYRICS-MASTER
                       KEY IS LY-VERSION-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET LYRIC-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF
           IF LYRIC-FOUND
               MOVE LY-DAY-NAME TO WS-CARRY-DAY-NAME
               MOVE LY-GIFT-LINE TO WS-CARRY-GIFT-LINE
           END-IF
           EXIT.

       CLOSE-PRIOR-VERSION.
           MOVE PC-LANGUAGE-CODE TO LY-LANGUAGE-CODE
           MOVE PC-DAY-NUM TO LY-DAY-NUM
           MOVE WS-PRIOR-EFFECTIVE TO LY-EFFECTIVE-DATE
           READ LYRICS-MASTER
               KEY IS LY-VERSION-KEY
               INVALID KEY
                   DISPLAY "ERROR reading version from "
                           WS-PRIOR-EFFECTIVE ", status="
                           WS-LYRICS-STATUS
                   SET PRIOR-CLOSE-FAILED TO TRUE
               NOT INVALID KEY
                   COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(PC-EFFECTIVE-DATE)) - 1)
                   MOVE WS-DATE-WORK TO LY-EXPIRY-DATE
                   REWRITE LYRICS-RECORD
                   IF WS-LYRICS-STATUS = "00"
                       DISPLAY "Version from " WS-PRIOR-EFFECTIVE
                               " now ends " LY-EXPIRY-DATE "."
                   ELSE
                       DISPLAY "ERROR closing version from "
                               WS-PRIOR-EFFECTIVE ", status="
                               WS-LYRICS-STATUS
                       SET PRIOR-CLOSE-FAILED TO TRUE
                   END-IF
           END-READ
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

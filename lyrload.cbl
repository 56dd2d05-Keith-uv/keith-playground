      *          apply writes before-images of every changed or
      *          deleted record to LYRBACK.DAT so LYRICS-BACKOUT can
      *          restore the master if the load has to be withdrawn.
      *          Each line names the dated version of the day it
      *          applies to; adding a version closes off the one in
      *          force before it the day before it takes effect, and
      *          deleting one hands its window back to its
      *          predecessor.  Applied adds and updates are also
      *          journalled to LYRJRNL.DAT under operator LYRLOAD, so
      *          head-office wording changes show in the change
      *          history alongside those keyed in LYRICS-MAINT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT TRAN-FILE ASSIGN TO "LYRTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT BACKOUT-FILE ASSIGN TO "LYRBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "LYRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LYRICS-MASTER.
           COPY LYRICREC.

      * The transaction image is 133 characters; the record is read
      * into a longer area so text running past the layout can be
      * caught and rejected as oversize instead of silently truncated.
       FD  TRAN-FILE.
       FD  BACKOUT-FILE.
           COPY LYRBACK.

       FD  JOURNAL-FILE.
           COPY LYRJRNL.

       WORKING-STORAGE SECTION.

       01 WS-LYRICS-STATUS PIC XX VALUE "00".
       01 WS-LISTING-STATUS PIC XX VALUE "00".
       01 WS-REJECT-STATUS PIC XX VALUE "00".
       01 WS-BACKOUT-STATUS PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-TRAN-EOF PIC X VALUE "N".
          88 TRAN-EOF VALUE "Y".

          88 RECORD-FOUND VALUE "Y".
       01 WS-OLD-DAY-NAME PIC X(40) VALUE SPACES.
       01 WS-OLD-GIFT-LINE PIC X(80) VALUE SPACES.
       01 WS-OLD-EXPIRY-DATE PIC X(8) VALUE SPACES.

      * Key of the version a backout record describes, which is not
      * always the transaction's own when a neighbour is adjusted.
       01 WS-BACK-ACTION PIC X VALUE SPACE.
       01 WS-BACK-LANG PIC XX VALUE SPACES.
       01 WS-BACK-DAY PIC 99 VALUE 0.
       01 WS-BACK-EFFECTIVE PIC X(8) VALUE SPACES.

      * The versions of the same day either side of the transaction's
      * effective date, found before an add or delete is applied.
       01 WS-PRIOR-VERSION.
          05 WS-PRIOR-FOUND PIC X VALUE "N".
             88 PRIOR-FOUND VALUE "Y".
          05 WS-PRIOR-EFFECTIVE PIC X(8) VALUE SPACES.
          05 WS-PRIOR-EXPIRY PIC X(8) VALUE SPACES.
          05 WS-PRIOR-NEW-EXPIRY PIC X(8) VALUE SPACES.
          05 WS-PRIOR-CHANGE PIC X VALUE "N".
             88 PRIOR-CHANGE VALUE "Y".
       01 WS-NEXT-VERSION.
          05 WS-NEXT-FOUND PIC X VALUE "N".
             88 NEXT-FOUND VALUE "Y".
          05 WS-NEXT-EFFECTIVE PIC X(8) VALUE SPACES.
       01 WS-VERSION-SCAN-DONE PIC X VALUE "N".
          88 VERSION-SCAN-DONE VALUE "Y".
       01 WS-DATE-WORK PIC 9(8) VALUE 0.
       01 WS-NEW-EXPIRY-DATE PIC X(8) VALUE SPACES.

      * Keys added or deleted earlier in a validate pass, so later
      * transactions in the same file are judged against the state
          05 WS-PENDING-COUNT PIC 9(5) COMP VALUE 0.
          05 WS-PENDING-ENTRY OCCURS 2000 TIMES
                              INDEXED BY PD-IDX.
             10 WS-PENDING-KEY PIC X(12).
             10 WS-PENDING-STATE PIC X.
       01 WS-PENDING-FOUND PIC X VALUE "N".
          88 PENDING-FOUND VALUE "Y".
       01 WS-KEY-EXISTS PIC X VALUE "N".
          88 KEY-EXISTS VALUE "Y".
       01 WS-WORK-KEY PIC X(12) VALUE SPACES.
       01 WS-NEW-STATE PIC X VALUE SPACE.

           COPY LYRTRAN.
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
           END-IF
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM UNTIL TRAN-EOF
           CLOSE REJECT-FILE
           IF APPLY-MODE
               CLOSE BACKOUT-FILE
               CLOSE JOURNAL-FILE
               DISPLAY "Lyrics load complete - " WS-APPLIED-COUNT
                       " applied, " WS-REJECT-COUNT " rejected."
           ELSE
       PROCESS-TRANSACTION.
           IF TRAN-LINE NOT = SPACES
               ADD 1 TO WS-TRAN-COUNT
               MOVE TRAN-LINE(1:133) TO LYRICS-TRAN
               IF TL-EFFECTIVE-DATE = SPACES
                   MOVE "00000000" TO TL-EFFECTIVE-DATE
               END-IF
               PERFORM EDIT-TRANSACTION
               IF TRAN-OK
                   IF VALIDATE-ONLY
       VALIDATE-TRANSACTION.
           MOVE TL-LANGUAGE-CODE TO WS-WORK-KEY(1:2)
           MOVE TL-DAY-NUM TO WS-WORK-KEY(3:2)
           MOVE TL-EFFECTIVE-DATE TO WS-WORK-KEY(5:8)
           PERFORM CHECK-KEY-EXISTS
           EVALUATE TL-ACTION
               WHEN "A"
               SET WS-RECORD-FOUND TO "N"
               MOVE TL-LANGUAGE-CODE TO LY-LANGUAGE-CODE
               MOVE TL-DAY-NUM TO LY-DAY-NUM
               MOVE TL-EFFECTIVE-DATE TO LY-EFFECTIVE-DATE
               READ LYRICS-MASTER
                   KEY IS LY-VERSION-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
           EXIT.

       WRITE-BACKOUT-RECORD.
           MOVE TL-ACTION TO WS-BACK-ACTION
           MOVE TL-LANGUAGE-CODE TO WS-BACK-LANG
           MOVE TL-DAY-NUM TO WS-BACK-DAY
           MOVE TL-EFFECTIVE-DATE TO WS-BACK-EFFECTIVE
           PERFORM WRITE-BACKOUT-IMAGE
           EXIT.

       WRITE-BACKOUT-IMAGE.
           MOVE WS-BACK-ACTION TO BL-ACTION
           MOVE WS-BACK-LANG TO BL-LANGUAGE-CODE
           MOVE WS-BACK-DAY TO BL-DAY-NUM
           MOVE WS-BACK-EFFECTIVE TO BL-EFFECTIVE-DATE
           MOVE WS-OLD-DAY-NAME TO BL-OLD-DAY-NAME
           MOVE WS-OLD-GIFT-LINE TO BL-OLD-GIFT-LINE
           MOVE WS-OLD-EXPIRY-DATE TO BL-OLD-EXPIRY-DATE
           WRITE LYRICS-BACKOUT-RECORD
           IF WS-BACKOUT-STATUS NOT = "00"
               DISPLAY "ERROR writing LYRBACK.DAT, status="
           END-IF
           EXIT.

      * Head-office wording is journalled like an approved change
      * from LYRICS-MAINT, with the load itself as maker and approver.
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE TL-LANGUAGE-CODE TO JR-LANGUAGE-CODE
           MOVE TL-DAY-NUM TO JR-DAY-NUM
           MOVE TL-EFFECTIVE-DATE TO JR-EFFECTIVE-DATE
           MOVE TL-ACTION TO JR-ACTION
           MOVE "LYRLOAD" TO JR-OPERATOR-ID
           MOVE "LYRLOAD" TO JR-APPROVER-ID
           MOVE WS-CURRENT-DATE-TIME(1:8) TO JR-CHANGE-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO JR-CHANGE-TIME
           MOVE WS-OLD-DAY-NAME TO JR-OLD-DAY-NAME
           MOVE TL-DAY-NAME TO JR-NEW-DAY-NAME
           MOVE WS-OLD-GIFT-LINE TO JR-OLD-GIFT-LINE
           MOVE TL-GIFT-LINE TO JR-NEW-GIFT-LINE
           WRITE JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR writing LYRJRNL.DAT, status="
                       WS-JOURNAL-STATUS
           END-IF
           EXIT.

       EDIT-TRANSACTION.
           SET WS-TRAN-OK TO "Y"
           MOVE SPACES TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF TRAN-OK
               IF TL-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD"
                       TO WS-REJECT-REASON
                   SET WS-TRAN-OK TO "N"
               ELSE
                   IF TL-EFFECTIVE-DATE NOT = "00000000"
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(TL-EFFECTIVE-DATE)) NOT = 0
                       MOVE "EFFECTIVE DATE NOT A VALID DATE"
                           TO WS-REJECT-REASON
                       SET WS-TRAN-OK TO "N"
                   END-IF
               END-IF
           END-IF
           IF TRAN-OK AND TRAN-LINE(134:67) NOT = SPACES
               MOVE "TEXT EXCEEDS RECORD LAYOUT" TO WS-REJECT-REASON
               SET WS-TRAN-OK TO "N"
           END-IF
       APPLY-TRANSACTION.
           MOVE TL-LANGUAGE-CODE TO LY-LANGUAGE-CODE
           MOVE TL-DAY-NUM TO LY-DAY-NUM
           MOVE TL-EFFECTIVE-DATE TO LY-EFFECTIVE-DATE
           EVALUATE TL-ACTION
               WHEN "A"
                   PERFORM APPLY-ADD
           END-EVALUATE
           EXIT.

      * A new version runs until the day before the next later
      * version takes effect, or indefinitely when it is the latest.
      * The version before it is closed off first so the two never
      * overlap.
       APPLY-ADD.
           READ LYRICS-MASTER
               KEY IS LY-VERSION-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ADD REJECTED - RECORD ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   SET WS-TRAN-OK TO "N"
           END-READ
           IF TRAN-OK
               PERFORM FIND-ADJACENT-VERSIONS
               MOVE SPACES TO WS-NEW-EXPIRY-DATE
               IF NEXT-FOUND
                   COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NEXT-EFFECTIVE)) - 1)
                   MOVE WS-DATE-WORK TO WS-NEW-EXPIRY-DATE
               END-IF
               IF PRIOR-FOUND
                   IF WS-PRIOR-EXPIRY = SPACES
                       OR WS-PRIOR-EXPIRY NOT < TL-EFFECTIVE-DATE
                       COMPUTE WS-DATE-WORK =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(TL-EFFECTIVE-DATE)) - 1)
                       MOVE WS-DATE-WORK TO WS-PRIOR-NEW-EXPIRY
                       SET PRIOR-CHANGE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF TRAN-OK
               MOVE TL-LANGUAGE-CODE TO LY-LANGUAGE-CODE
               MOVE TL-DAY-NUM TO LY-DAY-NUM
               MOVE TL-EFFECTIVE-DATE TO LY-EFFECTIVE-DATE
               MOVE TL-DAY-NAME TO LY-DAY-NAME
               MOVE TL-GIFT-LINE TO LY-GIFT-LINE
               MOVE WS-NEW-EXPIRY-DATE TO LY-EXPIRY-DATE
               WRITE LYRICS-RECORD
                   INVALID KEY
                       MOVE "ADD REJECTED - RECORD ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       SET WS-TRAN-OK TO "N"
               END-WRITE
           END-IF
           IF TRAN-OK
               ADD 1 TO WS-ADD-COUNT
               MOVE SPACES TO WS-OLD-DAY-NAME
               MOVE SPACES TO WS-OLD-GIFT-LINE
               MOVE SPACES TO WS-OLD-EXPIRY-DATE
               PERFORM WRITE-BACKOUT-RECORD
               PERFORM READ-SUPERSEDED-WORDING
               PERFORM WRITE-JOURNAL-RECORD
               IF PRIOR-CHANGE
                   PERFORM SET-PRIOR-EXPIRY
               END-IF
               PERFORM WRITE-APPLIED
           ELSE
               PERFORM WRITE-REJECT

       APPLY-UPDATE.
           READ LYRICS-MASTER
               KEY IS LY-VERSION-KEY
               INVALID KEY
                   MOVE "UPDATE REJECTED - RECORD NOT ON FILE"
                       TO WS-REJECT-REASON
           IF TRAN-OK
               MOVE LY-DAY-NAME TO WS-OLD-DAY-NAME
               MOVE LY-GIFT-LINE TO WS-OLD-GIFT-LINE
               MOVE LY-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
               MOVE TL-DAY-NAME TO LY-DAY-NAME
               MOVE TL-GIFT-LINE TO LY-GIFT-LINE
               REWRITE LYRICS-RECORD
               IF WS-LYRICS-STATUS = "00"
                   ADD 1 TO WS-UPDATE-COUNT
                   PERFORM WRITE-BACKOUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM WRITE-APPLIED
               ELSE
                   MOVE "UPDATE FAILED - SEE FILE STATUS"
           EXIT.

      * A delete reads the record first so its before-image reaches
      * the backout file.  A version that ran straight on from the
      * one deleted takes over its window, so the day is not left
      * without wording.
       APPLY-DELETE.
           READ LYRICS-MASTER
               KEY IS LY-VERSION-KEY
               INVALID KEY
                   MOVE "DELETE REJECTED - RECORD NOT ON FILE"
                       TO WS-REJECT-REASON
           IF TRAN-OK
               MOVE LY-DAY-NAME TO WS-OLD-DAY-NAME
               MOVE LY-GIFT-LINE TO WS-OLD-GIFT-LINE
               MOVE LY-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
               DELETE LYRICS-MASTER
                   INVALID KEY
                       MOVE "DELETE REJECTED - RECORD NOT ON FILE"
           IF TRAN-OK
               ADD 1 TO WS-DELETE-COUNT
               PERFORM WRITE-BACKOUT-RECORD
               PERFORM FIND-ADJACENT-VERSIONS
               IF PRIOR-FOUND AND WS-PRIOR-EXPIRY NOT = SPACES
                   COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(TL-EFFECTIVE-DATE)) - 1)
                   IF WS-PRIOR-EXPIRY = WS-DATE-WORK
                       MOVE WS-OLD-EXPIRY-DATE TO WS-PRIOR-NEW-EXPIRY
                       PERFORM SET-PRIOR-EXPIRY
                   END-IF
               END-IF
               PERFORM WRITE-APPLIED
           ELSE
               PERFORM WRITE-REJECT
           END-IF
           EXIT.

      * Scans every version of the transaction's day and notes the
      * latest one taking effect before it and the earliest one
      * taking effect after it.
       FIND-ADJACENT-VERSIONS.
           SET WS-PRIOR-FOUND TO "N"
           SET WS-NEXT-FOUND TO "N"
           SET WS-PRIOR-CHANGE TO "N"
           SET WS-VERSION-SCAN-DONE TO "N"
           MOVE SPACES TO WS-PRIOR-EFFECTIVE
           MOVE SPACES TO WS-PRIOR-EXPIRY
           MOVE SPACES TO WS-PRIOR-NEW-EXPIRY
           MOVE SPACES TO WS-NEXT-EFFECTIVE
           MOVE TL-LANGUAGE-CODE TO LY-LANGUAGE-CODE
           MOVE TL-DAY-NUM TO LY-DAY-NUM
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
                       IF LY-LANGUAGE-CODE NOT = TL-LANGUAGE-CODE
                           OR LY-DAY-NUM NOT = TL-DAY-NUM
                           SET VERSION-SCAN-DONE TO TRUE
                       ELSE
                           IF LY-EFFECTIVE-DATE < TL-EFFECTIVE-DATE
                               SET PRIOR-FOUND TO TRUE
                               MOVE LY-EFFECTIVE-DATE
                                   TO WS-PRIOR-EFFECTIVE
                               MOVE LY-EXPIRY-DATE TO WS-PRIOR-EXPIRY
                           END-IF
                           IF LY-EFFECTIVE-DATE > TL-EFFECTIVE-DATE
                               SET NEXT-FOUND TO TRUE
                               MOVE LY-EFFECTIVE-DATE
                                   TO WS-NEXT-EFFECTIVE
                               SET VERSION-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * A new version is journalled against the wording it replaces:
      * the version before it, else the next later one.  Only the
      * journal sees this text; the backout image of an add stays
      * blank.
       READ-SUPERSEDED-WORDING.
           IF PRIOR-FOUND OR NEXT-FOUND
               MOVE TL-LANGUAGE-CODE TO LY-LANGUAGE-CODE
               MOVE TL-DAY-NUM TO LY-DAY-NUM
               IF PRIOR-FOUND
                   MOVE WS-PRIOR-EFFECTIVE TO LY-EFFECTIVE-DATE
               ELSE
                   MOVE WS-NEXT-EFFECTIVE TO LY-EFFECTIVE-DATE
               END-IF
               READ LYRICS-MASTER
                   KEY IS LY-VERSION-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LY-DAY-NAME TO WS-OLD-DAY-NAME
                       MOVE LY-GIFT-LINE TO WS-OLD-GIFT-LINE
               END-READ
           END-IF
           EXIT.

      * Moves the prior version's expiry date, writing its old image
      * to the backout file as an update so a withdrawal restores it.
       SET-PRIOR-EXPIRY.
           MOVE TL-LANGUAGE-CODE TO LY-LANGUAGE-CODE
           MOVE TL-DAY-NUM TO LY-DAY-NUM
           MOVE WS-PRIOR-EFFECTIVE TO LY-EFFECTIVE-DATE
           READ LYRICS-MASTER
               KEY IS LY-VERSION-KEY
               INVALID KEY
                   DISPLAY "ERROR re-reading prior version "
                           TL-LANGUAGE-CODE " DAY " TL-DAY-NUM
                           " FROM " WS-PRIOR-EFFECTIVE
               NOT INVALID KEY
                   MOVE LY-DAY-NAME TO WS-OLD-DAY-NAME
                   MOVE LY-GIFT-LINE TO WS-OLD-GIFT-LINE
                   MOVE LY-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
                   MOVE WS-PRIOR-NEW-EXPIRY TO LY-EXPIRY-DATE
                   REWRITE LYRICS-RECORD
                   IF WS-LYRICS-STATUS = "00"
                       MOVE "U" TO WS-BACK-ACTION
                       MOVE TL-LANGUAGE-CODE TO WS-BACK-LANG
                       MOVE TL-DAY-NUM TO WS-BACK-DAY
                       MOVE WS-PRIOR-EFFECTIVE TO WS-BACK-EFFECTIVE
                       PERFORM WRITE-BACKOUT-IMAGE
                   ELSE
                       DISPLAY "ERROR rewriting prior version "
                               TL-LANGUAGE-CODE " DAY " TL-DAY-NUM
                               ", status=" WS-LYRICS-STATUS
                   END-IF
           END-READ
           EXIT.

       WRITE-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO LISTING-LINE
           IF VALIDATE-ONLY
               STRING "VALID   " TL-ACTION " " TL-LANGUAGE-CODE
                      " DAY " TL-DAY-NUM " FROM " TL-EFFECTIVE-DATE
                      "  " TL-DAY-NAME(1:30) " " TL-GIFT-LINE(1:40)
                      DELIMITED BY SIZE INTO LISTING-LINE
           ELSE
               STRING "APPLIED " TL-ACTION " " TL-LANGUAGE-CODE
                      " DAY " TL-DAY-NUM " FROM " TL-EFFECTIVE-DATE
                      "  " TL-DAY-NAME(1:30) " " TL-GIFT-LINE(1:40)
                      DELIMITED BY SIZE INTO LISTING-LINE
           END-IF
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-LINE
           STRING "REJECTED " TL-ACTION " " TL-LANGUAGE-CODE " DAY "
                  TL-DAY-NUM " FROM " TL-EFFECTIVE-DATE
                  "  REASON: " WS-REJECT-REASON
                  DELIMITED BY SIZE INTO REJECT-LINE
           PERFORM WRITE-REJECT-LINE
           MOVE SPACES TO LISTING-LINE
           STRING "REJECT  " TL-ACTION " " TL-LANGUAGE-CODE " DAY "
                  TL-DAY-NUM " FROM " TL-EFFECTIVE-DATE
                  "  REASON: " WS-REJECT-REASON
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

      *          in a table and applies it in reverse order: an add is
      *          deleted, an update is rewritten from its before-image
      *          and a delete is written back, restoring the master to
      *          its state before the load.  Each entry names the
      *          dated version it touched and carries its old expiry
      *          date, so neighbouring versions the load closed off
      *          or reopened get their windows back too.  Writes a
      *          listing of the reversals (LYRBKO.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT BACKOUT-FILE ASSIGN TO "LYRBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
             10 WS-BK-DAY PIC 99.
             10 WS-BK-DAY-NAME PIC X(40).
             10 WS-BK-GIFT-LINE PIC X(80).
             10 WS-BK-EFFECTIVE PIC X(8).
             10 WS-BK-EXPIRY PIC X(8).

       01 WS-REVERSED-COUNT PIC 9(7) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(7) VALUE 0.
               MOVE BL-DAY-NUM TO WS-BK-DAY(BK-IDX)
               MOVE BL-OLD-DAY-NAME TO WS-BK-DAY-NAME(BK-IDX)
               MOVE BL-OLD-GIFT-LINE TO WS-BK-GIFT-LINE(BK-IDX)
               MOVE BL-EFFECTIVE-DATE TO WS-BK-EFFECTIVE(BK-IDX)
               MOVE BL-OLD-EXPIRY-DATE TO WS-BK-EXPIRY(BK-IDX)
      * A backout written before versions were dated names the
      * standing version.
               IF WS-BK-EFFECTIVE(BK-IDX) = SPACES
                   MOVE "00000000" TO WS-BK-EFFECTIVE(BK-IDX)
               END-IF
           ELSE
               DISPLAY "Backout refused - LYRBACK.DAT holds more"
                       " than 2000 entries; raise the table size."
           MOVE SPACES TO WS-FAIL-REASON
           MOVE WS-BK-LANG(BK-IDX) TO LY-LANGUAGE-CODE
           MOVE WS-BK-DAY(BK-IDX) TO LY-DAY-NUM
           MOVE WS-BK-EFFECTIVE(BK-IDX) TO LY-EFFECTIVE-DATE
           EVALUATE WS-BK-ACTION(BK-IDX)
               WHEN "A"
                   PERFORM REVERSE-AN-ADD
       REVERSE-AN-UPDATE.
           MOVE WS-BK-DAY-NAME(BK-IDX) TO LY-DAY-NAME
           MOVE WS-BK-GIFT-LINE(BK-IDX) TO LY-GIFT-LINE
           MOVE WS-BK-EXPIRY(BK-IDX) TO LY-EXPIRY-DATE
           REWRITE LYRICS-RECORD
               INVALID KEY
                   MOVE "UPDATED RECORD NOT ON FILE"
       REVERSE-A-DELETE.
           MOVE WS-BK-DAY-NAME(BK-IDX) TO LY-DAY-NAME
           MOVE WS-BK-GIFT-LINE(BK-IDX) TO LY-GIFT-LINE
           MOVE WS-BK-EXPIRY(BK-IDX) TO LY-EXPIRY-DATE
           WRITE LYRICS-RECORD
               INVALID KEY
                   MOVE "DELETED RECORD ALREADY BACK ON FILE"
           MOVE SPACES TO LISTING-LINE
           STRING "REVERSED " WS-BK-ACTION(BK-IDX) " "
                  WS-BK-LANG(BK-IDX) " DAY " WS-BK-DAY(BK-IDX)
                  " FROM " WS-BK-EFFECTIVE(BK-IDX)
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.
           MOVE SPACES TO LISTING-LINE
           STRING "FAILED   " WS-BK-ACTION(BK-IDX) " "
                  WS-BK-LANG(BK-IDX) " DAY " WS-BK-DAY(BK-IDX)
                  " FROM " WS-BK-EFFECTIVE(BK-IDX)
                  "  REASON: " WS-FAIL-REASON
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE

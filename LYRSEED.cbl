           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.

       DATA DIVISION.
                   UNTIL WS-SEED-INDEX > 12
               MOVE "EN" TO LY-LANGUAGE-CODE
               MOVE WS-SEED-INDEX TO LY-DAY-NUM
               MOVE "00000000" TO LY-EFFECTIVE-DATE
               MOVE SPACES TO LY-EXPIRY-DATE
               MOVE WS-SEED-DAY-NAME(WS-SEED-INDEX) TO LY-DAY-NAME
               MOVE WS-SEED-GIFT-LINE(WS-SEED-INDEX) TO LY-GIFT-LINE
               WRITE LYRICS-RECORD

           SELECT LYRICS-MASTER ASSIGN TO "LYRICS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-VERSION-KEY
               FILE STATUS IS WS-LYRICS-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
           IF LYRICS-FILE-OPEN
               MOVE WS-NEW-LANG TO LY-LANGUAGE-CODE
               MOVE 1 TO LY-DAY-NUM
               MOVE LOW-VALUES TO LY-EFFECTIVE-DATE
               START LYRICS-MASTER
                   KEY IS NOT LESS THAN LY-VERSION-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY

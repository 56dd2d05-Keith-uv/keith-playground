      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gift issue posting.  Reads the signage extracts a
      *          SWEEP wrote to SIGNAGE.DAT for a run date and takes
      *          the gifts each verse gave out off the branch's
      *          GIFTINV.DAT on-hand quantities - a verse for day N
      *          issues GC-VERSE-QTY of every gift from day 1 to day
      *          N - so the ledger the shortage report works from no
      *          longer depends on issues being keyed by hand.  Any
      *          quantity the ledger cannot cover is listed as a
      *          shortfall instead of driving the on-hand negative.
      *          Each run date and branch posted is remembered in
      *          ISSUEPST.DAT and refused if seen again, so a rerun
      *          after SIGN-RECON or an OVERRIDE sweep does not take
      *          the stock off twice.  DATE=YYYYMMDD selects the run
      *          date (default today).  Writes a posting listing
      *          (GIFTPOST.TXT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIFT-ISSUE-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNAGE-FILE ASSIGN TO "SIGNAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNAGE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT GIFTCOST-MASTER ASSIGN TO "GIFTCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-KEY
               FILE STATUS IS WS-GIFTCOST-STATUS.
           SELECT GIFTINV-MASTER ASSIGN TO "GIFTINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-KEY
               FILE STATUS IS WS-GIFTINV-STATUS.
           SELECT POSTED-FILE ASSIGN TO "ISSUEPST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-KEY
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT LISTING-FILE ASSIGN TO "GIFTPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNAGE-FILE.
           COPY SIGNREC.

       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  GIFTCOST-MASTER.
           COPY GIFTCOST.

       FD  GIFTINV-MASTER.
           COPY GIFTINV.

       FD  POSTED-FILE.
           COPY ISSUEPST.

       FD  LISTING-FILE.
       01 LISTING-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SIGNAGE-STATUS PIC XX VALUE "00".
       01 WS-BRANCH-STATUS PIC XX VALUE "00".
       01 WS-GIFTCOST-STATUS PIC XX VALUE "00".
       01 WS-GIFTINV-STATUS PIC XX VALUE "00".
       01 WS-POSTED-STATUS PIC XX VALUE "00".
       01 WS-LISTING-STATUS PIC XX VALUE "00".
       01 WS-FILE-EOF PIC X VALUE "N".
          88 FILE-EOF VALUE "Y".

       01 WS-PARM-STRING PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
          05 WS-PARM-TOKEN OCCURS 10 TIMES
                           INDEXED BY PT-IDX PIC X(20).
       01 WS-POST-DATE PIC X(8) VALUE SPACES.

      * Branch master held for the language lookup - posting needs
      * the branch's language even if it has since been deactivated.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-COUNT PIC 999 COMP VALUE 0.
          05 WS-BRANCH-ENTRY OCCURS 200 TIMES
                             INDEXED BY BR-IDX.
             10 WS-BR-CODE PIC X(4).
             10 WS-BR-LANG PIC XX.

      * One entry per branch with extracts for the run date, with a
      * flag per day number sung.  A day extracted twice for the same
      * branch (an OVERRIDE rerun appends to SIGNAGE.DAT) only sets
      * the flag once, so it is only posted once.
       01 WS-POST-TABLE.
          05 WS-POST-COUNT PIC 999 COMP VALUE 0.
          05 WS-POST-ENTRY OCCURS 200 TIMES
                           INDEXED BY PS-IDX.
             10 WS-PS-BRANCH PIC X(4).
             10 WS-PS-HIGH-DAY PIC 99.
             10 WS-PS-SUNG-FLAGS.
                15 WS-PS-SUNG PIC X OCCURS 31 TIMES.

       01 WS-SEARCH-FOUND PIC X VALUE "N".
          88 SEARCH-FOUND VALUE "Y".
       01 WS-COST-FOUND PIC X VALUE "N".
          88 COST-FOUND VALUE "Y".
       01 WS-RECORD-FOUND PIC X VALUE "N".
          88 RECORD-FOUND VALUE "Y".

       01 WS-LANGUAGE-CODE PIC XX VALUE SPACES.
       01 WS-GIFT-DAY PIC 99 VALUE 0.
       01 WS-VERSE-DAY PIC 99 VALUE 0.
       01 WS-VERSE-COUNT PIC 99 VALUE 0.
       01 WS-VERSES-COVERING PIC 99 VALUE 0.
       01 WS-ISSUE-QTY PIC 9(7) VALUE 0.
       01 WS-POSTED-QTY PIC 9(7) VALUE 0.
       01 WS-SHORT-QTY PIC 9(7) VALUE 0.
       01 WS-BRANCH-ISSUED PIC 9(7) VALUE 0.
       01 WS-BRANCH-SHORT PIC 9(7) VALUE 0.
       01 WS-SHORT-REASON PIC X(40) VALUE SPACES.

       01 WS-EXTRACT-COUNT PIC 9(7) VALUE 0.
       01 WS-UNPOSTABLE-COUNT PIC 9(7) VALUE 0.
       01 WS-POSTED-BRANCHES PIC 9(7) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(7) VALUE 0.
       01 WS-SHORTFALL-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-ISSUED PIC 9(9) VALUE 0.
       01 WS-TOTAL-SHORT PIC 9(9) VALUE 0.

       01 WS-EDIT-DAY PIC Z9.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-QTY PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-QTY-2 PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-QTY-3 PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.
       01 WS-CURRENT-DATE-TIME PIC X(21).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-RUN-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-POST-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-POST-DATE
           END-IF
           OPEN OUTPUT LISTING-FILE
           IF WS-LISTING-STATUS NOT = "00"
               DISPLAY "ERROR opening GIFTPOST.TXT, status="
                       WS-LISTING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-LISTING-HEADING
           PERFORM LOAD-BRANCH-TABLE
           PERFORM LOAD-EXTRACTS
           OPEN INPUT GIFTCOST-MASTER
           IF WS-GIFTCOST-STATUS NOT = "00"
               DISPLAY "Issue posting refused - cannot open"
                       " GIFTCOST.DAT, status=" WS-GIFTCOST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O GIFTINV-MASTER
           IF WS-GIFTINV-STATUS = "35"
               OPEN OUTPUT GIFTINV-MASTER
               CLOSE GIFTINV-MASTER
               OPEN I-O GIFTINV-MASTER
           END-IF
           IF WS-GIFTINV-STATUS NOT = "00"
               DISPLAY "Issue posting refused - cannot open"
                       " GIFTINV.DAT, status=" WS-GIFTINV-STATUS
               CLOSE GIFTCOST-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O POSTED-FILE
           IF WS-POSTED-STATUS = "35"
               OPEN OUTPUT POSTED-FILE
               CLOSE POSTED-FILE
               OPEN I-O POSTED-FILE
           END-IF
           IF WS-POSTED-STATUS NOT = "00"
               DISPLAY "Issue posting refused - cannot open"
                       " ISSUEPST.DAT, status=" WS-POSTED-STATUS
               CLOSE GIFTCOST-MASTER
               CLOSE GIFTINV-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > WS-POST-COUNT
               PERFORM POST-ONE-BRANCH
           END-PERFORM
           CLOSE GIFTCOST-MASTER
           CLOSE GIFTINV-MASTER
           CLOSE POSTED-FILE
           PERFORM WRITE-LISTING-TRAILER
           CLOSE LISTING-FILE
           DISPLAY "Issue posting complete for " WS-POST-DATE " - "
                   WS-POSTED-BRANCHES " branch(es) posted, "
                   WS-REFUSED-COUNT " refused, "
                   WS-SHORTFALL-COUNT " shortfall(s)."
           IF WS-EXTRACT-COUNT = 0
               DISPLAY "WARNING: no signage extracts on file for"
                       " that run date."
           END-IF
           IF WS-EXTRACT-COUNT = 0
               OR WS-REFUSED-COUNT > 0
               OR WS-SHORTFALL-COUNT > 0
               OR WS-UNPOSTABLE-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
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
                   MOVE WS-PARM-TOKEN(PT-IDX)(6:8) TO WS-POST-DATE
               END-IF
           END-PERFORM
           EXIT.

       LOAD-BRANCH-TABLE.
           SET WS-FILE-EOF TO "N"
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00"
               DISPLAY "Issue posting refused - cannot open"
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
                       ELSE
                           DISPLAY "WARNING: branch table is full,"
                                   " branch " BR-BRANCH-CODE
                                   " dropped - raise the table size."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE
           EXIT.

       LOAD-EXTRACTS.
           SET WS-FILE-EOF TO "N"
           OPEN INPUT SIGNAGE-FILE
           IF WS-SIGNAGE-STATUS NOT = "00"
               DISPLAY "Issue posting refused - cannot open"
                       " SIGNAGE.DAT, status=" WS-SIGNAGE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FILE-EOF
               READ SIGNAGE-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF SG-RUN-DATE = WS-POST-DATE
                           ADD 1 TO WS-EXTRACT-COUNT
                           PERFORM ADD-EXTRACT-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNAGE-FILE
           EXIT.

      * Single-branch runs write no branch code, so there is no
      * branch ledger to post them against.
       ADD-EXTRACT-TO-TABLE.
           IF SG-BRANCH-CODE = SPACES
               ADD 1 TO WS-UNPOSTABLE-COUNT
               MOVE SPACES TO LISTING-LINE
               STRING "NOT POSTED: DAY " SG-DAY-NUM
                      " - EXTRACT CARRIES NO BRANCH CODE"
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-LISTING-LINE
           ELSE
           IF SG-DAY-NUM NOT NUMERIC
               OR SG-DAY-NUM < 1 OR SG-DAY-NUM > 31
               ADD 1 TO WS-UNPOSTABLE-COUNT
               MOVE SPACES TO LISTING-LINE
               STRING "NOT POSTED: BRANCH " SG-BRANCH-CODE
                      " - EXTRACT DAY NUMBER INVALID"
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-LISTING-LINE
           ELSE
               PERFORM FIND-POST-ENTRY
               IF NOT SEARCH-FOUND
                   IF WS-POST-COUNT < 200
                       ADD 1 TO WS-POST-COUNT
                       SET PS-IDX TO WS-POST-COUNT
                       MOVE SG-BRANCH-CODE TO WS-PS-BRANCH(PS-IDX)
                       MOVE 0 TO WS-PS-HIGH-DAY(PS-IDX)
                       MOVE ALL "N" TO WS-PS-SUNG-FLAGS(PS-IDX)
                       SET SEARCH-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-UNPOSTABLE-COUNT
                       DISPLAY "WARNING: posting table is full,"
                               " branch " SG-BRANCH-CODE
                               " not posted - raise the table size."
                   END-IF
               END-IF
               IF SEARCH-FOUND
                   MOVE "Y" TO WS-PS-SUNG(PS-IDX, SG-DAY-NUM)
                   IF SG-DAY-NUM > WS-PS-HIGH-DAY(PS-IDX)
                       MOVE SG-DAY-NUM TO WS-PS-HIGH-DAY(PS-IDX)
                   END-IF
               END-IF
           END-IF
           END-IF
           EXIT.

      * The VARYING increment runs before the UNTIL is re-tested, so
      * after a match PS-IDX sits one entry past it - step it back.
       FIND-POST-ENTRY.
           SET WS-SEARCH-FOUND TO "N"
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > WS-POST-COUNT OR SEARCH-FOUND
               IF WS-PS-BRANCH(PS-IDX) = SG-BRANCH-CODE
                   SET SEARCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SEARCH-FOUND
               SET PS-IDX DOWN BY 1
           END-IF
           EXIT.

       POST-ONE-BRANCH.
           MOVE WS-POST-DATE TO IP-RUN-DATE
           MOVE WS-PS-BRANCH(PS-IDX) TO IP-BRANCH-CODE
           READ POSTED-FILE
               KEY IS IP-KEY
               INVALID KEY
                   SET WS-RECORD-FOUND TO "N"
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ
           IF RECORD-FOUND
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO LISTING-LINE
               STRING "REFUSED:    BRANCH " WS-PS-BRANCH(PS-IDX)
                      " RUN " WS-POST-DATE
                      " - ALREADY POSTED ON " IP-POSTED-DATE
                      " AT " IP-POSTED-TIME
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-LISTING-LINE
           ELSE
               PERFORM FIND-BRANCH-LANGUAGE
               IF NOT SEARCH-FOUND
                   ADD 1 TO WS-UNPOSTABLE-COUNT
                   MOVE SPACES TO LISTING-LINE
                   STRING "NOT POSTED: BRANCH " WS-PS-BRANCH(PS-IDX)
                          " - NOT ON BRANCH.DAT, LANGUAGE UNKNOWN"
                          DELIMITED BY SIZE INTO LISTING-LINE
                   PERFORM WRITE-LISTING-LINE
               ELSE
                   PERFORM POST-BRANCH-ISSUES
               END-IF
           END-IF
           EXIT.

       FIND-BRANCH-LANGUAGE.
           SET WS-SEARCH-FOUND TO "N"
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > WS-BRANCH-COUNT OR SEARCH-FOUND
               IF WS-BR-CODE(BR-IDX) = WS-PS-BRANCH(PS-IDX)
                   SET SEARCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SEARCH-FOUND
               SET BR-IDX DOWN BY 1
               MOVE WS-BR-LANG(BR-IDX) TO WS-LANGUAGE-CODE
           END-IF
           EXIT.

      * Day N's gift went out once in every verse sung from day N
      * upwards, so its issue is the per-verse quantity times the
      * number of those verses.  The run date and branch go on
      * ISSUEPST.DAT before any stock is taken off, so a branch is
      * never posted without its rerun guard; the totals are added
      * to the guard record once the branch is posted.
       POST-BRANCH-ISSUES.
           MOVE 0 TO WS-VERSE-COUNT
           MOVE 0 TO WS-BRANCH-ISSUED
           MOVE 0 TO WS-BRANCH-SHORT
           MOVE WS-POST-DATE TO IP-RUN-DATE
           MOVE WS-PS-BRANCH(PS-IDX) TO IP-BRANCH-CODE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO IP-POSTED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO IP-POSTED-TIME
           MOVE 0 TO IP-VERSE-COUNT
           MOVE 0 TO IP-ISSUED-QTY
           MOVE 0 TO IP-SHORT-QTY
           WRITE ISSUE-POSTED-RECORD
           IF WS-POSTED-STATUS NOT = "00"
               DISPLAY "ERROR writing ISSUEPST.DAT, status="
                       WS-POSTED-STATUS " - branch "
                       WS-PS-BRANCH(PS-IDX) " not posted."
               ADD 1 TO WS-UNPOSTABLE-COUNT
               MOVE SPACES TO LISTING-LINE
               STRING "NOT POSTED: BRANCH " WS-PS-BRANCH(PS-IDX)
                      " - RERUN GUARD NOT WRITTEN TO ISSUEPST.DAT,"
                      " STATUS " WS-POSTED-STATUS
                      DELIMITED BY SIZE INTO LISTING-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM POST-GUARDED-ISSUES
           END-IF
           EXIT.

       POST-GUARDED-ISSUES.
           PERFORM VARYING WS-VERSE-DAY FROM 1 BY 1
                   UNTIL WS-VERSE-DAY > WS-PS-HIGH-DAY(PS-IDX)
               IF WS-PS-SUNG(PS-IDX, WS-VERSE-DAY) = "Y"
                   ADD 1 TO WS-VERSE-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO LISTING-LINE
           STRING "BRANCH " WS-PS-BRANCH(PS-IDX)
                  "  LANGUAGE " WS-LANGUAGE-CODE
                  "  VERSES SUNG " WS-VERSE-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           PERFORM VARYING WS-GIFT-DAY FROM 1 BY 1
                   UNTIL WS-GIFT-DAY > WS-PS-HIGH-DAY(PS-IDX)
               MOVE 0 TO WS-VERSES-COVERING
               PERFORM VARYING WS-VERSE-DAY FROM WS-GIFT-DAY BY 1
                       UNTIL WS-VERSE-DAY > WS-PS-HIGH-DAY(PS-IDX)
                   IF WS-PS-SUNG(PS-IDX, WS-VERSE-DAY) = "Y"
                       ADD 1 TO WS-VERSES-COVERING
                   END-IF
               END-PERFORM
               PERFORM POST-ONE-GIFT
           END-PERFORM
           MOVE WS-POST-DATE TO IP-RUN-DATE
           MOVE WS-PS-BRANCH(PS-IDX) TO IP-BRANCH-CODE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO IP-POSTED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO IP-POSTED-TIME
           MOVE WS-VERSE-COUNT TO IP-VERSE-COUNT
           MOVE WS-BRANCH-ISSUED TO IP-ISSUED-QTY
           MOVE WS-BRANCH-SHORT TO IP-SHORT-QTY
           REWRITE ISSUE-POSTED-RECORD
           IF WS-POSTED-STATUS NOT = "00"
               DISPLAY "ERROR updating ISSUEPST.DAT totals, status="
                       WS-POSTED-STATUS " - branch "
                       WS-PS-BRANCH(PS-IDX) " posted, totals not kept."
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-POSTED-BRANCHES
           MOVE SPACES TO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       POST-ONE-GIFT.
           MOVE 0 TO WS-POSTED-QTY
           MOVE 0 TO WS-SHORT-QTY
           MOVE SPACES TO WS-SHORT-REASON
           PERFORM READ-COST-RECORD
           IF NOT COST-FOUND
               MOVE 0 TO WS-ISSUE-QTY
               MOVE "NO COST RECORD - ISSUE QUANTITY UNKNOWN"
                   TO WS-SHORT-REASON
               PERFORM WRITE-SHORTFALL-LINE
           ELSE
               COMPUTE WS-ISSUE-QTY =
                   GC-VERSE-QTY * WS-VERSES-COVERING
               IF WS-ISSUE-QTY > 0
                   PERFORM READ-INVENTORY-RECORD
                   IF NOT RECORD-FOUND
                       MOVE WS-ISSUE-QTY TO WS-SHORT-QTY
                       MOVE "NO LEDGER RECORD FOR THIS GIFT"
                           TO WS-SHORT-REASON
                   ELSE
                       IF WS-ISSUE-QTY > IV-ON-HAND-QTY
                           MOVE IV-ON-HAND-QTY TO WS-POSTED-QTY
                           COMPUTE WS-SHORT-QTY =
                               WS-ISSUE-QTY - IV-ON-HAND-QTY
                           MOVE "ISSUE EXCEEDS ON-HAND QUANTITY"
                               TO WS-SHORT-REASON
                       ELSE
                           MOVE WS-ISSUE-QTY TO WS-POSTED-QTY
                       END-IF
                       IF WS-POSTED-QTY > 0
                           SUBTRACT WS-POSTED-QTY FROM IV-ON-HAND-QTY
                           REWRITE GIFT-INV-RECORD
                           IF WS-GIFTINV-STATUS NOT = "00"
                               MOVE WS-ISSUE-QTY TO WS-SHORT-QTY
                               MOVE 0 TO WS-POSTED-QTY
                               STRING "LEDGER REWRITE FAILED, STATUS "
                                      WS-GIFTINV-STATUS
                                      DELIMITED BY SIZE
                                      INTO WS-SHORT-REASON
                               DISPLAY "ERROR updating GIFTINV.DAT,"
                                       " status=" WS-GIFTINV-STATUS
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
                   IF WS-POSTED-QTY > 0
                       PERFORM WRITE-POSTED-LINE
                   END-IF
                   IF WS-SHORT-QTY > 0
                       PERFORM WRITE-SHORTFALL-LINE
                   END-IF
               END-IF
           END-IF
           ADD WS-POSTED-QTY TO WS-BRANCH-ISSUED
           ADD WS-POSTED-QTY TO WS-TOTAL-ISSUED
           ADD WS-SHORT-QTY TO WS-BRANCH-SHORT
           ADD WS-SHORT-QTY TO WS-TOTAL-SHORT
           EXIT.

       READ-COST-RECORD.
           SET WS-COST-FOUND TO "N"
           MOVE WS-LANGUAGE-CODE TO GC-LANGUAGE-CODE
           MOVE WS-GIFT-DAY TO GC-DAY-NUM
           READ GIFTCOST-MASTER
               KEY IS GC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COST-FOUND TO TRUE
           END-READ
           EXIT.

       READ-INVENTORY-RECORD.
           SET WS-RECORD-FOUND TO "N"
           MOVE WS-LANGUAGE-CODE TO IV-LANGUAGE-CODE
           MOVE WS-GIFT-DAY TO IV-DAY-NUM
           MOVE WS-PS-BRANCH(PS-IDX) TO IV-BRANCH-CODE
           READ GIFTINV-MASTER
               KEY IS IV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ
           EXIT.

       WRITE-POSTED-LINE.
           MOVE WS-GIFT-DAY TO WS-EDIT-DAY
           MOVE WS-POSTED-QTY TO WS-EDIT-QTY
           MOVE SPACES TO LISTING-LINE
           STRING "  POSTED    DAY " WS-EDIT-DAY
                  "  VERSES " WS-VERSES-COVERING
                  "  ISSUED " WS-EDIT-QTY
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-SHORTFALL-LINE.
           ADD 1 TO WS-SHORTFALL-COUNT
           MOVE WS-GIFT-DAY TO WS-EDIT-DAY
           MOVE WS-ISSUE-QTY TO WS-EDIT-QTY
           MOVE WS-POSTED-QTY TO WS-EDIT-QTY-2
           MOVE WS-SHORT-QTY TO WS-EDIT-QTY-3
           MOVE SPACES TO LISTING-LINE
           STRING "  *** SHORT DAY " WS-EDIT-DAY
                  "  DUE " WS-EDIT-QTY
                  "  POSTED " WS-EDIT-QTY-2
                  "  NOT POSTED " WS-EDIT-QTY-3
                  "  - " WS-SHORT-REASON
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-LISTING-HEADING.
           MOVE SPACES TO LISTING-LINE
           STRING "GIFT ISSUE POSTING LISTING - RUN DATE: "
                  WS-CURRENT-DATE-TIME(1:8)
                  "  EXTRACTS FOR: " WS-POST-DATE
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
           STRING "EXTRACTS FOR RUN DATE:  " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-POSTED-BRANCHES TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "BRANCHES POSTED:        " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "ALREADY POSTED/REFUSED: " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-UNPOSTABLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "NOT POSTABLE:           " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-TOTAL-ISSUED TO WS-EDIT-TOTAL
           MOVE SPACES TO LISTING-LINE
           STRING "QUANTITY ISSUED:    " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-SHORTFALL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING "SHORTFALLS:             " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE WS-TOTAL-SHORT TO WS-EDIT-TOTAL
           MOVE SPACES TO LISTING-LINE
           STRING "QUANTITY NOT POSTED:" WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           EXIT.

       WRITE-LISTING-LINE.
           WRITE LISTING-LINE
           IF WS-LISTING-STATUS NOT = "00"
               DISPLAY "ERROR writing GIFTPOST.TXT, status="
                       WS-LISTING-STATUS
           END-IF
           EXIT.

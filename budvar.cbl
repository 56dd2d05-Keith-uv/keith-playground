      ******************************************************************
      * Author:
      * Date:
      * Purpose: Campaign gift budget variance report.  Sets each
      *          active branch's approved gift budget for the season
      *          (BUDGET.DAT) against the projected cumulative gift
      *          cost of its countdown, priced from GIFTCOST.DAT the
      *          way GIFT-COST-ALL prices it, and against the value of
      *          the stock already received into GIFTINV.DAT at the
      *          same unit costs.  Shows each variance as an amount
      *          and a percentage of the budget, flags branches over
      *          budget or with no budget on file, and writes the
      *          report (BUDVAR.TXT) plus a fixed-format export record
      *          per branch (BUDVAR.DAT) for head office, alongside
      *          the GIFTEXP.DAT costing export.  The season is the
      *          year the campaign starts - SEASON=YYYY, defaulting
      *          to the CAMPCAL.DAT start year, else this year.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-VARIANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CAMPCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
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
           SELECT BUDGET-MASTER ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDVAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "BUDVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  CALENDAR-FILE.
           COPY CAMPCAL.

       FD  GIFTCOST-MASTER.
           COPY GIFTCOST.

       FD  GIFTINV-MASTER.
           COPY GIFTINV.

       FD  BUDGET-MASTER.
           COPY BUDGET.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD  EXPORT-FILE.
           COPY BUDEXP.

       WORKING-STORAGE SECTION.

       01 WS-BRANCH-STATUS PIC XX VALUE "00".
       01 WS-CALENDAR-STATUS PIC XX VALUE "00".
       01 WS-GIFTCOST-STATUS PIC XX VALUE "00".
       01 WS-GIFTINV-STATUS PIC XX VALUE "00".
       01 WS-BUDGET-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-EXPORT-STATUS PIC XX VALUE "00".
       01 WS-BRANCH-EOF PIC X VALUE "N".
          88 BRANCH-EOF VALUE "Y".
       01 WS-GIFTINV-OPEN-FLAG PIC X VALUE "N".
          88 GIFTINV-FILE-OPEN VALUE "Y".
       01 WS-BUDGET-OPEN-FLAG PIC X VALUE "N".
          88 BUDGET-FILE-OPEN VALUE "Y".
       01 WS-COST-FOUND PIC X VALUE "N".
          88 COST-FOUND VALUE "Y".
       01 WS-BUDGET-FOUND PIC X VALUE "N".
          88 BUDGET-FOUND VALUE "Y".

       01 WS-PARM-STRING PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
          05 WS-PARM-TOKEN OCCURS 10 TIMES
                           INDEXED BY PT-IDX PIC X(20).
       01 WS-PARM-VALUE PIC X(20) VALUE SPACES.
       01 WS-SEASON-PARM PIC X(4) VALUE SPACES.
       01 WS-SEASON-YEAR PIC 9(4) VALUE 0.
       01 WS-CURRENT-DATE-TIME PIC X(21).

       01 WS-BRANCH-COUNT PIC 999 VALUE 0.
       01 WS-OVER-COUNT PIC 999 VALUE 0.
       01 WS-NO-BUDGET-COUNT PIC 999 VALUE 0.
       01 WS-MISSING-COUNT PIC 999 VALUE 0.
       01 WS-TOTAL-MISSING PIC 9(5) VALUE 0.

       01 WS-DAY-SUB PIC 99 VALUE 0.
       01 WS-DAYS-REMAINING PIC 99 VALUE 0.
       01 WS-CUM-QTY PIC 9(5) VALUE 0.
       01 WS-DAY-COST PIC 9(9)V99 VALUE 0.
       01 WS-DAY-RECEIVED PIC 9(11)V99 VALUE 0.
       01 WS-BRANCH-BUDGET PIC 9(9)V99 VALUE 0.
       01 WS-BRANCH-COST PIC 9(11)V99 VALUE 0.
       01 WS-BRANCH-RECEIVED PIC 9(11)V99 VALUE 0.
       01 WS-PROJECTED-VAR PIC S9(11)V99 VALUE 0.
       01 WS-PROJECTED-PCT PIC S9(5)V9 VALUE 0.
       01 WS-RECEIVED-VAR PIC S9(11)V99 VALUE 0.
       01 WS-RECEIVED-PCT PIC S9(5)V9 VALUE 0.
       01 WS-BRANCH-FLAG PIC X(11) VALUE SPACES.
       01 WS-GRAND-BUDGET PIC 9(13)V99 VALUE 0.
       01 WS-GRAND-COST PIC 9(13)V99 VALUE 0.
       01 WS-GRAND-RECEIVED PIC 9(13)V99 VALUE 0.
       01 WS-GRAND-VAR PIC S9(13)V99 VALUE 0.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-BUDGET-AREA.
          05 WS-EDIT-BUDGET PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-COST PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-RECEIVED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-PROJ-VAR PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-RECV-VAR PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-PROJ-PCT-AREA.
          05 WS-EDIT-PROJ-PCT PIC -ZZ,ZZ9.9.
       01 WS-EDIT-RECV-PCT-AREA.
          05 WS-EDIT-RECV-PCT PIC -ZZ,ZZ9.9.
       01 WS-EDIT-GRAND PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-GRAND-VAR PIC -ZZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-RUN-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM SET-SEASON-YEAR
           OPEN INPUT GIFTCOST-MASTER
           IF WS-GIFTCOST-STATUS NOT = "00"
               DISPLAY "ERROR opening GIFTCOST.DAT, status="
                       WS-GIFTCOST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * No GIFTINV.DAT yet means nothing has been received, and no
      * BUDGET.DAT means no branch has a budget; both still report.
           OPEN INPUT GIFTINV-MASTER
           IF WS-GIFTINV-STATUS = "00"
               SET GIFTINV-FILE-OPEN TO TRUE
           ELSE
               IF WS-GIFTINV-STATUS NOT = "35"
                   DISPLAY "ERROR opening GIFTINV.DAT, status="
                           WS-GIFTINV-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT BUDGET-MASTER
           IF WS-BUDGET-STATUS = "00"
               SET BUDGET-FILE-OPEN TO TRUE
           ELSE
               IF WS-BUDGET-STATUS NOT = "35"
                   DISPLAY "ERROR opening BUDGET.DAT, status="
                           WS-BUDGET-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening BUDVAR.TXT, status="
                       WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening BUDVAR.DAT, status="
                       WS-EXPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARY-BRANCHES
           PERFORM WRITE-GRAND-TOTAL
           CLOSE GIFTCOST-MASTER
           IF GIFTINV-FILE-OPEN
               CLOSE GIFTINV-MASTER
           END-IF
           IF BUDGET-FILE-OPEN
               CLOSE BUDGET-MASTER
           END-IF
           CLOSE REPORT-FILE
           CLOSE EXPORT-FILE
           IF WS-BRANCH-COUNT = 0
               DISPLAY "Budget variance found no active branches in"
                       " BRANCH.DAT."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Budget variance complete for season "
                       WS-SEASON-YEAR " - " WS-BRANCH-COUNT
                       " branch(es), " WS-OVER-COUNT " over budget, "
                       WS-NO-BUDGET-COUNT " with no budget, see"
                       " BUDVAR.TXT and BUDVAR.DAT."
               IF WS-OVER-COUNT > 0
                   OR WS-NO-BUDGET-COUNT > 0
                   OR WS-TOTAL-MISSING > 0
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
               IF WS-PARM-TOKEN(PT-IDX)(1:7) = "SEASON="
                   MOVE WS-PARM-TOKEN(PT-IDX)(8:13) TO WS-PARM-VALUE
                   IF WS-PARM-VALUE(1:4) NUMERIC
                       AND WS-PARM-VALUE(5:16) = SPACES
                       MOVE WS-PARM-VALUE(1:4) TO WS-SEASON-PARM
                   ELSE
                       DISPLAY "Budget variance refused - SEASON= must"
                               " be a four-digit year."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * The season is the year the campaign starts, as BUDGET-MAINT
      * keys it; without a calendar this year is the best stand-in.
       SET-SEASON-YEAR.
           IF WS-SEASON-PARM NOT = SPACES
               MOVE WS-SEASON-PARM TO WS-SEASON-YEAR
           ELSE
               MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-SEASON-YEAR
               OPEN INPUT CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                   READ CALENDAR-FILE
                   IF WS-CALENDAR-STATUS = "00"
                       AND CC-START-DATE NUMERIC
                       MOVE CC-START-DATE(1:4) TO WS-SEASON-YEAR
                   END-IF
                   CLOSE CALENDAR-FILE
               END-IF
           END-IF
           EXIT.

       VARY-BRANCHES.
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00"
               DISPLAY "Budget variance refused - cannot open"
                       " BRANCH.DAT, status=" WS-BRANCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL BRANCH-EOF
               READ BRANCH-FILE
                   AT END
                       SET BRANCH-EOF TO TRUE
                   NOT AT END
                       IF BR-ACTIVE-FLAG = "Y"
                           AND BR-NUM-DAYS NUMERIC
                           AND BR-NUM-DAYS >= 1
                           AND BR-NUM-DAYS <= 31
                           ADD 1 TO WS-BRANCH-COUNT
                           PERFORM VARY-ONE-BRANCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE
           EXIT.

       VARY-ONE-BRANCH.
           MOVE 0 TO WS-BRANCH-COST
           MOVE 0 TO WS-BRANCH-RECEIVED
           MOVE 0 TO WS-MISSING-COUNT
           PERFORM COST-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > BR-NUM-DAYS
           PERFORM READ-BRANCH-BUDGET
           PERFORM COMPUTE-VARIANCES
           ADD WS-BRANCH-BUDGET TO WS-GRAND-BUDGET
           ADD WS-BRANCH-COST TO WS-GRAND-COST
           ADD WS-BRANCH-RECEIVED TO WS-GRAND-RECEIVED
           ADD WS-MISSING-COUNT TO WS-TOTAL-MISSING
           PERFORM WRITE-BRANCH-LINE
           PERFORM WRITE-EXPORT-RECORD
           EXIT.

      * Day N's gift is given on every day from N to the end, so the
      * projection matches GIFT-COST-ALL; stock received for the day
      * is valued at the same unit cost.  SEASON-CLOSE clears the
      * received quantities, so they are the current season's only.
       COST-ONE-DAY.
           PERFORM READ-COST-RECORD
           IF COST-FOUND
               COMPUTE WS-DAYS-REMAINING =
                   BR-NUM-DAYS - WS-DAY-SUB + 1
               COMPUTE WS-CUM-QTY = GC-VERSE-QTY * WS-DAYS-REMAINING
               COMPUTE WS-DAY-COST = WS-CUM-QTY * GC-UNIT-COST
               ADD WS-DAY-COST TO WS-BRANCH-COST
               PERFORM VALUE-RECEIVED-STOCK
           ELSE
               ADD 1 TO WS-MISSING-COUNT
           END-IF
           EXIT.

       READ-COST-RECORD.
           SET WS-COST-FOUND TO "N"
           MOVE BR-LANGUAGE-CODE TO GC-LANGUAGE-CODE
           MOVE WS-DAY-SUB TO GC-DAY-NUM
           READ GIFTCOST-MASTER
               KEY IS GC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COST-FOUND TO TRUE
           END-READ
           EXIT.

       VALUE-RECEIVED-STOCK.
           IF GIFTINV-FILE-OPEN
               MOVE BR-LANGUAGE-CODE TO IV-LANGUAGE-CODE
               MOVE WS-DAY-SUB TO IV-DAY-NUM
               MOVE BR-BRANCH-CODE TO IV-BRANCH-CODE
               READ GIFTINV-MASTER
                   KEY IS IV-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-DAY-RECEIVED =
                           IV-RECEIVED-QTY * GC-UNIT-COST
                       ADD WS-DAY-RECEIVED TO WS-BRANCH-RECEIVED
               END-READ
           END-IF
           EXIT.

       READ-BRANCH-BUDGET.
           SET WS-BUDGET-FOUND TO "N"
           MOVE 0 TO WS-BRANCH-BUDGET
           IF BUDGET-FILE-OPEN
               MOVE WS-SEASON-YEAR TO BG-SEASON-YEAR
               MOVE BR-BRANCH-CODE TO BG-BRANCH-CODE
               READ BUDGET-MASTER
                   KEY IS BG-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BUDGET-FOUND TO TRUE
                       MOVE BG-BUDGET-AMOUNT TO WS-BRANCH-BUDGET
               END-READ
           END-IF
           EXIT.

      * Variance is budget less cost, so a negative amount is spend
      * beyond the budget.  The percentage is of the budget and is
      * held at its limit when a tiny budget would overflow it.
       COMPUTE-VARIANCES.
           COMPUTE WS-PROJECTED-VAR = WS-BRANCH-BUDGET - WS-BRANCH-COST
           COMPUTE WS-RECEIVED-VAR =
               WS-BRANCH-BUDGET - WS-BRANCH-RECEIVED
           MOVE 0 TO WS-PROJECTED-PCT
           MOVE 0 TO WS-RECEIVED-PCT
           MOVE SPACES TO WS-BRANCH-FLAG
           IF NOT BUDGET-FOUND
               ADD 1 TO WS-NO-BUDGET-COUNT
               MOVE "NO BUDGET" TO WS-BRANCH-FLAG
           ELSE
               COMPUTE WS-PROJECTED-PCT ROUNDED =
                   WS-PROJECTED-VAR * 100 / WS-BRANCH-BUDGET
                   ON SIZE ERROR
                       MOVE -99999.9 TO WS-PROJECTED-PCT
               END-COMPUTE
               COMPUTE WS-RECEIVED-PCT ROUNDED =
                   WS-RECEIVED-VAR * 100 / WS-BRANCH-BUDGET
                   ON SIZE ERROR
                       MOVE -99999.9 TO WS-RECEIVED-PCT
               END-COMPUTE
               IF WS-PROJECTED-VAR < 0
                   OR WS-RECEIVED-VAR < 0
                   ADD 1 TO WS-OVER-COUNT
                   MOVE "OVER BUDGET" TO WS-BRANCH-FLAG
               END-IF
           END-IF
           EXIT.

       WRITE-BRANCH-LINE.
           MOVE WS-BRANCH-BUDGET TO WS-EDIT-BUDGET
           MOVE WS-BRANCH-COST TO WS-EDIT-COST
           MOVE WS-PROJECTED-VAR TO WS-EDIT-PROJ-VAR
           MOVE WS-PROJECTED-PCT TO WS-EDIT-PROJ-PCT
           MOVE WS-BRANCH-RECEIVED TO WS-EDIT-RECEIVED
           MOVE WS-RECEIVED-VAR TO WS-EDIT-RECV-VAR
           MOVE WS-RECEIVED-PCT TO WS-EDIT-RECV-PCT
           IF NOT BUDGET-FOUND
               MOVE SPACES TO WS-EDIT-BUDGET-AREA
               MOVE SPACES TO WS-EDIT-PROJ-PCT-AREA
               MOVE SPACES TO WS-EDIT-RECV-PCT-AREA
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING BR-BRANCH-CODE " " BR-LANGUAGE-CODE " "
                  BR-NUM-DAYS " " WS-EDIT-BUDGET " "
                  WS-EDIT-COST " " WS-EDIT-PROJ-VAR " "
                  WS-EDIT-PROJ-PCT " " WS-EDIT-RECEIVED " "
                  WS-EDIT-RECV-VAR " " WS-EDIT-RECV-PCT " "
                  WS-BRANCH-FLAG
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-MISSING-COUNT > 0
               MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "        *** " WS-EDIT-COUNT
                      " DAY(S) MISSING COST RECORDS - COSTS"
                      " UNDERSTATED ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-EXPORT-RECORD.
           MOVE WS-SEASON-YEAR TO BX-SEASON-YEAR
           MOVE BR-BRANCH-CODE TO BX-BRANCH-CODE
           MOVE WS-BRANCH-BUDGET TO BX-BUDGET-AMOUNT
           MOVE WS-BRANCH-COST TO BX-PROJECTED-COST
           MOVE WS-PROJECTED-VAR TO BX-PROJECTED-VAR
           MOVE WS-PROJECTED-PCT TO BX-PROJECTED-PCT
           MOVE WS-BRANCH-RECEIVED TO BX-RECEIVED-VALUE
           MOVE WS-RECEIVED-VAR TO BX-RECEIVED-VAR
           MOVE WS-RECEIVED-PCT TO BX-RECEIVED-PCT
           MOVE SPACE TO BX-STATUS
           IF NOT BUDGET-FOUND
               SET BX-NO-BUDGET TO TRUE
           ELSE
               IF WS-BRANCH-FLAG NOT = SPACES
                   SET BX-OVER-BUDGET TO TRUE
               END-IF
           END-IF
           WRITE BUDGET-EXPORT-RECORD
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing BUDVAR.DAT, status="
                       WS-EXPORT-STATUS
           END-IF
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "CAMPAIGN GIFT BUDGET VARIANCE - SEASON "
                  WS-SEASON-YEAR
                  " - RUN DATE: " WS-CURRENT-DATE-TIME(1:8)
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF NOT BUDGET-FILE-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING "*** NO BUDGET.DAT ON FILE - NO BRANCH HAS A"
                      " BUDGET ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF NOT GIFTINV-FILE-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING "*** NO GIFTINV.DAT ON FILE - NO STOCK VALUED AS"
                      " RECEIVED ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BRCH LG DY         BUDGET    PROJECTED COST"
                  "      PROJ VARIANCE       PCT"
                  "    RECEIVED VALUE      RECV VARIANCE       PCT"
                  " FLAG"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BRANCH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACTIVE BRANCHES REPORTED: " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OVER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCHES OVER BUDGET:     " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NO-BUDGET-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCHES WITH NO BUDGET:  " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GRAND-BUDGET TO WS-EDIT-GRAND
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL BUDGET:         " WS-EDIT-GRAND
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GRAND-COST TO WS-EDIT-GRAND
           COMPUTE WS-GRAND-VAR = WS-GRAND-BUDGET - WS-GRAND-COST
           MOVE WS-GRAND-VAR TO WS-EDIT-GRAND-VAR
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL PROJECTED COST: " WS-EDIT-GRAND
                  "  VARIANCE " WS-EDIT-GRAND-VAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GRAND-RECEIVED TO WS-EDIT-GRAND
           COMPUTE WS-GRAND-VAR = WS-GRAND-BUDGET - WS-GRAND-RECEIVED
           MOVE WS-GRAND-VAR TO WS-EDIT-GRAND-VAR
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL RECEIVED VALUE: " WS-EDIT-GRAND
                  "  VARIANCE " WS-EDIT-GRAND-VAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-TOTAL-MISSING > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** TOTALS EXCLUDE DAYS WITH NO COST RECORD"
                      " ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing BUDVAR.TXT, status="
                       WS-REPORT-STATUS
           END-IF
           EXIT.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-over-year season comparison from the dated
      *          archives SEASON-CLOSE leaves behind.  THIS=YYYYMMDD
      *          and LAST=YYYYMMDD name the two season-close dates;
      *          the program reads AUDITLOG.TXT, SIGNAGE.DAT,
      *          SIGNCONF.DAT and SECEVENT.DAT with each date appended
      *          and reports the two seasons side by side (SEASCMP.TXT)
      *          - by branch, the signage extracts produced and the
      *          share confirmed by downstream acknowledgments; by
      *          operator, the countdown runs, the average final day
      *          reached and the refused sign-ons.  A branch or
      *          operator found in only one season is flagged, as is
      *          any measure that moved by more than PCT= percent
      *          (default 25) from last season.  An archive missing
      *          for a date is noted and read as empty; if none of the
      *          four exists for a date the run is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASON-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SIGNAGE-FILE ASSIGN TO WS-SIGNAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNAGE-STATUS.
           SELECT CONFIRMED-FILE ASSIGN TO WS-CONFIRMED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRMED-STATUS.
           SELECT SECURITY-FILE ASSIGN TO WS-SECURITY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SEASCMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  SIGNAGE-FILE.
           COPY SIGNREC.

       FD  CONFIRMED-FILE.
           COPY SIGNCONF.

       FD  SECURITY-FILE.
           COPY SECEVENT.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-STATUS PIC XX VALUE "00".
       01 WS-SIGNAGE-STATUS PIC XX VALUE "00".
       01 WS-CONFIRMED-STATUS PIC XX VALUE "00".
       01 WS-SECURITY-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-FILE-EOF PIC X VALUE "N".
          88 FILE-EOF VALUE "Y".

       01 WS-AUDIT-NAME PIC X(64) VALUE SPACES.
       01 WS-SIGNAGE-NAME PIC X(64) VALUE SPACES.
       01 WS-CONFIRMED-NAME PIC X(64) VALUE SPACES.
       01 WS-SECURITY-NAME PIC X(64) VALUE SPACES.
       01 WS-MISSING-NAME PIC X(64) VALUE SPACES.

       01 WS-PARM-STRING PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
          05 WS-PARM-TOKEN OCCURS 10 TIMES
                           INDEXED BY PT-IDX PIC X(20).
       01 WS-PARM-VALUE PIC X(15).
       01 WS-PCT-CHECK PIC 9(5) VALUE 0.
       01 WS-FLAG-PCT PIC 999 VALUE 25.

      * Season 1 is THIS=, season 2 is LAST=.
       01 WS-SEASON-DATES.
          05 WS-SEASON-DATE PIC X(8) OCCURS 2 TIMES.
       01 WS-SEASON-SUB PIC 9 VALUE 0.
       01 WS-FILES-FOUND PIC 9 VALUE 0.

       01 WS-BRANCH-TALLY.
          05 WS-BRANCH-COUNT PIC 999 COMP VALUE 0.
          05 WS-BRANCH-ENTRY OCCURS 200 TIMES
                             INDEXED BY BT-IDX.
             10 WS-BT-CODE PIC X(4).
             10 WS-BT-SEASON OCCURS 2 TIMES.
                15 WS-BT-EXTRACTS PIC 9(7).
                15 WS-BT-CONFIRMED PIC 9(7).
       01 WS-OPER-TALLY.
          05 WS-OPER-COUNT PIC 999 COMP VALUE 0.
          05 WS-OPER-ENTRY OCCURS 200 TIMES
                           INDEXED BY OT-IDX.
             10 WS-OT-ID PIC X(8).
             10 WS-OT-SEASON OCCURS 2 TIMES.
                15 WS-OT-RUNS PIC 9(7).
                15 WS-OT-DAY-TOTAL PIC 9(9).
                15 WS-OT-REFUSED PIC 9(7).
       01 WS-TALLY-FOUND PIC X VALUE "N".
          88 TALLY-FOUND VALUE "Y".
       01 WS-WANT-BRANCH PIC X(4) VALUE SPACES.
       01 WS-WANT-OPERATOR PIC X(8) VALUE SPACES.

      * One measure compared across the two seasons.
       01 WS-CMP-THIS PIC 9(7)V9 VALUE 0.
       01 WS-CMP-LAST PIC 9(7)V9 VALUE 0.
       01 WS-CMP-PCT PIC S9(5)V9 VALUE 0.
       01 WS-CMP-TEXT PIC X(8) VALUE SPACES.
       01 WS-CMP-MOVED PIC X VALUE "N".
          88 MEASURE-MOVED VALUE "Y".
       01 WS-CMP-NAME PIC X(10) VALUE SPACES.

       01 WS-PRESENT-THIS PIC X VALUE "N".
          88 PRESENT-THIS VALUE "Y".
       01 WS-PRESENT-LAST PIC X VALUE "N".
          88 PRESENT-LAST VALUE "Y".
       01 WS-FLAG-TEXT PIC X(50) VALUE SPACES.
       01 WS-FLAG-PTR PIC 99 VALUE 1.
       01 WS-MEASURE-1 PIC X(8) VALUE SPACES.
       01 WS-MEASURE-2 PIC X(8) VALUE SPACES.
       01 WS-MEASURE-3 PIC X(8) VALUE SPACES.
       01 WS-RATE-THIS PIC 999V9 VALUE 0.
       01 WS-RATE-LAST PIC 999V9 VALUE 0.
       01 WS-AVG-THIS PIC 99V9 VALUE 0.
       01 WS-AVG-LAST PIC 99V9 VALUE 0.

       01 WS-ONLY-ONE-COUNT PIC 9(7) VALUE 0.
       01 WS-MOVED-COUNT PIC 9(7) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(7) VALUE 0.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2 PIC ZZZ,ZZ9.
       01 WS-EDIT-RATE PIC ZZ9.9.
       01 WS-EDIT-RATE-2 PIC ZZ9.9.
       01 WS-EDIT-AVG PIC Z9.9.
       01 WS-EDIT-AVG-2 PIC Z9.9.
       01 WS-EDIT-PCT PIC -ZZZZ9.9.
       01 WS-EDIT-FLAG-PCT PIC ZZ9.
       01 WS-CURRENT-DATE-TIME PIC X(21).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-RUN-PARM
           IF WS-SEASON-DATE(1) NOT NUMERIC
               OR WS-SEASON-DATE(2) NOT NUMERIC
               OR WS-SEASON-DATE(1) = WS-SEASON-DATE(2)
               DISPLAY "Season comparison refused - give two"
                       " different archive dates as THIS=YYYYMMDD"
                       " LAST=YYYYMMDD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening SEASCMP.TXT, status="
                       WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-ONE-SEASON
               VARYING WS-SEASON-SUB FROM 1 BY 1
               UNTIL WS-SEASON-SUB > 2
           PERFORM WRITE-BRANCH-SECTION
           PERFORM WRITE-OPERATOR-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE
           DISPLAY "Season comparison complete - "
                   WS-ONLY-ONE-COUNT " in one season only, "
                   WS-MOVED-COUNT " measure(s) moved more than "
                   WS-FLAG-PCT "%, see SEASCMP.TXT."
           STOP RUN.

       PARSE-RUN-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2) WS-PARM-TOKEN(3)
                    WS-PARM-TOKEN(4) WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
                    WS-PARM-TOKEN(7) WS-PARM-TOKEN(8) WS-PARM-TOKEN(9)
                    WS-PARM-TOKEN(10)
           END-UNSTRING
           MOVE SPACES TO WS-SEASON-DATES
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 10
               IF WS-PARM-TOKEN(PT-IDX)(1:5) = "THIS="
                   MOVE WS-PARM-TOKEN(PT-IDX)(6:8)
                       TO WS-SEASON-DATE(1)
               END-IF
               IF WS-PARM-TOKEN(PT-IDX)(1:5) = "LAST="
                   MOVE WS-PARM-TOKEN(PT-IDX)(6:8)
                       TO WS-SEASON-DATE(2)
               END-IF
               IF WS-PARM-TOKEN(PT-IDX)(1:4) = "PCT="
                   MOVE WS-PARM-TOKEN(PT-IDX)(5:15) TO WS-PARM-VALUE
                   IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                       COMPUTE WS-PCT-CHECK =
                           FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
                       IF WS-PCT-CHECK < 1 OR WS-PCT-CHECK > 999
                           DISPLAY "PCT= value out of range (1-999), "
                                   "using 25."
                       ELSE
                           MOVE WS-PCT-CHECK TO WS-FLAG-PCT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Each archive is the live file name with the season-close date
      * appended, exactly as SEASON-CLOSE writes it.
       LOAD-ONE-SEASON.
           MOVE 0 TO WS-FILES-FOUND
           MOVE SPACES TO WS-AUDIT-NAME
           STRING "AUDITLOG.TXT." WS-SEASON-DATE(WS-SEASON-SUB)
                  DELIMITED BY SIZE INTO WS-AUDIT-NAME
           MOVE SPACES TO WS-SIGNAGE-NAME
           STRING "SIGNAGE.DAT." WS-SEASON-DATE(WS-SEASON-SUB)
                  DELIMITED BY SIZE INTO WS-SIGNAGE-NAME
           MOVE SPACES TO WS-CONFIRMED-NAME
           STRING "SIGNCONF.DAT." WS-SEASON-DATE(WS-SEASON-SUB)
                  DELIMITED BY SIZE INTO WS-CONFIRMED-NAME
           MOVE SPACES TO WS-SECURITY-NAME
           STRING "SECEVENT.DAT." WS-SEASON-DATE(WS-SEASON-SUB)
                  DELIMITED BY SIZE INTO WS-SECURITY-NAME
           PERFORM READ-AUDIT-ARCHIVE
           PERFORM READ-SIGNAGE-ARCHIVE
           PERFORM READ-CONFIRMED-ARCHIVE
           PERFORM READ-SECURITY-ARCHIVE
           IF WS-FILES-FOUND = 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** NO ARCHIVES FOUND FOR "
                      WS-SEASON-DATE(WS-SEASON-SUB)
                      " - COMPARISON NOT PRODUCED ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "Season comparison refused - no archives"
                       " found for " WS-SEASON-DATE(WS-SEASON-SUB)
                       "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       READ-AUDIT-ARCHIVE.
           SET WS-FILE-EOF TO "N"
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE WS-AUDIT-NAME TO WS-MISSING-NAME
               PERFORM WRITE-MISSING-NOTE
           ELSE
               ADD 1 TO WS-FILES-FOUND
               PERFORM UNTIL FILE-EOF
                   READ AUDIT-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE AU-OPERATOR-ID TO WS-WANT-OPERATOR
                           PERFORM FIND-OPERATOR-ENTRY
                           IF TALLY-FOUND
                               ADD 1 TO WS-OT-RUNS(OT-IDX,
                                   WS-SEASON-SUB)
                               IF AU-FINAL-DAY NUMERIC
                                   ADD AU-FINAL-DAY TO
                                       WS-OT-DAY-TOTAL(OT-IDX,
                                           WS-SEASON-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           EXIT.

       READ-SIGNAGE-ARCHIVE.
           SET WS-FILE-EOF TO "N"
           OPEN INPUT SIGNAGE-FILE
           IF WS-SIGNAGE-STATUS NOT = "00"
               MOVE WS-SIGNAGE-NAME TO WS-MISSING-NAME
               PERFORM WRITE-MISSING-NOTE
           ELSE
               ADD 1 TO WS-FILES-FOUND
               PERFORM UNTIL FILE-EOF
                   READ SIGNAGE-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SG-BRANCH-CODE TO WS-WANT-BRANCH
                           PERFORM FIND-BRANCH-ENTRY
                           IF TALLY-FOUND
                               ADD 1 TO WS-BT-EXTRACTS(BT-IDX,
                                   WS-SEASON-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNAGE-FILE
           END-IF
           EXIT.

       READ-CONFIRMED-ARCHIVE.
           SET WS-FILE-EOF TO "N"
           OPEN INPUT CONFIRMED-FILE
           IF WS-CONFIRMED-STATUS NOT = "00"
               MOVE WS-CONFIRMED-NAME TO WS-MISSING-NAME
               PERFORM WRITE-MISSING-NOTE
           ELSE
               ADD 1 TO WS-FILES-FOUND
               PERFORM UNTIL FILE-EOF
                   READ CONFIRMED-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE CF-BRANCH-CODE TO WS-WANT-BRANCH
                           PERFORM FIND-BRANCH-ENTRY
                           IF TALLY-FOUND
                               ADD 1 TO WS-BT-CONFIRMED(BT-IDX,
                                   WS-SEASON-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIRMED-FILE
           END-IF
           EXIT.

      * Only refused sign-ons are compared: the maintenance screens
      * log "SIGN-ON REFUSED", TWELVE-DAYS logs "RUN REFUSED".
       READ-SECURITY-ARCHIVE.
           SET WS-FILE-EOF TO "N"
           OPEN INPUT SECURITY-FILE
           IF WS-SECURITY-STATUS NOT = "00"
               MOVE WS-SECURITY-NAME TO WS-MISSING-NAME
               PERFORM WRITE-MISSING-NOTE
           ELSE
               ADD 1 TO WS-FILES-FOUND
               PERFORM UNTIL FILE-EOF
                   READ SECURITY-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF SE-REASON(1:15) = "SIGN-ON REFUSED"
                               OR SE-REASON(1:11) = "RUN REFUSED"
                               MOVE SE-OPERATOR-ID TO WS-WANT-OPERATOR
                               PERFORM FIND-OPERATOR-ENTRY
                               IF TALLY-FOUND
                                   ADD 1 TO WS-OT-REFUSED(OT-IDX,
                                       WS-SEASON-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-FILE
           END-IF
           EXIT.

       WRITE-MISSING-NOTE.
           ADD 1 TO WS-MISSING-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NOTE: " WS-MISSING-NAME(1:30)
                  " not found - read as empty."
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       FIND-BRANCH-ENTRY.
           SET WS-TALLY-FOUND TO "N"
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BRANCH-COUNT OR TALLY-FOUND
               IF WS-BT-CODE(BT-IDX) = WS-WANT-BRANCH
                   SET TALLY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF TALLY-FOUND
               SET BT-IDX DOWN BY 1
           ELSE
               IF WS-BRANCH-COUNT < 200
                   ADD 1 TO WS-BRANCH-COUNT
                   SET BT-IDX TO WS-BRANCH-COUNT
                   MOVE WS-WANT-BRANCH TO WS-BT-CODE(BT-IDX)
                   MOVE 0 TO WS-BT-EXTRACTS(BT-IDX, 1)
                   MOVE 0 TO WS-BT-CONFIRMED(BT-IDX, 1)
                   MOVE 0 TO WS-BT-EXTRACTS(BT-IDX, 2)
                   MOVE 0 TO WS-BT-CONFIRMED(BT-IDX, 2)
                   SET TALLY-FOUND TO TRUE
               ELSE
                   DISPLAY "WARNING: more than 200 distinct branches,"
                           " extra branches not tallied."
               END-IF
           END-IF
           EXIT.

       FIND-OPERATOR-ENTRY.
           SET WS-TALLY-FOUND TO "N"
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OPER-COUNT OR TALLY-FOUND
               IF WS-OT-ID(OT-IDX) = WS-WANT-OPERATOR
                   SET TALLY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF TALLY-FOUND
               SET OT-IDX DOWN BY 1
           ELSE
               IF WS-OPER-COUNT < 200
                   ADD 1 TO WS-OPER-COUNT
                   SET OT-IDX TO WS-OPER-COUNT
                   MOVE WS-WANT-OPERATOR TO WS-OT-ID(OT-IDX)
                   MOVE 0 TO WS-OT-RUNS(OT-IDX, 1)
                   MOVE 0 TO WS-OT-DAY-TOTAL(OT-IDX, 1)
                   MOVE 0 TO WS-OT-REFUSED(OT-IDX, 1)
                   MOVE 0 TO WS-OT-RUNS(OT-IDX, 2)
                   MOVE 0 TO WS-OT-DAY-TOTAL(OT-IDX, 2)
                   MOVE 0 TO WS-OT-REFUSED(OT-IDX, 2)
                   SET TALLY-FOUND TO TRUE
               ELSE
                   DISPLAY "WARNING: more than 200 distinct operators,"
                           " extra operators not tallied."
               END-IF
           END-IF
           EXIT.

       WRITE-BRANCH-SECTION.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "BY BRANCH" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BRCH    EXTRACTS    EXTRACTS     CHG%"
                  "  CONF% CONF%     CHG%  FLAGS"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "            THIS        LAST"
                  "            THIS  LAST"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BRANCH-LINE
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BRANCH-COUNT
           EXIT.

      * Single-branch runs taken before the branch master existed
      * carry no branch code; they are shown as branch "----".
       WRITE-BRANCH-LINE.
           MOVE WS-BT-CODE(BT-IDX) TO WS-WANT-BRANCH
           IF WS-WANT-BRANCH = SPACES
               MOVE "----" TO WS-WANT-BRANCH
           END-IF
           SET WS-PRESENT-THIS TO "N"
           SET WS-PRESENT-LAST TO "N"
           IF WS-BT-EXTRACTS(BT-IDX, 1) > 0
               OR WS-BT-CONFIRMED(BT-IDX, 1) > 0
               SET PRESENT-THIS TO TRUE
           END-IF
           IF WS-BT-EXTRACTS(BT-IDX, 2) > 0
               OR WS-BT-CONFIRMED(BT-IDX, 2) > 0
               SET PRESENT-LAST TO TRUE
           END-IF
           MOVE 0 TO WS-RATE-THIS
           MOVE 0 TO WS-RATE-LAST
           IF WS-BT-EXTRACTS(BT-IDX, 1) > 0
               COMPUTE WS-RATE-THIS ROUNDED =
                   WS-BT-CONFIRMED(BT-IDX, 1) * 100
                   / WS-BT-EXTRACTS(BT-IDX, 1)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-RATE-THIS
               END-COMPUTE
           END-IF
           IF WS-BT-EXTRACTS(BT-IDX, 2) > 0
               COMPUTE WS-RATE-LAST ROUNDED =
                   WS-BT-CONFIRMED(BT-IDX, 2) * 100
                   / WS-BT-EXTRACTS(BT-IDX, 2)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-RATE-LAST
               END-COMPUTE
           END-IF
           PERFORM START-FLAGS
           MOVE SPACES TO WS-MEASURE-1
           MOVE SPACES TO WS-MEASURE-2
           IF PRESENT-THIS AND PRESENT-LAST
               MOVE WS-BT-EXTRACTS(BT-IDX, 1) TO WS-CMP-THIS
               MOVE WS-BT-EXTRACTS(BT-IDX, 2) TO WS-CMP-LAST
               MOVE "EXTRACTS" TO WS-CMP-NAME
               PERFORM COMPARE-MEASURE
               MOVE WS-CMP-TEXT TO WS-MEASURE-1
               MOVE WS-RATE-THIS TO WS-CMP-THIS
               MOVE WS-RATE-LAST TO WS-CMP-LAST
               MOVE "CONFIRMED" TO WS-CMP-NAME
               PERFORM COMPARE-MEASURE
               MOVE WS-CMP-TEXT TO WS-MEASURE-2
           END-IF
           MOVE WS-BT-EXTRACTS(BT-IDX, 1) TO WS-EDIT-COUNT
           MOVE WS-BT-EXTRACTS(BT-IDX, 2) TO WS-EDIT-COUNT-2
           MOVE WS-RATE-THIS TO WS-EDIT-RATE
           MOVE WS-RATE-LAST TO WS-EDIT-RATE-2
           MOVE SPACES TO REPORT-LINE
           STRING WS-WANT-BRANCH "     " WS-EDIT-COUNT
                  "     " WS-EDIT-COUNT-2
                  " " WS-MEASURE-1
                  "  " WS-EDIT-RATE " " WS-EDIT-RATE-2
                  " " WS-MEASURE-2
                  "  " WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-OPERATOR-SECTION.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "BY OPERATOR" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR    RUNS    RUNS     CHG%"
                  "  AVG DAY AVG DAY     CHG%"
                  " REFUSED REFUSED     CHG%  FLAGS"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "            THIS    LAST"
                  "              THIS    LAST"
                  "             THIS    LAST"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-OPERATOR-LINE
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > WS-OPER-COUNT
           EXIT.

       WRITE-OPERATOR-LINE.
           SET WS-PRESENT-THIS TO "N"
           SET WS-PRESENT-LAST TO "N"
           IF WS-OT-RUNS(OT-IDX, 1) > 0
               OR WS-OT-REFUSED(OT-IDX, 1) > 0
               SET PRESENT-THIS TO TRUE
           END-IF
           IF WS-OT-RUNS(OT-IDX, 2) > 0
               OR WS-OT-REFUSED(OT-IDX, 2) > 0
               SET PRESENT-LAST TO TRUE
           END-IF
           MOVE 0 TO WS-AVG-THIS
           MOVE 0 TO WS-AVG-LAST
           IF WS-OT-RUNS(OT-IDX, 1) > 0
               COMPUTE WS-AVG-THIS ROUNDED =
                   WS-OT-DAY-TOTAL(OT-IDX, 1) / WS-OT-RUNS(OT-IDX, 1)
           END-IF
           IF WS-OT-RUNS(OT-IDX, 2) > 0
               COMPUTE WS-AVG-LAST ROUNDED =
                   WS-OT-DAY-TOTAL(OT-IDX, 2) / WS-OT-RUNS(OT-IDX, 2)
           END-IF
           PERFORM START-FLAGS
           MOVE SPACES TO WS-MEASURE-1
           MOVE SPACES TO WS-MEASURE-2
           MOVE SPACES TO WS-MEASURE-3
           IF PRESENT-THIS AND PRESENT-LAST
               MOVE WS-OT-RUNS(OT-IDX, 1) TO WS-CMP-THIS
               MOVE WS-OT-RUNS(OT-IDX, 2) TO WS-CMP-LAST
               MOVE "RUNS" TO WS-CMP-NAME
               PERFORM COMPARE-MEASURE
               MOVE WS-CMP-TEXT TO WS-MEASURE-1
               MOVE WS-AVG-THIS TO WS-CMP-THIS
               MOVE WS-AVG-LAST TO WS-CMP-LAST
               MOVE "AVG DAY" TO WS-CMP-NAME
               PERFORM COMPARE-MEASURE
               MOVE WS-CMP-TEXT TO WS-MEASURE-2
               MOVE WS-OT-REFUSED(OT-IDX, 1) TO WS-CMP-THIS
               MOVE WS-OT-REFUSED(OT-IDX, 2) TO WS-CMP-LAST
               MOVE "REFUSED" TO WS-CMP-NAME
               PERFORM COMPARE-MEASURE
               MOVE WS-CMP-TEXT TO WS-MEASURE-3
           END-IF
           MOVE WS-OT-RUNS(OT-IDX, 1) TO WS-EDIT-COUNT
           MOVE WS-OT-RUNS(OT-IDX, 2) TO WS-EDIT-COUNT-2
           MOVE WS-AVG-THIS TO WS-EDIT-AVG
           MOVE WS-AVG-LAST TO WS-EDIT-AVG-2
           MOVE SPACES TO REPORT-LINE
           STRING WS-OT-ID(OT-IDX) " " WS-EDIT-COUNT
                  " " WS-EDIT-COUNT-2
                  " " WS-MEASURE-1
                  "     " WS-EDIT-AVG "    " WS-EDIT-AVG-2
                  " " WS-MEASURE-2
                  DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-OT-REFUSED(OT-IDX, 1) TO WS-EDIT-COUNT
           MOVE WS-OT-REFUSED(OT-IDX, 2) TO WS-EDIT-COUNT-2
           STRING WS-EDIT-COUNT " " WS-EDIT-COUNT-2
                  " " WS-MEASURE-3
                  "  " WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE(61:72)
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * An entity seen in only one season is flagged as such and its
      * measures are not compared.
       START-FLAGS.
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1 TO WS-FLAG-PTR
           IF PRESENT-THIS AND NOT PRESENT-LAST
               ADD 1 TO WS-ONLY-ONE-COUNT
               STRING "THIS SEASON ONLY" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF PRESENT-LAST AND NOT PRESENT-THIS
               ADD 1 TO WS-ONLY-ONE-COUNT
               STRING "LAST SEASON ONLY" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           EXIT.

      * Change is measured against last season's figure.  A measure
      * that was nil last season and is not now shows as NEW and
      * counts as moved.
       COMPARE-MEASURE.
           SET WS-CMP-MOVED TO "N"
           MOVE SPACES TO WS-CMP-TEXT
           IF WS-CMP-LAST = 0
               IF WS-CMP-THIS > 0
                   MOVE "     NEW" TO WS-CMP-TEXT
                   SET MEASURE-MOVED TO TRUE
               ELSE
                   MOVE 0 TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-CMP-TEXT
               END-IF
           ELSE
               COMPUTE WS-CMP-PCT ROUNDED =
                   (WS-CMP-THIS - WS-CMP-LAST) * 100 / WS-CMP-LAST
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CMP-PCT
               END-COMPUTE
               MOVE WS-CMP-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-CMP-TEXT
               IF WS-CMP-PCT > WS-FLAG-PCT
                   OR WS-CMP-PCT < 0 - WS-FLAG-PCT
                   SET MEASURE-MOVED TO TRUE
               END-IF
           END-IF
           IF MEASURE-MOVED
               ADD 1 TO WS-MOVED-COUNT
               IF WS-FLAG-PTR > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
               STRING WS-CMP-NAME DELIMITED BY "  "
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
               STRING "*" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-FLAG-PCT TO WS-EDIT-FLAG-PCT
           MOVE SPACES TO REPORT-LINE
           STRING "SEASON COMPARISON - THIS SEASON CLOSED "
                  WS-SEASON-DATE(1)
                  "  LAST SEASON CLOSED " WS-SEASON-DATE(2)
                  "  PREPARED: " WS-CURRENT-DATE-TIME(1:8)
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MEASURES MARKED * MOVED MORE THAN "
                  WS-EDIT-FLAG-PCT "% FROM LAST SEASON"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BRANCH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCHES COMPARED:        " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATORS COMPARED:       " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ONLY-ONE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "IN ONE SEASON ONLY:       " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MEASURES FLAGGED MOVED:   " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ARCHIVES NOT FOUND:       " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing SEASCMP.TXT, status="
                       WS-REPORT-STATUS
           END-IF
           EXIT.

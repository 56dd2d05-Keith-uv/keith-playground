      ******************************************************************
      * Author:
      * Date:
      * Purpose: Overdue purchase order report.  Lists every order on
      *          POMAST.DAT still open or part-received whose due date
      *          (order date plus the supplier's lead time) has
      *          passed, with the quantity still to come, the days
      *          late and how long is left before the branch first
      *          needs the gift, so chasing can start before a
      *          branch sings a verse it has no gifts for.
      *          DATE=YYYYMMDD selects the as-at date (default today).
      *          Writes POOVRD.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-OVERDUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-MASTER ASSIGN TO "POMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "POOVRD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-MASTER.
           COPY POREC.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PO-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-FILE-EOF PIC X VALUE "N".
          88 FILE-EOF VALUE "Y".

       01 WS-PARM-STRING PIC X(80) VALUE SPACES.
       01 WS-PARM-TOKENS.
          05 WS-PARM-TOKEN OCCURS 10 TIMES
                           INDEXED BY PT-IDX PIC X(20).
       01 WS-AS-AT-DATE PIC X(8) VALUE SPACES.

       01 WS-AS-AT-INT PIC 9(7) VALUE 0.
       01 WS-DUE-INT PIC 9(7) VALUE 0.
       01 WS-NEED-INT PIC 9(7) VALUE 0.
       01 WS-DAYS-LATE PIC 9(5) VALUE 0.
       01 WS-DAYS-TO-NEED PIC S9(5) VALUE 0.
       01 WS-OUTSTANDING-QTY PIC 9(7) VALUE 0.
       01 WS-NEED-NOTE PIC X(30) VALUE SPACES.

       01 WS-ORDER-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 WS-NEED-PASSED-COUNT PIC 9(7) VALUE 0.
       01 WS-EDIT-QTY PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-QTY-2 PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-DAYS PIC ZZ,ZZ9.
       01 WS-EDIT-DAYS-2 PIC ZZ,ZZ9.
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-CURRENT-DATE-TIME PIC X(21).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-RUN-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-AS-AT-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AS-AT-DATE
           END-IF
           IF WS-AS-AT-DATE NOT NUMERIC
               DISPLAY "Overdue report refused - DATE= must be"
                       " YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-AS-AT-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-AS-AT-DATE))
           OPEN INPUT PO-MASTER
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "ERROR opening POMAST.DAT, status="
                       WS-PO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening POOVRD.TXT, status="
                       WS-REPORT-STATUS
               CLOSE PO-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-HEADING
           MOVE 0 TO PO-NUMBER
           START PO-MASTER KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY
                   SET FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL FILE-EOF
               READ PO-MASTER NEXT RECORD
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ORDER
               END-READ
           END-PERFORM
           PERFORM WRITE-TRAILER
           CLOSE PO-MASTER
           CLOSE REPORT-FILE
           DISPLAY "Overdue order report complete - "
                   WS-OVERDUE-COUNT " overdue, "
                   WS-NEED-PASSED-COUNT " past need date."
           IF WS-OVERDUE-COUNT > 0
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
               IF WS-PARM-TOKEN(PT-IDX)(1:5) = "DATE="
                   MOVE WS-PARM-TOKEN(PT-IDX)(6:8) TO WS-AS-AT-DATE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "OVERDUE PURCHASE ORDERS - AS AT: " WS-AS-AT-DATE
                  "   RUN: " WS-CURRENT-DATE-TIME(1:8)
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PO NUMBER SUPPLIER                              "
                  "LANG DAY BRCH    ORDERED OUTSTANDING DUE DATE "
                  "LATE NEED DATE"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * Only orders still waiting on stock are chased; an order is
      * overdue once the as-at date is past its due date.
       CHECK-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           IF PO-OPEN OR PO-PART-RECEIVED
               IF PO-DUE-DATE IS NUMERIC
                   COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(PO-DUE-DATE))
                   IF WS-DUE-INT < WS-AS-AT-INT
                       PERFORM WRITE-OVERDUE-LINE
                   END-IF
               END-IF
           END-IF
           EXIT.

       WRITE-OVERDUE-LINE.
           ADD 1 TO WS-OVERDUE-COUNT
           COMPUTE WS-DAYS-LATE = WS-AS-AT-INT - WS-DUE-INT
           MOVE 0 TO WS-OUTSTANDING-QTY
           IF PO-ORDER-QTY > PO-RECEIVED-QTY
               COMPUTE WS-OUTSTANDING-QTY =
                   PO-ORDER-QTY - PO-RECEIVED-QTY
           END-IF
           MOVE SPACES TO WS-NEED-NOTE
           IF PO-NEED-DATE IS NUMERIC
               COMPUTE WS-NEED-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(PO-NEED-DATE))
               COMPUTE WS-DAYS-TO-NEED = WS-NEED-INT - WS-AS-AT-INT
               IF WS-DAYS-TO-NEED < 0
                   ADD 1 TO WS-NEED-PASSED-COUNT
                   MOVE "*** NEED DATE PASSED ***" TO WS-NEED-NOTE
               ELSE
                   MOVE WS-DAYS-TO-NEED TO WS-EDIT-DAYS-2
                   STRING "NEEDED IN " WS-EDIT-DAYS-2 " DAYS"
                          DELIMITED BY SIZE INTO WS-NEED-NOTE
               END-IF
           ELSE
               MOVE "NO NEED DATE" TO WS-NEED-NOTE
           END-IF
           MOVE PO-ORDER-QTY TO WS-EDIT-QTY
           MOVE WS-OUTSTANDING-QTY TO WS-EDIT-QTY-2
           MOVE WS-DAYS-LATE TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING PO-NUMBER "  " PO-SUPPLIER-ID " " PO-SUPPLIER-NAME
                  "  " PO-LANGUAGE-CODE "   " PO-DAY-NUM "  "
                  PO-BRANCH-CODE " " WS-EDIT-QTY "   " WS-EDIT-QTY-2
                  " " PO-DUE-DATE WS-EDIT-DAYS " " PO-NEED-DATE
                  " " WS-NEED-NOTE
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ORDER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ORDERS ON FILE:        " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  OVERDUE:             " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NEED-PASSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PAST NEED DATE:      " WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-OVERDUE-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "NO ORDERS OVERDUE." TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing POOVRD.TXT, status="
                       WS-REPORT-STATUS
           END-IF
           EXIT.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance transaction for the BRCLOSE.DAT branch
      *          closure calendar - lets a maintenance-authority
      *          operator record the dates a branch is shut, or enter
      *          a public holiday once under branch ALL for every
      *          branch, so the DAILY SWEEP skips closed branches and
      *          counts only open days into each countdown.  A run of
      *          dates can be added or removed in one entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-FILE ASSIGN TO "BRCLOSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CLOSURE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT SECURITY-FILE ASSIGN TO "SECEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-FILE.
           COPY BRCLOSE.

       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  OPERATOR-MASTER.
           COPY OPERREC.

       FD  SECURITY-FILE.
           COPY SECEVENT.

       WORKING-STORAGE SECTION.

       01 WS-CLOSURE-STATUS PIC XX VALUE "00".
       01 WS-BRANCH-STATUS PIC XX VALUE "00".
       01 WS-OPERATOR-STATUS PIC XX VALUE "00".
       01 WS-SECURITY-STATUS PIC XX VALUE "00".
       01 WS-SECURITY-REASON PIC X(40) VALUE SPACES.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-DONE-FLAG PIC X VALUE "N".
          88 MAINT-DONE VALUE "Y".
       01 WS-EDITS-OK PIC X VALUE "Y".
          88 EDITS-OK VALUE "Y".
       01 WS-DATE-OK PIC X VALUE "Y".
          88 DATE-OK VALUE "Y".
       01 WS-BRANCH-EOF PIC X VALUE "N".
          88 BRANCH-EOF VALUE "Y".
       01 WS-BRANCH-FOUND PIC X VALUE "N".
          88 BRANCH-FOUND VALUE "Y".
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-WORK-BRANCH PIC X(4) VALUE SPACES.
       01 WS-FROM-DATE PIC X(8) VALUE SPACES.
       01 WS-TO-DATE PIC X(8) VALUE SPACES.
       01 WS-CHECK-DATE PIC X(8) VALUE SPACES.
       01 WS-NEW-REASON PIC X(30) VALUE SPACES.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-FROM-INT PIC S9(9) COMP VALUE 0.
       01 WS-TO-INT PIC S9(9) COMP VALUE 0.
       01 WS-DATE-INT PIC S9(9) COMP VALUE 0.
       01 WS-DATE-WORK PIC 9(8) VALUE 0.
       01 WS-DONE-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(5) VALUE 0.
       01 WS-LIST-EOF PIC X VALUE "N".
          88 LIST-EOF VALUE "Y".
       01 WS-LIST-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O CLOSURE-FILE
           IF WS-CLOSURE-STATUS = "35"
               OPEN OUTPUT CLOSURE-FILE
               CLOSE CLOSURE-FILE
               OPEN I-O CLOSURE-FILE
           END-IF
           IF WS-CLOSURE-STATUS NOT = "00"
               DISPLAY "ERROR opening BRCLOSE.DAT, status="
                       WS-CLOSURE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SIGN-ON
           PERFORM UNTIL MAINT-DONE
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM ADD-CLOSURES
                   WHEN "2"
                       PERFORM REMOVE-CLOSURES
                   WHEN "3"
                       PERFORM LIST-CLOSURES
                   WHEN "4"
                       SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - enter 1 to 4."
               END-EVALUATE
           END-PERFORM
           CLOSE CLOSURE-FILE
           DISPLAY "Closure calendar maintenance complete."
           STOP RUN.

       SIGN-ON.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "Sign-on refused - cannot open OPERMAST.DAT,"
                       " status=" WS-OPERATOR-STATUS
               DISPLAY "Have the operator master set up with"
                       " OPER-MAINT before running."
               CLOSE CLOSURE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Enter operator ID: "
           ACCEPT WS-SIGNON-ID
           MOVE WS-SIGNON-ID TO OP-OPERATOR-ID
           READ OPERATOR-MASTER
               KEY IS OP-OPERATOR-ID
               INVALID KEY
                   DISPLAY "Sign-on refused - operator "
                           WS-SIGNON-ID
                           " is not on the operator master."
                   CLOSE OPERATOR-MASTER
                   CLOSE CLOSURE-FILE
                   MOVE "SIGN-ON REFUSED - UNKNOWN OPERATOR"
                       TO WS-SECURITY-REASON
                   PERFORM WRITE-SECURITY-EVENT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF OP-ACTIVE-FLAG NOT = "Y"
               OR OP-AUTH-LEVEL NOT = "M"
               DISPLAY "Sign-on refused - operator "
                       WS-SIGNON-ID " lacks active maintenance"
                       " authority."
               CLOSE OPERATOR-MASTER
               CLOSE CLOSURE-FILE
               MOVE "SIGN-ON REFUSED - LACKS M AUTHORITY"
                   TO WS-SECURITY-REASON
               PERFORM WRITE-SECURITY-EVENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OPERATOR-MASTER
           EXIT.

       WRITE-SECURITY-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
           MOVE "CLOSE-MAINT" TO SE-PROGRAM-ID
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SE-EVENT-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO SE-EVENT-TIME
           MOVE WS-SECURITY-REASON TO SE-REASON
           OPEN EXTEND SECURITY-FILE
           IF WS-SECURITY-STATUS NOT = "00"
               OPEN OUTPUT SECURITY-FILE
           END-IF
           WRITE SECURITY-EVENT-RECORD
           IF WS-SECURITY-STATUS NOT = "00"
               DISPLAY "ERROR writing SECEVENT.DAT, status="
                       WS-SECURITY-STATUS
           END-IF
           CLOSE SECURITY-FILE
           EXIT.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "BRANCH CLOSURE CALENDAR MAINTENANCE"
           DISPLAY "1. Add closure date(s)"
           DISPLAY "2. Remove closure date(s)"
           DISPLAY "3. List closures"
           DISPLAY "4. Exit"
           DISPLAY "Enter choice: "
           EXIT.

      * Branch code and a run of dates, FROM through TO; ENTER at the
      * TO prompt makes it a single day.  ALL is every branch.
       GET-CLOSURE-RANGE.
           SET WS-EDITS-OK TO "Y"
           DISPLAY "Enter branch code (ALL for a public holiday): "
           ACCEPT WS-WORK-BRANCH
           DISPLAY "Enter first closed date YYYYMMDD: "
           ACCEPT WS-FROM-DATE
           DISPLAY "Enter last closed date YYYYMMDD (ENTER for the"
                   " same day): "
           MOVE SPACES TO WS-TO-DATE
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-WORK-BRANCH = SPACES
               DISPLAY "Branch code must not be blank - not accepted."
               SET WS-EDITS-OK TO "N"
           END-IF
           IF EDITS-OK
               MOVE WS-FROM-DATE TO WS-CHECK-DATE
               PERFORM EDIT-DATE
           END-IF
           IF EDITS-OK
               MOVE WS-TO-DATE TO WS-CHECK-DATE
               PERFORM EDIT-DATE
           END-IF
           IF EDITS-OK
               COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FROM-DATE))
               COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TO-DATE))
               IF WS-TO-INT < WS-FROM-INT
                   DISPLAY "Last date is before the first date - not"
                           " accepted."
                   SET WS-EDITS-OK TO "N"
               ELSE
                   IF WS-TO-INT - WS-FROM-INT > 365
                       DISPLAY "No more than a year of dates in one"
                               " entry - not accepted."
                       SET WS-EDITS-OK TO "N"
                   END-IF
               END-IF
           END-IF
           EXIT.

       EDIT-DATE.
           SET WS-DATE-OK TO "Y"
           IF WS-CHECK-DATE NOT NUMERIC
               SET WS-DATE-OK TO "N"
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-CHECK-DATE)) NOT = 0
                   SET WS-DATE-OK TO "N"
               END-IF
           END-IF
           IF NOT DATE-OK
               DISPLAY "Date " WS-CHECK-DATE " is not a valid"
                       " YYYYMMDD - not accepted."
               SET WS-EDITS-OK TO "N"
           END-IF
           EXIT.

      * A closure must name a branch on BRANCH.DAT, so a mistyped code
      * cannot sit on file closing nothing.
       CHECK-BRANCH-ON-FILE.
           SET WS-BRANCH-FOUND TO "N"
           SET WS-BRANCH-EOF TO "N"
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00"
               DISPLAY "ERROR opening BRANCH.DAT, status="
                       WS-BRANCH-STATUS
           ELSE
               PERFORM UNTIL BRANCH-EOF OR BRANCH-FOUND
                   READ BRANCH-FILE
                       AT END
                           SET BRANCH-EOF TO TRUE
                       NOT AT END
                           IF BR-BRANCH-CODE = WS-WORK-BRANCH
                               SET BRANCH-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF
           EXIT.

       ADD-CLOSURES.
           PERFORM GET-CLOSURE-RANGE
           IF EDITS-OK AND WS-WORK-BRANCH NOT = "ALL "
               PERFORM CHECK-BRANCH-ON-FILE
               IF NOT BRANCH-FOUND
                   DISPLAY "Branch " WS-WORK-BRANCH " is not on"
                           " BRANCH.DAT - not added."
                   SET WS-EDITS-OK TO "N"
               END-IF
           END-IF
           IF EDITS-OK
               DISPLAY "Enter reason (e.g. SUNDAY, BANK HOLIDAY): "
               ACCEPT WS-NEW-REASON
               IF WS-NEW-REASON = SPACES
                   DISPLAY "Reason must not be blank - not added."
                   SET WS-EDITS-OK TO "N"
               END-IF
           END-IF
           IF EDITS-OK
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE 0 TO WS-DONE-COUNT
               MOVE 0 TO WS-SKIP-COUNT
               PERFORM ADD-ONE-CLOSURE
                   VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DATE-INT > WS-TO-INT
               DISPLAY WS-DONE-COUNT " closure date(s) added, "
                       WS-SKIP-COUNT " already on file."
           END-IF
           EXIT.

       ADD-ONE-CLOSURE.
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-WORK-BRANCH TO CL-BRANCH-CODE
           MOVE WS-DATE-WORK TO CL-CLOSED-DATE
           MOVE WS-NEW-REASON TO CL-REASON
           MOVE WS-SIGNON-ID TO CL-ADDED-BY
           MOVE WS-CURRENT-DATE-TIME(1:8) TO CL-ADDED-DATE
           WRITE CLOSURE-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DONE-COUNT
           END-WRITE
           EXIT.

       REMOVE-CLOSURES.
           PERFORM GET-CLOSURE-RANGE
           IF EDITS-OK
               DISPLAY "Remove closures for " WS-WORK-BRANCH " from "
                       WS-FROM-DATE " to " WS-TO-DATE " (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE 0 TO WS-DONE-COUNT
                   MOVE 0 TO WS-SKIP-COUNT
                   PERFORM REMOVE-ONE-CLOSURE
                       VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
                       UNTIL WS-DATE-INT > WS-TO-INT
                   DISPLAY WS-DONE-COUNT " closure date(s) removed, "
                           WS-SKIP-COUNT " not on file."
               ELSE
                   DISPLAY "Closures not removed."
               END-IF
           END-IF
           EXIT.

       REMOVE-ONE-CLOSURE.
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-WORK-BRANCH TO CL-BRANCH-CODE
           MOVE WS-DATE-WORK TO CL-CLOSED-DATE
           DELETE CLOSURE-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DONE-COUNT
           END-DELETE
           EXIT.

      * A branch's listing includes the ALL entries, since those
      * close it too.
       LIST-CLOSURES.
           DISPLAY "Enter branch code (blank for all): "
           MOVE SPACES TO WS-WORK-BRANCH
           ACCEPT WS-WORK-BRANCH
           SET WS-LIST-EOF TO "N"
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO CL-KEY
           START CLOSURE-FILE
               KEY IS GREATER THAN CL-KEY
               INVALID KEY
                   SET LIST-EOF TO TRUE
           END-START
           DISPLAY "BRCH DATE     REASON                         "
                   " ADDED BY"
           PERFORM UNTIL LIST-EOF
               READ CLOSURE-FILE NEXT RECORD
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       IF WS-WORK-BRANCH = SPACES
                           OR CL-BRANCH-CODE = WS-WORK-BRANCH
                           OR CL-ALL-BRANCHES
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY CL-BRANCH-CODE " " CL-CLOSED-DATE
                                   " " CL-REASON " " CL-ADDED-BY
                                   " " CL-ADDED-DATE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " closure date(s) listed."
           EXIT.

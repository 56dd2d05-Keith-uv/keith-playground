      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance transaction for the BUDGET.DAT campaign
      *          gift budget master - lets a maintenance-authority
      *          operator key, amend or remove the gift budget head
      *          office approved for each branch for a season, so
      *          BUDGET-VARIANCE can set the projected and received
      *          gift cost against it.  Each change stamps the
      *          operator and date on the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-MASTER ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
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
       FD  BUDGET-MASTER.
           COPY BUDGET.

       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  OPERATOR-MASTER.
           COPY OPERREC.

       FD  SECURITY-FILE.
           COPY SECEVENT.

       WORKING-STORAGE SECTION.

       01 WS-BUDGET-STATUS PIC XX VALUE "00".
       01 WS-BRANCH-STATUS PIC XX VALUE "00".
       01 WS-OPERATOR-STATUS PIC XX VALUE "00".
       01 WS-SECURITY-STATUS PIC XX VALUE "00".
       01 WS-SECURITY-REASON PIC X(40) VALUE SPACES.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-DONE-FLAG PIC X VALUE "N".
          88 MAINT-DONE VALUE "Y".
       01 WS-RECORD-FOUND PIC X VALUE "N".
          88 RECORD-FOUND VALUE "Y".
       01 WS-EDITS-OK PIC X VALUE "Y".
          88 EDITS-OK VALUE "Y".
       01 WS-BRANCH-EOF PIC X VALUE "N".
          88 BRANCH-EOF VALUE "Y".
       01 WS-BRANCH-FOUND PIC X VALUE "N".
          88 BRANCH-FOUND VALUE "Y".
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-WORK-YEAR PIC X(4) VALUE SPACES.
       01 WS-WORK-BRANCH PIC X(4) VALUE SPACES.
       01 WS-AMOUNT-INPUT PIC X(15) VALUE SPACES.
       01 WS-NEW-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-LIST-EOF PIC X VALUE "N".
          88 LIST-EOF VALUE "Y".
       01 WS-LIST-COUNT PIC 9(5) VALUE 0.
       01 WS-LIST-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O BUDGET-MASTER
           IF WS-BUDGET-STATUS = "35"
               OPEN OUTPUT BUDGET-MASTER
               CLOSE BUDGET-MASTER
               OPEN I-O BUDGET-MASTER
           END-IF
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY "ERROR opening BUDGET.DAT, status="
                       WS-BUDGET-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SIGN-ON
           PERFORM UNTIL MAINT-DONE
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM VIEW-BUDGET
                   WHEN "2"
                       PERFORM ADD-BUDGET
                   WHEN "3"
                       PERFORM UPDATE-BUDGET
                   WHEN "4"
                       PERFORM DELETE-BUDGET
                   WHEN "5"
                       PERFORM LIST-BUDGETS
                   WHEN "6"
                       SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - enter 1 to 6."
               END-EVALUATE
           END-PERFORM
           CLOSE BUDGET-MASTER
           DISPLAY "Budget maintenance complete."
           STOP RUN.

       SIGN-ON.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "Sign-on refused - cannot open OPERMAST.DAT,"
                       " status=" WS-OPERATOR-STATUS
               DISPLAY "Have the operator master set up with"
                       " OPER-MAINT before running."
               CLOSE BUDGET-MASTER
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
                   CLOSE BUDGET-MASTER
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
               CLOSE BUDGET-MASTER
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
           MOVE "BUDGET-MAINT" TO SE-PROGRAM-ID
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
           DISPLAY "CAMPAIGN BUDGET MAINTENANCE"
           DISPLAY "1. View a branch's budget"
           DISPLAY "2. Add a branch's budget"
           DISPLAY "3. Update a branch's budget"
           DISPLAY "4. Remove a branch's budget"
           DISPLAY "5. List budgets"
           DISPLAY "6. Exit"
           DISPLAY "Enter choice: "
           EXIT.

       GET-BUDGET-CHOICE.
           DISPLAY "Enter season year (year the campaign starts): "
           ACCEPT WS-WORK-YEAR
           DISPLAY "Enter branch code: "
           ACCEPT WS-WORK-BRANCH
           SET WS-RECORD-FOUND TO "N"
           IF WS-WORK-YEAR NUMERIC
               MOVE WS-WORK-YEAR TO BG-SEASON-YEAR
               MOVE WS-WORK-BRANCH TO BG-BRANCH-CODE
               READ BUDGET-MASTER
                   KEY IS BG-KEY
                   INVALID KEY
                       SET WS-RECORD-FOUND TO "N"
                   NOT INVALID KEY
                       SET WS-RECORD-FOUND TO "Y"
               END-READ
           END-IF
           EXIT.

       VIEW-BUDGET.
           PERFORM GET-BUDGET-CHOICE
           IF RECORD-FOUND
               MOVE BG-BUDGET-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "Gift budget:   " WS-EDIT-AMOUNT
               DISPLAY "Keyed by:      " BG-APPROVED-BY
                       " on " BG-APPROVED-DATE
           ELSE
               DISPLAY "No budget on file for that season and branch."
           END-IF
           EXIT.

       ADD-BUDGET.
           PERFORM GET-BUDGET-CHOICE
           IF RECORD-FOUND
               DISPLAY "Budget already on file - use update."
           ELSE
               IF WS-WORK-YEAR NOT NUMERIC
                   OR WS-WORK-YEAR < "2000"
                   OR WS-WORK-BRANCH = SPACES
                   DISPLAY "Season year must be YYYY and branch code"
                           " must not be blank - not added."
               ELSE
                   PERFORM CHECK-BRANCH-ON-FILE
                   IF NOT BRANCH-FOUND
                       DISPLAY "Branch " WS-WORK-BRANCH " is not on"
                               " BRANCH.DAT - not added."
                   ELSE
                       PERFORM ACCEPT-BUDGET-AMOUNT
                       IF EDITS-OK
                           MOVE WS-WORK-YEAR TO BG-SEASON-YEAR
                           MOVE WS-WORK-BRANCH TO BG-BRANCH-CODE
                           PERFORM STAMP-BUDGET-RECORD
                           WRITE BUDGET-RECORD
                           IF WS-BUDGET-STATUS = "00"
                               DISPLAY "Budget added."
                           ELSE
                               DISPLAY "ERROR adding budget, status="
                                       WS-BUDGET-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       UPDATE-BUDGET.
           PERFORM GET-BUDGET-CHOICE
           IF RECORD-FOUND
               MOVE BG-BUDGET-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "Current budget: " WS-EDIT-AMOUNT
               PERFORM ACCEPT-BUDGET-AMOUNT
               IF EDITS-OK
                   PERFORM STAMP-BUDGET-RECORD
                   REWRITE BUDGET-RECORD
                   IF WS-BUDGET-STATUS = "00"
                       DISPLAY "Budget updated."
                   ELSE
                       DISPLAY "ERROR updating budget, status="
                               WS-BUDGET-STATUS
                   END-IF
               END-IF
           ELSE
               DISPLAY "No budget on file for that season and branch."
           END-IF
           EXIT.

       ACCEPT-BUDGET-AMOUNT.
           SET WS-EDITS-OK TO "Y"
           DISPLAY "Enter approved gift budget (e.g. 12500.00): "
           MOVE SPACES TO WS-AMOUNT-INPUT
           ACCEPT WS-AMOUNT-INPUT
           IF WS-AMOUNT-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) NOT = 0
               DISPLAY "Budget must be a number - not accepted."
               SET WS-EDITS-OK TO "N"
           END-IF
           IF EDITS-OK
               IF FUNCTION NUMVAL(WS-AMOUNT-INPUT) <= 0
                   OR FUNCTION NUMVAL(WS-AMOUNT-INPUT) >= 1000000000
                   DISPLAY "Budget must be above 0 and below"
                           " 1,000,000,000 - not accepted."
                   SET WS-EDITS-OK TO "N"
               ELSE
                   COMPUTE WS-NEW-AMOUNT ROUNDED =
                       FUNCTION NUMVAL(WS-AMOUNT-INPUT)
               END-IF
           END-IF
           EXIT.

       STAMP-BUDGET-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-NEW-AMOUNT TO BG-BUDGET-AMOUNT
           MOVE WS-SIGNON-ID TO BG-APPROVED-BY
           MOVE WS-CURRENT-DATE-TIME(1:8) TO BG-APPROVED-DATE
           EXIT.

       DELETE-BUDGET.
           PERFORM GET-BUDGET-CHOICE
           IF RECORD-FOUND
               MOVE BG-BUDGET-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "Remove the " BG-SEASON-YEAR " budget of "
                       WS-EDIT-AMOUNT " for branch " BG-BRANCH-CODE
                       " (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   DELETE BUDGET-MASTER RECORD
                   IF WS-BUDGET-STATUS = "00"
                       DISPLAY "Budget removed."
                   ELSE
                       DISPLAY "ERROR removing budget, status="
                               WS-BUDGET-STATUS
                   END-IF
               ELSE
                   DISPLAY "Budget not removed."
               END-IF
           ELSE
               DISPLAY "No budget on file for that season and branch."
           END-IF
           EXIT.

      * A budget must belong to a branch on BRANCH.DAT, so a mistyped
      * code cannot leave a branch reported as having no budget.
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

       LIST-BUDGETS.
           DISPLAY "Enter season year (blank for all): "
           MOVE SPACES TO WS-WORK-YEAR
           ACCEPT WS-WORK-YEAR
           SET WS-LIST-EOF TO "N"
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-LIST-TOTAL
           MOVE LOW-VALUES TO BG-KEY
           START BUDGET-MASTER
               KEY IS GREATER THAN BG-KEY
               INVALID KEY
                   SET LIST-EOF TO TRUE
           END-START
           DISPLAY "YEAR BRCH          BUDGET KEYED BY DATE"
           PERFORM UNTIL LIST-EOF
               READ BUDGET-MASTER NEXT RECORD
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       IF WS-WORK-YEAR = SPACES
                           OR BG-SEASON-YEAR = WS-WORK-YEAR
                           ADD 1 TO WS-LIST-COUNT
                           ADD BG-BUDGET-AMOUNT TO WS-LIST-TOTAL
                           MOVE BG-BUDGET-AMOUNT TO WS-EDIT-AMOUNT
                           DISPLAY BG-SEASON-YEAR " " BG-BRANCH-CODE
                                   " " WS-EDIT-AMOUNT " "
                                   BG-APPROVED-BY " " BG-APPROVED-DATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-LIST-TOTAL TO WS-EDIT-TOTAL
           DISPLAY WS-LIST-COUNT " budget record(s) listed, totalling "
                   WS-EDIT-TOTAL "."
           EXIT.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance transaction for the SUPPMAST.DAT gift
      *          supplier master - lets a maintenance-authority
      *          operator record, per language and day, who supplies
      *          that day's gift, the lead time in days and the
      *          minimum order quantity, so PO-RAISE can order
      *          against GIFT-SHORT-RPT's shortfalls.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPP-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUPPLIER-STATUS.
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
       FD  SUPPLIER-MASTER.
           COPY SUPPREC.

       FD  OPERATOR-MASTER.
           COPY OPERREC.

       FD  SECURITY-FILE.
           COPY SECEVENT.

       WORKING-STORAGE SECTION.

       01 WS-SUPPLIER-STATUS PIC XX VALUE "00".
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
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-WORK-LANG PIC XX VALUE SPACES.
       01 WS-WORK-DAY PIC 99 VALUE 0.
       01 WS-NEW-SUPPLIER-ID PIC X(6) VALUE SPACES.
       01 WS-NEW-SUPPLIER-NAME PIC X(30) VALUE SPACES.
       01 WS-NEW-LEAD-DAYS PIC 999 VALUE 0.
       01 WS-NEW-MIN-QTY PIC 9(7) VALUE 0.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-LIST-EOF PIC X VALUE "N".
          88 LIST-EOF VALUE "Y".
       01 WS-LIST-COUNT PIC 9(5) VALUE 0.
       01 WS-EDIT-QTY PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O SUPPLIER-MASTER
           IF WS-SUPPLIER-STATUS = "35"
               OPEN OUTPUT SUPPLIER-MASTER
               CLOSE SUPPLIER-MASTER
               OPEN I-O SUPPLIER-MASTER
           END-IF
           IF WS-SUPPLIER-STATUS NOT = "00"
               DISPLAY "ERROR opening SUPPMAST.DAT, status="
                       WS-SUPPLIER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SIGN-ON
           PERFORM UNTIL MAINT-DONE
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM VIEW-SUPPLIER
                   WHEN "2"
                       PERFORM ADD-SUPPLIER
                   WHEN "3"
                       PERFORM UPDATE-SUPPLIER
                   WHEN "4"
                       PERFORM DELETE-SUPPLIER
                   WHEN "5"
                       PERFORM LIST-SUPPLIERS
                   WHEN "6"
                       SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - enter 1 to 6."
               END-EVALUATE
           END-PERFORM
           CLOSE SUPPLIER-MASTER
           DISPLAY "Supplier maintenance complete."
           STOP RUN.

       SIGN-ON.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "Sign-on refused - cannot open OPERMAST.DAT,"
                       " status=" WS-OPERATOR-STATUS
               DISPLAY "Have the operator master set up with"
                       " OPER-MAINT before running."
               CLOSE SUPPLIER-MASTER
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
                   CLOSE SUPPLIER-MASTER
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
               CLOSE SUPPLIER-MASTER
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
           MOVE "SUPP-MAINT" TO SE-PROGRAM-ID
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
           DISPLAY "GIFT SUPPLIER MAINTENANCE"
           DISPLAY "1. View a gift's supplier"
           DISPLAY "2. Add a gift's supplier"
           DISPLAY "3. Update a gift's supplier, lead time and"
                   " minimum order"
           DISPLAY "4. Remove a gift's supplier"
           DISPLAY "5. List suppliers"
           DISPLAY "6. Exit"
           DISPLAY "Enter choice: "
           EXIT.

       GET-SUPPLIER-CHOICE.
           DISPLAY "Enter language code (e.g. EN, FR): "
           ACCEPT WS-WORK-LANG
           DISPLAY "Enter day number (1-31): "
           ACCEPT WS-WORK-DAY
           MOVE WS-WORK-LANG TO SU-LANGUAGE-CODE
           MOVE WS-WORK-DAY TO SU-DAY-NUM
           READ SUPPLIER-MASTER
               KEY IS SU-KEY
               INVALID KEY
                   SET WS-RECORD-FOUND TO "N"
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO "Y"
           END-READ
           EXIT.

       VIEW-SUPPLIER.
           PERFORM GET-SUPPLIER-CHOICE
           IF RECORD-FOUND
               MOVE SU-MIN-ORDER-QTY TO WS-EDIT-QTY
               DISPLAY "Supplier ID:   " SU-SUPPLIER-ID
               DISPLAY "Supplier name: " SU-SUPPLIER-NAME
               DISPLAY "Lead time:     " SU-LEAD-DAYS " day(s)"
               DISPLAY "Minimum order: " WS-EDIT-QTY
           ELSE
               DISPLAY "No supplier on file for that gift."
           END-IF
           EXIT.

       ADD-SUPPLIER.
           PERFORM GET-SUPPLIER-CHOICE
           IF RECORD-FOUND
               DISPLAY "Supplier already on file - use update."
           ELSE
               IF WS-WORK-LANG = SPACES
                   OR WS-WORK-DAY < 1 OR WS-WORK-DAY > 31
                   DISPLAY "Language code must not be blank and day"
                           " must be 1 to 31 - not added."
               ELSE
                   PERFORM ACCEPT-SUPPLIER-FIELDS
                   IF EDITS-OK
                       MOVE WS-WORK-LANG TO SU-LANGUAGE-CODE
                       MOVE WS-WORK-DAY TO SU-DAY-NUM
                       MOVE WS-NEW-SUPPLIER-ID TO SU-SUPPLIER-ID
                       MOVE WS-NEW-SUPPLIER-NAME TO SU-SUPPLIER-NAME
                       MOVE WS-NEW-LEAD-DAYS TO SU-LEAD-DAYS
                       MOVE WS-NEW-MIN-QTY TO SU-MIN-ORDER-QTY
                       WRITE SUPPLIER-RECORD
                       IF WS-SUPPLIER-STATUS = "00"
                           DISPLAY "Supplier added."
                       ELSE
                           DISPLAY "ERROR adding supplier, status="
                                   WS-SUPPLIER-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       UPDATE-SUPPLIER.
           PERFORM GET-SUPPLIER-CHOICE
           IF RECORD-FOUND
               PERFORM ACCEPT-SUPPLIER-FIELDS
               IF EDITS-OK
                   MOVE WS-NEW-SUPPLIER-ID TO SU-SUPPLIER-ID
                   MOVE WS-NEW-SUPPLIER-NAME TO SU-SUPPLIER-NAME
                   MOVE WS-NEW-LEAD-DAYS TO SU-LEAD-DAYS
                   MOVE WS-NEW-MIN-QTY TO SU-MIN-ORDER-QTY
                   REWRITE SUPPLIER-RECORD
                   IF WS-SUPPLIER-STATUS = "00"
                       DISPLAY "Supplier updated."
                   ELSE
                       DISPLAY "ERROR updating supplier, status="
                               WS-SUPPLIER-STATUS
                   END-IF
               END-IF
           ELSE
               DISPLAY "No supplier on file for that gift."
           END-IF
           EXIT.

       ACCEPT-SUPPLIER-FIELDS.
           SET WS-EDITS-OK TO "Y"
           DISPLAY "Enter supplier ID: "
           ACCEPT WS-NEW-SUPPLIER-ID
           DISPLAY "Enter supplier name: "
           ACCEPT WS-NEW-SUPPLIER-NAME
           DISPLAY "Enter lead time in days (0-365): "
           ACCEPT WS-NEW-LEAD-DAYS
           DISPLAY "Enter minimum order quantity: "
           ACCEPT WS-NEW-MIN-QTY
           IF WS-NEW-SUPPLIER-ID = SPACES
               OR WS-NEW-SUPPLIER-NAME = SPACES
               DISPLAY "Supplier ID and name must not be blank -"
                       " not accepted."
               SET WS-EDITS-OK TO "N"
           END-IF
           IF EDITS-OK
               IF WS-NEW-LEAD-DAYS > 365
                   DISPLAY "Lead time must be 0 to 365 days - not"
                           " accepted."
                   SET WS-EDITS-OK TO "N"
               END-IF
           END-IF
           IF EDITS-OK
               IF WS-NEW-MIN-QTY < 1
                   DISPLAY "Minimum order quantity must be at least"
                           " 1 - not accepted."
                   SET WS-EDITS-OK TO "N"
               END-IF
           END-IF
           EXIT.

       DELETE-SUPPLIER.
           PERFORM GET-SUPPLIER-CHOICE
           IF RECORD-FOUND
               DISPLAY "Remove supplier " SU-SUPPLIER-ID " "
                       SU-SUPPLIER-NAME " for this gift (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   DELETE SUPPLIER-MASTER RECORD
                   IF WS-SUPPLIER-STATUS = "00"
                       DISPLAY "Supplier removed."
                   ELSE
                       DISPLAY "ERROR removing supplier, status="
                               WS-SUPPLIER-STATUS
                   END-IF
               ELSE
                   DISPLAY "Supplier not removed."
               END-IF
           ELSE
               DISPLAY "No supplier on file for that gift."
           END-IF
           EXIT.

       LIST-SUPPLIERS.
           DISPLAY "Enter language code (blank for all): "
           ACCEPT WS-WORK-LANG
           SET WS-LIST-EOF TO "N"
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO SU-KEY
           START SUPPLIER-MASTER
               KEY IS GREATER THAN SU-KEY
               INVALID KEY
                   SET LIST-EOF TO TRUE
           END-START
           DISPLAY "LG DAY SUPPLIER NAME                          "
                   " LEAD  MIN ORDER"
           PERFORM UNTIL LIST-EOF
               READ SUPPLIER-MASTER NEXT RECORD
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       IF WS-WORK-LANG = SPACES
                           OR SU-LANGUAGE-CODE = WS-WORK-LANG
                           ADD 1 TO WS-LIST-COUNT
                           MOVE SU-MIN-ORDER-QTY TO WS-EDIT-QTY
                           DISPLAY SU-LANGUAGE-CODE " " SU-DAY-NUM
                                   "  " SU-SUPPLIER-ID "   "
                                   SU-SUPPLIER-NAME " " SU-LEAD-DAYS
                                   "  " WS-EDIT-QTY
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " supplier record(s) listed."
           EXIT.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance transaction for the SIGNDEV.DAT lobby
      *          signage device master - lets a maintenance-authority
      *          operator register each board with its branch, line
      *          width and line count, so SIGNAGE-FORMAT can wrap the
      *          day's verse to fit it, and retire a board by setting
      *          it inactive or removing it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNDEV-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNDEV-MASTER ASSIGN TO "SIGNDEV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-KEY
               FILE STATUS IS WS-SIGNDEV-STATUS.
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
       FD  SIGNDEV-MASTER.
           COPY SIGNDEV.

       FD  BRANCH-FILE.
           COPY BRANCHREC.

       FD  OPERATOR-MASTER.
           COPY OPERREC.

       FD  SECURITY-FILE.
           COPY SECEVENT.

       WORKING-STORAGE SECTION.

       01 WS-SIGNDEV-STATUS PIC XX VALUE "00".
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
       01 WS-WORK-BRANCH PIC X(4) VALUE SPACES.
       01 WS-WORK-DEVICE PIC X(8) VALUE SPACES.
       01 WS-NEW-LINE-WIDTH PIC 99 VALUE 0.
       01 WS-NEW-LINE-COUNT PIC 99 VALUE 0.
       01 WS-NEW-ACTIVE-FLAG PIC X VALUE SPACE.
       01 WS-NEW-DESCRIPTION PIC X(30) VALUE SPACES.
       01 WS-DEVICE-WORD PIC X(8) VALUE SPACES.
       01 WS-DEVICE-REST PIC X(8) VALUE SPACES.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-LIST-EOF PIC X VALUE "N".
          88 LIST-EOF VALUE "Y".
       01 WS-LIST-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O SIGNDEV-MASTER
           IF WS-SIGNDEV-STATUS = "35"
               OPEN OUTPUT SIGNDEV-MASTER
               CLOSE SIGNDEV-MASTER
               OPEN I-O SIGNDEV-MASTER
           END-IF
           IF WS-SIGNDEV-STATUS NOT = "00"
               DISPLAY "ERROR opening SIGNDEV.DAT, status="
                       WS-SIGNDEV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SIGN-ON
           PERFORM UNTIL MAINT-DONE
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM VIEW-DEVICE
                   WHEN "2"
                       PERFORM ADD-DEVICE
                   WHEN "3"
                       PERFORM UPDATE-DEVICE
                   WHEN "4"
                       PERFORM DELETE-DEVICE
                   WHEN "5"
                       PERFORM LIST-DEVICES
                   WHEN "6"
                       SET MAINT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - enter 1 to 6."
               END-EVALUATE
           END-PERFORM
           CLOSE SIGNDEV-MASTER
           DISPLAY "Signage device maintenance complete."
           STOP RUN.

       SIGN-ON.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "Sign-on refused - cannot open OPERMAST.DAT,"
                       " status=" WS-OPERATOR-STATUS
               DISPLAY "Have the operator master set up with"
                       " OPER-MAINT before running."
               CLOSE SIGNDEV-MASTER
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
                   CLOSE SIGNDEV-MASTER
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
               CLOSE SIGNDEV-MASTER
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
           MOVE "SIGNDEV-MAINT" TO SE-PROGRAM-ID
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
           DISPLAY "SIGNAGE DEVICE MAINTENANCE"
           DISPLAY "1. View a device"
           DISPLAY "2. Add a device"
           DISPLAY "3. Update a device's size, status and description"
           DISPLAY "4. Remove a device"
           DISPLAY "5. List devices"
           DISPLAY "6. Exit"
           DISPLAY "Enter choice: "
           EXIT.

       GET-DEVICE-CHOICE.
           DISPLAY "Enter branch code: "
           ACCEPT WS-WORK-BRANCH
           DISPLAY "Enter device ID: "
           ACCEPT WS-WORK-DEVICE
           MOVE WS-WORK-BRANCH TO SD-BRANCH-CODE
           MOVE WS-WORK-DEVICE TO SD-DEVICE-ID
           READ SIGNDEV-MASTER
               KEY IS SD-KEY
               INVALID KEY
                   SET WS-RECORD-FOUND TO "N"
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO "Y"
           END-READ
           EXIT.

       VIEW-DEVICE.
           PERFORM GET-DEVICE-CHOICE
           IF RECORD-FOUND
               DISPLAY "Description:   " SD-DESCRIPTION
               DISPLAY "Line width:    " SD-LINE-WIDTH " character(s)"
               DISPLAY "Line count:    " SD-LINE-COUNT " line(s)"
               DISPLAY "Active:        " SD-ACTIVE-FLAG
           ELSE
               DISPLAY "No device on file with that branch and ID."
           END-IF
           EXIT.

      * The device ID becomes part of the panel file name, so it may
      * not be blank or hold embedded spaces.
       ADD-DEVICE.
           PERFORM GET-DEVICE-CHOICE
           IF RECORD-FOUND
               DISPLAY "Device already on file - use update."
           ELSE
               MOVE SPACES TO WS-DEVICE-WORD
               MOVE SPACES TO WS-DEVICE-REST
               UNSTRING WS-WORK-DEVICE DELIMITED BY ALL SPACE
                   INTO WS-DEVICE-WORD WS-DEVICE-REST
               END-UNSTRING
               IF WS-WORK-BRANCH = SPACES
                   OR WS-WORK-DEVICE = SPACES
                   OR WS-WORK-DEVICE(1:1) = SPACE
                   OR WS-DEVICE-REST NOT = SPACES
                   DISPLAY "Branch code and device ID must not be"
                           " blank and the ID may not contain spaces"
                           " - not added."
               ELSE
                   PERFORM CHECK-BRANCH-ON-FILE
                   IF NOT BRANCH-FOUND
                       DISPLAY "Branch " WS-WORK-BRANCH " is not on"
                               " BRANCH.DAT - not added."
                   ELSE
                       PERFORM ACCEPT-DEVICE-FIELDS
                       IF EDITS-OK
                           MOVE WS-WORK-BRANCH TO SD-BRANCH-CODE
                           MOVE WS-WORK-DEVICE TO SD-DEVICE-ID
                           MOVE WS-NEW-LINE-WIDTH TO SD-LINE-WIDTH
                           MOVE WS-NEW-LINE-COUNT TO SD-LINE-COUNT
                           MOVE WS-NEW-ACTIVE-FLAG TO SD-ACTIVE-FLAG
                           MOVE WS-NEW-DESCRIPTION TO SD-DESCRIPTION
                           WRITE SIGNDEV-RECORD
                           IF WS-SIGNDEV-STATUS = "00"
                               DISPLAY "Device added."
                           ELSE
                               DISPLAY "ERROR adding device, status="
                                       WS-SIGNDEV-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       UPDATE-DEVICE.
           PERFORM GET-DEVICE-CHOICE
           IF RECORD-FOUND
               PERFORM ACCEPT-DEVICE-FIELDS
               IF EDITS-OK
                   MOVE WS-NEW-LINE-WIDTH TO SD-LINE-WIDTH
                   MOVE WS-NEW-LINE-COUNT TO SD-LINE-COUNT
                   MOVE WS-NEW-ACTIVE-FLAG TO SD-ACTIVE-FLAG
                   MOVE WS-NEW-DESCRIPTION TO SD-DESCRIPTION
                   REWRITE SIGNDEV-RECORD
                   IF WS-SIGNDEV-STATUS = "00"
                       DISPLAY "Device updated."
                   ELSE
                       DISPLAY "ERROR updating device, status="
                               WS-SIGNDEV-STATUS
                   END-IF
               END-IF
           ELSE
               DISPLAY "No device on file with that branch and ID."
           END-IF
           EXIT.

      * Width 10-80 keeps the longest single word of a gift line on
      * one line of the narrowest ticker and a full gift line on one
      * line of the widest panel.
       ACCEPT-DEVICE-FIELDS.
           SET WS-EDITS-OK TO "Y"
           DISPLAY "Enter description: "
           ACCEPT WS-NEW-DESCRIPTION
           DISPLAY "Enter line width in characters (10-80): "
           ACCEPT WS-NEW-LINE-WIDTH
           DISPLAY "Enter lines per screen (1-24): "
           ACCEPT WS-NEW-LINE-COUNT
           DISPLAY "Active (Y/N): "
           ACCEPT WS-NEW-ACTIVE-FLAG
           IF WS-NEW-LINE-WIDTH < 10 OR WS-NEW-LINE-WIDTH > 80
               DISPLAY "Line width must be 10 to 80 - not accepted."
               SET WS-EDITS-OK TO "N"
           END-IF
           IF EDITS-OK
               IF WS-NEW-LINE-COUNT < 1 OR WS-NEW-LINE-COUNT > 24
                   DISPLAY "Lines per screen must be 1 to 24 - not"
                           " accepted."
                   SET WS-EDITS-OK TO "N"
               END-IF
           END-IF
           IF EDITS-OK
               IF WS-NEW-ACTIVE-FLAG = "y"
                   MOVE "Y" TO WS-NEW-ACTIVE-FLAG
               END-IF
               IF WS-NEW-ACTIVE-FLAG = "n"
                   MOVE "N" TO WS-NEW-ACTIVE-FLAG
               END-IF
               IF WS-NEW-ACTIVE-FLAG NOT = "Y"
                   AND WS-NEW-ACTIVE-FLAG NOT = "N"
                   DISPLAY "Active flag must be Y or N - not"
                           " accepted."
                   SET WS-EDITS-OK TO "N"
               END-IF
           END-IF
           EXIT.

       DELETE-DEVICE.
           PERFORM GET-DEVICE-CHOICE
           IF RECORD-FOUND
               DISPLAY "Remove device " SD-DEVICE-ID " "
                       SD-DESCRIPTION " (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   DELETE SIGNDEV-MASTER RECORD
                   IF WS-SIGNDEV-STATUS = "00"
                       DISPLAY "Device removed."
                   ELSE
                       DISPLAY "ERROR removing device, status="
                               WS-SIGNDEV-STATUS
                   END-IF
               ELSE
                   DISPLAY "Device not removed."
               END-IF
           ELSE
               DISPLAY "No device on file with that branch and ID."
           END-IF
           EXIT.

      * A device must belong to a branch on BRANCH.DAT, so a mistyped
      * code cannot leave a board that never gets a panel.
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

       LIST-DEVICES.
           DISPLAY "Enter branch code (blank for all): "
           MOVE SPACES TO WS-WORK-BRANCH
           ACCEPT WS-WORK-BRANCH
           SET WS-LIST-EOF TO "N"
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO SD-KEY
           START SIGNDEV-MASTER
               KEY IS GREATER THAN SD-KEY
               INVALID KEY
                   SET LIST-EOF TO TRUE
           END-START
           DISPLAY "BRCH DEVICE   WD LN A DESCRIPTION"
           PERFORM UNTIL LIST-EOF
               READ SIGNDEV-MASTER NEXT RECORD
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       IF WS-WORK-BRANCH = SPACES
                           OR SD-BRANCH-CODE = WS-WORK-BRANCH
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY SD-BRANCH-CODE " " SD-DEVICE-ID
                                   " " SD-LINE-WIDTH " " SD-LINE-COUNT
                                   " " SD-ACTIVE-FLAG " "
                                   SD-DESCRIPTION
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " device record(s) listed."
           EXIT.

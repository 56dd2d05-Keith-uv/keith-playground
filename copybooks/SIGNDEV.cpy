      ******************************************************************
      * SIGNDEV - lobby signage device master, one record per board,
      * keyed on branch code plus the device ID the signage team uses
      * for it.  Line width and line count give the size of one screen
      * on the board; SIGNAGE-FORMAT wraps each verse to fit and
      * splits it over as many screens as it needs.  Only devices with
      * the active flag Y are given a panel file.
      ******************************************************************
       01 SIGNDEV-RECORD.
          05 SD-KEY.
             10 SD-BRANCH-CODE   PIC X(4).
             10 SD-DEVICE-ID     PIC X(8).
          05 SD-LINE-WIDTH       PIC 99.
          05 SD-LINE-COUNT       PIC 99.
          05 SD-ACTIVE-FLAG      PIC X.
          05 SD-DESCRIPTION      PIC X(30).

      *               HISTORY. A FUTURE-DATED TRANSFER JUST WAITS ITS
      *               TURN. THE GL POSTING SPLIT PICKS UP THE NEW
      *               DEPARTMENT FROM THE NIGHT IT APPLIES.
      *               A TRANSFER THE LINE MANAGER REJECTED THROUGH THE
      *               COBSV010 PORTAL INBOX GOES TO STATUS R AND OFF
      *               THE PENDING CURSOR, SO IT NEVER APPLIES.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *        ** the destination site, appended past the original
      *        ** shape - spaces leaves the work location unchanged
           10 WS-XFR-TO-LOCATION      PIC X(2).
      *        ** the line manager's approval stamp COBSV010 files -
      *        ** carried so the CMD-CODE 4 whole-row change below
      *        ** keeps it on the applied transfer
           10 WS-XFR-APPR-OPID        PIC X(3).
           10 WS-XFR-APPR-DATE        PIC 9(6).

       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.

           OPEN OUTPUT TRANSFER-REPORT-FILE.


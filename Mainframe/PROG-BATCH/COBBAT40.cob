           10 WS-ATT-OUT-TIME         PIC 9(4).
           10 WS-ATT-OT-HOURS         PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-ATT-OT-APPROVED      PIC X(1).
      *        ** the employee's election for the day's overtime -
      *        ** P (or the space a fresh load carries) = paid, B =
      *        ** banked as comp-off - set on COBCIO34 with the
      *        ** approval
           10 WS-ATT-OT-ELECT         PIC X(1).

       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           MOVE BX-CODE   TO WS-ATT-CODE.
           MOVE ZERO      TO WS-ATT-OT-HOURS.
           MOVE SPACE     TO WS-ATT-OT-APPROVED.
           MOVE SPACE     TO WS-ATT-OT-ELECT.
           IF  BX-IN-TIME IS NUMERIC AND BX-OUT-TIME IS NUMERIC
           AND BX-OUT-TIME > BX-IN-TIME
               MOVE BX-IN-TIME  TO WS-ATT-IN-TIME

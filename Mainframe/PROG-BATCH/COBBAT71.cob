           10 WS-RQN-RAISED-DATE      PIC 9(6).
           10 WS-RQN-MAKER-OPID       PIC X(3).
           10 WS-RQN-APPR-OPID        PIC X(3).
      *        ** carried so a rewrite keeps the expected start
           10 WS-RQN-START-YM         PIC 9(6).
       01  WS-RQN-CURSOR-SWITCH            PIC X.
           88  WS-RQN-CURSOR-DONE              VALUE "Y".
       01  WS-RQN-FOUND-SWITCH             PIC X.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE


           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.
           CALL "COBBUSDT" USING WS-RUN-DATE.

           MOVE 1 TO CMD-CODE.
           MOVE CHECKPOINT-RECORD TO DATA-IN.

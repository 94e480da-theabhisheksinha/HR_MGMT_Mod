           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO COBDATE-DATE.
           MOVE "YYMMDD"    TO COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"     TO COBDATE-OUTPUT-FORMAT.

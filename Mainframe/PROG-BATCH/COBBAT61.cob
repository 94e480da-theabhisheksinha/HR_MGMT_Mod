           END-IF.
           COMPUTE WS-ESCALATE-DAYS = WS-STALE-DAYS-THRESHOLD * 2.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO COBDATE-DATE.
           MOVE "YYMMDD"    TO COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"     TO COBDATE-OUTPUT-FORMAT.

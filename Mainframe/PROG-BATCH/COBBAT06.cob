               END-IF
           END-IF.

           CALL "COBBUSDT" USING WS-RUN-DATE.

           MOVE WS-RUN-DATE          TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.

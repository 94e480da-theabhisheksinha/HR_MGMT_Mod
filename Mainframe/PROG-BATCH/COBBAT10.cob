               END-IF
           END-IF.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-YY TO WS-RDI-YY.
           MOVE WS-RUN-MM TO WS-RDI-MM.
           MOVE WS-RUN-DD TO WS-RDI-DD.

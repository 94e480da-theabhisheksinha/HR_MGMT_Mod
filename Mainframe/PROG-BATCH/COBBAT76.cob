               MOVE WS-THRESHOLD-CARD TO WS-ALERT-DAYS
           END-IF.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-ITEM-DATE.
           PERFORM 600-ITEM-DATE-TO-JULIAN THRU 600-EXIT.
           MOVE WS-ITEM-JULIAN TO WS-RUN-DATE-JULIAN.

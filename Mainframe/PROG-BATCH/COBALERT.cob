
       000-MAIN-LOGIC.

           CALL "COBBUSDT" USING WS-RUN-DATE.

      *    ** today's escalation threshold off the central parameter
      *    ** file - the compiled-in default stands when no row is on

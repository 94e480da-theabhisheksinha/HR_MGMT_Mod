      *               (COBBAT18) PROVES LAST NIGHT'S RUNS AGAINST.
      *               SAME OPEN-EXTEND/WRITE/CLOSE-PER-CALL IDIOM AS
      *               COBCIO50's CUSTOMER-AUDIT-FILE.
      *               THE RUN DATE IS THE BUSINESS DATE OFF COBBUSDT,
      *               NOT THE SYSTEM CLOCK, UNLESS THE CALLER HAS
      *               ALREADY STAMPED THE DATE IT PROCESSED - COBBAT17
      *               LOGS ITSELF AFTER ADVANCING THE CONTROL RECORD,
      *               SO IT HANDS IN THE DATE IT ACTUALLY WORKED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------

       000-MAIN-LOGIC.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           IF  WS-RC-RUN-DATE IS NOT NUMERIC
           OR  WS-RC-RUN-DATE = ZERO
               CALL "COBBUSDT" USING WS-RUN-DATE
               MOVE WS-RUN-DATE     TO  WS-RC-RUN-DATE
           END-IF.
           MOVE WS-TIME-HHMMSS      TO  WS-RC-END-TIME.

           OPEN EXTEND RUN-LOG-FILE.

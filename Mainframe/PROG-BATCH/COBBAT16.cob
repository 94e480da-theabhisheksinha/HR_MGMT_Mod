
      *    ** the budget year is the run year, same windowing as
      *    ** every other date site here
           CALL "COBBUSDT" USING WS-BUDGET-RUN-DATE.
           IF  WS-BUDGET-RUN-YY < 50 THEN
               COMPUTE WS-BUDGET-YEAR = 2000 + WS-BUDGET-RUN-YY
           ELSE

      *               KNOWS WHAT EACH PROJECT'S STAFFING COSTS, AND
      *               THE PROJECT MASTER CARRIES WS-PRJ-CUST-NO - BUT
      *               NOBODY PUT THE THREE TOGETHER. MONTHLY, THIS RUN
      *               ROLLS THE TRAILING TWELVE MONTHS OF REVENUE (NET
      *               OF COBBAT85 CREDIT NOTES) AND
      *               LABOR COST UP PER CUSTOMER (PROJECT TO CUSTOMER
      *               OFF APITPPRJ), COMPUTES THE MARGIN, MARKS THE
      *               TREND (LATEST SIX MONTHS AGAINST THE SIX
      *               BEFORE), AND PRINTS WORST-MARGIN-FIRST - SO
      *               ACCOUNT MANAGEMENT STOPS RENEWING LOSS-MAKING
      *               ENGAGEMENTS ON GUT FEEL. REVENUE BILLED IN A
      *               FOREIGN CURRENCY COUNTS AT ITS HOME EQUIVALENT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  IR-AMOUNT                   PIC 9(9)V9(2).
           03  FILLER                      PIC X(2).
           03  IR-STATUS                   PIC X(8).
      *        ** the COBBAT83 cash application tail
           03  FILLER                      PIC X(21).
      *        ** the COBBAT85 credit note tail
           03  FILLER                      PIC X(38).
      *        ** the currency tail - a foreign-currency row carries
      *        ** its home equivalent, which the margin is worked in
           03  FILLER                      PIC X(2).
           03  IR-CURRENCY                 PIC X(3).
           03  FILLER                      PIC X(2).
           03  IR-HOME-AMOUNT              PIC 9(9)V9(2).

       FD  PROJECT-COST-FILE
           RECORDING MODE IS F.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
                       PERFORM 250-SET-MONTHS-BACK
                       IF  WS-MONTHS-BACK < 12
                       AND WS-MONTHS-BACK NOT < 0
                           IF  IR-CURRENCY > SPACES
                           AND IR-HOME-AMOUNT IS NUMERIC
                               MOVE IR-HOME-AMOUNT TO WS-SIGNED-AMOUNT
                           ELSE
                               MOVE IR-AMOUNT TO WS-SIGNED-AMOUNT
                           END-IF
      *                    ** a credit note takes the revenue back
                           IF  IR-STATUS = "CREDIT  "
                               COMPUTE WS-SIGNED-AMOUNT =
                                       ZERO - WS-SIGNED-AMOUNT
                           END-IF
                           MOVE IR-CUST-NO TO WS-JOIN-CUST-NO
                           PERFORM 400-POST-TO-CUSTOMER THRU 400-EXIT
                       END-IF

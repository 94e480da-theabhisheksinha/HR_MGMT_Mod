      *               (NEW APITPTSA CMD-CODE 5 UNFILTERED CURSOR),
      *               ROLLS BOOKED DAYS UP BY PROJECT AND MONTH, NETS
      *               OFF EVERY PROJECT/MONTH THE CUMULATIVE COBBAT37
      *               INVOICE REGISTER SHOWS BILLED (DAY FOR DAY, SO
      *               DAYS A COBBAT85 CREDIT NOTE GAVE BACK COUNT AS
      *               UNBILLED AGAIN), PRICES WHAT
      *               REMAINS OFF THE SAME RATE CARD THE BILLING RUN
      *               USES (PROJECT DEFAULT RATE - THE LEAKAGE FIGURE
      *               WANTS A VALUE, NOT AN INVOICE), AND REPORTS
      *               UNBILLED DAYS AND VALUE BY PROJECT WITH THE AGE
      *               IN MONTHS - SO REVENUE LEAKAGE IS A NUMBER
      *               INSTEAD OF A SUSPICION. DAYS BOOKED TO A
      *               FIXED-PRICE PROJECT ARE LEFT OUT: COBBAT37 BILLS
      *               THOSE BY MILESTONE, SO THEIR DAYS ARE NEVER
      *               UNBILLED WORK.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  IR-AMOUNT                   PIC 9(9)V9(2).
           03  FILLER                      PIC X(2).
           03  IR-STATUS                   PIC X(8).
      *        ** the COBBAT83 cash application tail
           03  FILLER                      PIC X(21).
      *        ** the COBBAT85 credit note tail
           03  FILLER                      PIC X(15).
           03  IR-BILLED-DAYS              PIC 9(5)V9(2).
           03  FILLER                      PIC X(2).
           03  IR-WORK-YEARMONTH           PIC X(6).
           03  FILLER                      PIC X(8).
      *        ** the currency tail - not wanted here
           03  FILLER                      PIC X(18).

       FD  RATE-CARD-FILE
           RECORDING MODE IS F.
           10 WS-TSA-YEARMONTH        PIC X(6).
           10 WS-TSA-ACTUAL-DAYS      PIC S9(3)V9(2) USAGE COMP-3.

      *    ** the project master - only the billing type is wanted
       01  PROJ-MASTER-RECORD.
           10 WS-PRJ-PROJ-NO          PIC X(6).
           10 FILLER                  PIC X(65).
           10 WS-PRJ-BUDGET           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PRJ-BILL-TYPE        PIC X(1).
               88  WS-PRJ-FIXED-PRICE     VALUE "F".
           10 WS-PRJ-OWNER-EMP-NO     PIC X(6).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the billed project/month pairs off the register, with
      *    ** the days billed net of credit notes - a row cut before
      *    ** the register carried days bills the whole month
       01  WS-BILLED-TABLE.
           03  WS-BILLED-ENTRY OCCURS 500 TIMES
                               INDEXED BY BILL-IX.
               05  WS-BL-PROJ-NO           PIC X(6).
               05  WS-BL-YEARMONTH         PIC X(6).
               05  WS-BL-DAYS              PIC S9(5)V9(2) COMP-3.
               05  WS-BL-WHOLE-SWITCH      PIC X.
                   88  WS-BL-WHOLE-MONTH       VALUE "Y".
       01  WS-BILLED-COUNT                 PIC S9(4) COMP VALUE +0.
       01  WS-BILLED-SWITCH                PIC X.
           88  WS-BILLED                       VALUE "Y".
       01  WS-ROW-YEARMONTH                PIC X(6).
       01  WS-ROW-DAYS                     PIC S9(5)V9(2) COMP-3.
       01  WS-UNBILLED-DAYS                PIC S9(5)V9(2) COMP-3.

      *    ** the rate card - the project default (blank grade) rate
      *    ** values the unbilled days
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       PERFORM 155-NET-ONE-ROW THRU 155-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-FILE.
       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 155-NET-ONE-ROW - ROLL ONE REGISTER ROW INTO ITS PROJECT/WORK
      *    MONTH. A COBBAT85 CREDIT LINE GIVES ITS DAYS BACK.
      *-----------------------------------------------------------------
       155-NET-ONE-ROW.

           IF  IR-WORK-YEARMONTH > SPACES
               MOVE IR-WORK-YEARMONTH TO WS-ROW-YEARMONTH
           ELSE
               MOVE IR-BILL-YEARMONTH TO WS-ROW-YEARMONTH
           END-IF.

           MOVE "N" TO WS-BILLED-SWITCH.
           PERFORM VARYING BILL-IX FROM 1 BY 1
                   UNTIL BILL-IX > WS-BILLED-COUNT
                   OR WS-BILLED
               IF  WS-BL-PROJ-NO (BILL-IX) = IR-PROJ-NO
               AND WS-BL-YEARMONTH (BILL-IX) = WS-ROW-YEARMONTH
                   SET WS-BILLED TO TRUE
               END-IF
           END-PERFORM.

           IF  WS-BILLED THEN
               SET BILL-IX DOWN BY 1
           ELSE
               IF  WS-BILLED-COUNT NOT < 500 THEN
                   GO TO 155-EXIT
               END-IF
               ADD 1 TO WS-BILLED-COUNT
               SET BILL-IX TO WS-BILLED-COUNT
               MOVE IR-PROJ-NO       TO WS-BL-PROJ-NO (BILL-IX)
               MOVE WS-ROW-YEARMONTH TO WS-BL-YEARMONTH (BILL-IX)
               MOVE ZERO             TO WS-BL-DAYS (BILL-IX)
               MOVE "N"              TO WS-BL-WHOLE-SWITCH (BILL-IX)
           END-IF.

           IF  IR-BILLED-DAYS IS NOT NUMERIC THEN
               SET WS-BL-WHOLE-MONTH (BILL-IX) TO TRUE
               GO TO 155-EXIT
           END-IF.
           MOVE IR-BILLED-DAYS TO WS-ROW-DAYS.
           IF  IR-STATUS = "CREDIT  " THEN
               SUBTRACT WS-ROW-DAYS FROM WS-BL-DAYS (BILL-IX)
           ELSE
               ADD WS-ROW-DAYS TO WS-BL-DAYS (BILL-IX)
           END-IF.

       155-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 160-LOAD-RATE-CARD - SAME CARDS THE BILLING RUN LOADS.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       600-REPORT-ONE-BUCKET.

      *    ** a fixed-price project is billed by milestone, not by
      *    ** the day
           MOVE SPACES                 TO PROJ-MASTER-RECORD.
           MOVE WS-WP-PROJ-NO (WIP-IX) TO WS-PRJ-PROJ-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PROJ-MASTER-RECORD TO DATA-IN.
           CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT TO PROJ-MASTER-RECORD
               IF  WS-PRJ-FIXED-PRICE THEN
                   GO TO 600-EXIT
               END-IF
           END-IF.

           MOVE "N" TO WS-BILLED-SWITCH.
           MOVE WS-WP-DAYS (WIP-IX) TO WS-UNBILLED-DAYS.
           PERFORM VARYING BILL-IX FROM 1 BY 1
                   UNTIL BILL-IX > WS-BILLED-COUNT
                   OR WS-BILLED
               AND WS-BL-YEARMONTH (BILL-IX)
                       = WS-WP-YEARMONTH (WIP-IX)
                   SET WS-BILLED TO TRUE
                   IF  WS-BL-WHOLE-MONTH (BILL-IX) THEN
                       MOVE ZERO TO WS-UNBILLED-DAYS
                   ELSE
                       SUBTRACT WS-BL-DAYS (BILL-IX)
                           FROM WS-UNBILLED-DAYS
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-UNBILLED-DAYS NOT > ZERO THEN
               GO TO 600-EXIT
           END-IF.


           IF  WS-RATE-FOUND THEN
               COMPUTE WS-WIP-VALUE ROUNDED =
                       WS-UNBILLED-DAYS * WS-APPLIED-RATE
           ELSE
               MOVE ZERO TO WS-WIP-VALUE
           END-IF.
           ADD 1 TO WS-WIP-LINE-COUNT.
           MOVE WS-WP-PROJ-NO (WIP-IX)   TO WP-PROJ-NO.
           MOVE WS-WP-YEARMONTH (WIP-IX) TO WP-YEARMONTH.
           MOVE WS-UNBILLED-DAYS         TO WP-DAYS.
           MOVE WS-WIP-VALUE             TO WP-VALUE.
           MOVE WS-AGE-MONTHS            TO WP-AGE-MONTHS.
           IF  WS-RATE-FOUND THEN

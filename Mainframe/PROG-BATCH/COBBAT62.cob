      *               PAYS IT OUT IN THE NET. A REGISTER LISTS EVERY
      *               EMPLOYEE PRICED AND EVERY ONE HELD FOR A
      *               MISSING RATE.
      *               HOURS THE EMPLOYEE ELECTED TO BANK (B ON THE
      *               COBCIO34 DAY) ARE NOT PAID - THEY ADD TO THE
      *               HOURS CARRIED FROM LAST MONTH AND CONVERT TO
      *               WHOLE COMPENSATORY DAYS OFF AT THE COMPHRSDAY
      *               PARAMETER (HOURS TO THE DAY, 8 BY DEFAULT), THE
      *               REMAINDER CARRYING ON THE OVERTIME MONTH. A DAY
      *               PRESENT ON A COBCIO35 HOLIDAY FOR THE EMPLOYEE'S
      *               LOCATION EARNS ONE DAY OFF IN LIEU. THE MONTH'S
      *               DAYS GO ON THE NEW APITPCMP COMP-OFF GRANT FILE
      *               (CMD-CODE 1 READ BY EMP+MONTH, 2 ADD, 3 CHANGE,
      *               4 PER-EMPLOYEE CURSOR IN GRANT ORDER) WITH A USE-
      *               BY DATE COMPEXPDAYS (90 BY DEFAULT) DAYS OUT,
      *               WHICH THE COBBATA8 EXPIRY JOB FORFEITS AGAINST,
      *               AND THE FOLLOWING MONTH'S TYPE C (COMP-OFF) ROW
      *               ON THE LEAVE LEDGER IS WRITTEN (OR REPLACED ON A
      *               RERUN) SO THE DAYS CAN BE REQUESTED ON COBCIO14
      *               AND APPROVED LIKE ANY OTHER LEAVE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  OG-OT-AMOUNT                PIC ZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  OG-REMARK                   PIC X(24).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  OG-COMP-DAYS                PIC ZZ9.

       WORKING-STORAGE SECTION.

           10 WS-ATT-OT-HOURS         PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-ATT-OT-APPROVED      PIC X(1).
               88  WS-ATT-OT-OK           VALUE "Y".
      *        ** P (or space) = paid, B = banked as comp-off
           10 WS-ATT-OT-ELECT         PIC X(1).
               88  WS-ATT-OT-BANKED       VALUE "B".

      *    ** the job code finds the grade, the location the holidays
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  FILLER                      PIC X(163).
           03  WS-EMP-JOB                  PIC X(8).
           03  WS-EMP-LOCATION             PIC X(2).
           03  FILLER                      PIC X(21).

      *    ** the COBCIO35 holiday master - APITPHOL CMD-CODE 1 READ
      *    ** BY DATE+LOCATION, SAME AS COBWDAYS
       01  HOLIDAY-RECORD.
           10 WS-HOL-DATE             PIC 9(6).
           10 WS-HOL-LOCATION         PIC X(2).
           10 WS-HOL-DESC             PIC X(20).

      *    ** the job/position master COBCIO27 maintains
       01  JOB-MASTER-RECORD.
           10 WS-OTM-PYEARMONTH       PIC X(6).
           10 WS-OTM-HOURS            PIC S9(4)V9(2) USAGE COMP-3.
           10 WS-OTM-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
      *        ** comp-off tail - the month's banked hours, the hours
      *        ** left over after conversion (next month starts from
      *        ** them), and the days earned from overtime and from
      *        ** holiday work
           10 WS-OTM-BANK-HOURS       PIC S9(4)V9(2) USAGE COMP-3.
           10 WS-OTM-CARRY-HOURS      PIC S9(4)V9(2) USAGE COMP-3.
           10 WS-OTM-COMP-DAYS        PIC S9(4) USAGE COMP.
           10 WS-OTM-HOL-DAYS         PIC S9(4) USAGE COMP.

      *    ** one month's comp-off grant on the APITPCMP gateway -
      *    ** the days stay usable until the expiry date, after which
      *    ** COBBATA8 forfeits whatever is left of them (oldest
      *    ** grant used first) and closes the grant
       01  COMP-OFF-GRANT-RECORD.
           10 WS-CMP-EMP-NO           PIC X(6).
           10 WS-CMP-GRANT-YM         PIC X(6).
           10 WS-CMP-DAYS             PIC S9(4) USAGE COMP.
           10 WS-CMP-OT-DAYS          PIC S9(4) USAGE COMP.
           10 WS-CMP-HOL-DAYS         PIC S9(4) USAGE COMP.
           10 WS-CMP-GRANT-DATE       PIC 9(6).
           10 WS-CMP-EXPIRY-DATE      PIC 9(6).
           10 WS-CMP-FORFEIT-DAYS     PIC S9(4) USAGE COMP.
           10 WS-CMP-STATUS           PIC X(1).
               88  WS-CMP-OPEN            VALUE "O".
               88  WS-CMP-EXPIRED         VALUE "E".

      *    ** same LEAVE-MASTER-RECORD shape as COBCIO14 - comp-off
      *    ** is leave type C, with its own accrual chain
       01  LEAVE-MASTER-RECORD.
           10 WS-EMP-NO               PIC X(6).
           10 WS-LYEARMONTH           PIC X(6).
           10 WS-LAVAILABLE           PIC S9(4) USAGE COMP.
           10 WS-LTAKEN               PIC S9(4) USAGE COMP.
           10 WS-LBALANCE             PIC S9(4) USAGE COMP.
           10 WS-WORKINGDAYS          PIC S9(4) USAGE COMP.
           10 WS-LDAYSREQ             PIC S9(4) USAGE COMP.
           10 WS-LSTATUS              PIC X(1).
               88  WS-LEAVE-APPROVED      VALUE "A".
               88  WS-LEAVE-FORFEITED     VALUE "F".
           10 WS-LTYPE                PIC X(1).
           10 WS-LAPPROVER            PIC X(3).
           10 WS-LREQ-DATE            PIC 9(6).
           10 WS-LSTART-DATE          PIC 9(6).
      *    ** the next month's comp-off row, held aside while the
      *    ** ledger cursor walks on to exhaustion
       01  LEAVE-ROW-HOLD                  PIC X(200).

      *    ** central operating parameters off the APITPPRM gateway
      *    ** (CMD-CODE 1 READ BY PROGRAM+NAME, LATEST EFFECTIVE) -
      *    ** the compiled-in default stands when no row is on file
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
           88  WS-EMP-OPEN                     VALUE "Y".
       01  WS-OTM-FOUND-SWITCH             PIC X.
           88  WS-OTM-FOUND                    VALUE "Y".
       01  WS-PAID-HELD-SWITCH             PIC X.
           88  WS-PAID-HELD                    VALUE "Y".

      *    ** the comp-off side of the month - banked hours plus last
      *    ** month's carry convert at the hours-to-the-day rate
       01  WS-COMP-HOURS-PER-DAY           PIC S9(3)V9(2) COMP-3
                                           VALUE +8.
       01  WS-COMP-EXPIRY-DAYS             PIC S9(4) COMP VALUE +90.
       01  WS-EMP-BANK-HOURS               PIC S9(4)V9(2) COMP-3.
       01  WS-EMP-HOL-DAYS                 PIC S9(4) COMP.
       01  WS-PRIOR-CARRY-HOURS            PIC S9(4)V9(2) COMP-3.
       01  WS-BANK-TOTAL-HOURS             PIC S9(4)V9(2) COMP-3.
       01  WS-EMP-COMP-DAYS                PIC S9(4) COMP.
       01  WS-EMP-CARRY-HOURS              PIC S9(4)V9(2) COMP-3.
       01  WS-EMP-EARNED-DAYS              PIC S9(4) COMP.
       01  WS-CMP-FOUND-SWITCH             PIC X.
           88  WS-CMP-FOUND                    VALUE "Y".
       01  WS-CMP-CURSOR-SWITCH            PIC X.
           88  WS-CMP-CURSOR-DONE              VALUE "Y".
       01  WS-LEAVE-CURSOR-SWITCH          PIC X.
           88  WS-LEAVE-CURSOR-DONE            VALUE "Y".
       01  WS-NEXT-ROW-SWITCH              PIC X.
           88  WS-NEXT-ROW-FOUND               VALUE "Y".
       01  WS-GRANTED-DAYS                 PIC S9(5) COMP.
       01  WS-USED-DAYS                    PIC S9(5) COMP.
       01  WS-COMP-AVAILABLE               PIC S9(5) COMP.
       01  WS-STEP-COUNT                   PIC S9(4) COMP.

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-PAY-YM-MM                PIC 9(2).
      *    ** the cursor key carries yymm, matching the day records
       01  WS-AGG-YYMM                     PIC 9(4).
      *    ** last month (where the carried hours come from) and next
      *    ** month (the ledger month the new days can be taken in)
       01  WS-PRIOR-YEARMONTH              PIC X(6).
       01  WS-PRIOR-YM-R REDEFINES WS-PRIOR-YEARMONTH.
           03  WS-PRIOR-YM-YYYY            PIC 9(4).
           03  WS-PRIOR-YM-MM              PIC 9(2).
       01  WS-NEXT-YEARMONTH               PIC X(6).
       01  WS-NEXT-YM-R REDEFINES WS-NEXT-YEARMONTH.
           03  WS-NEXT-YM-YYYY             PIC 9(4).
           03  WS-NEXT-YM-MM               PIC 9(2).

      *    ** the use-by date, stepped forward a day at a time from
      *    ** the run date
       01  WS-CURR-DATE                    PIC 9(6).
       01  WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
           03  WS-CURR-YY                  PIC 99.
           03  WS-CURR-MM                  PIC 99.
           03  WS-CURR-DD                  PIC 99.
       01  WS-CURR-YYYY                    PIC 9(4).
       01  WS-EXPIRY-DATE                  PIC 9(6).
       01  WS-MONTH-DAYS-TABLE.
           03  FILLER                      PIC X(24)
                   VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-DAYS-THIS-MONTH              PIC 99.
       01  WS-DIV-QUOT                     PIC S9(4) COMP.
       01  WS-LEAP-WORK                    PIC S9(4) COMP.

       01  WS-RATE-EOF-SWITCH              PIC X VALUE "N".
           88  WS-RATE-EOF                     VALUE "Y".
       01  WS-DAY-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-PRICED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-HELD-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-BANKED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-COMP-DAYS-TOTAL              PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE RUN MONTH (THE PAY MONTH
      *    COBBAT21 IS ABOUT TO BUILD) AND ITS NEIGHBOURS, THE COMP-OFF
      *    USE-BY DATE AND PARAMETERS, AND OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
           MOVE WS-RUN-MM   TO WS-PAY-YM-MM.
           COMPUTE WS-AGG-YYMM = (WS-RUN-YY * 100) + WS-RUN-MM.

           MOVE WS-PAY-YEARMONTH TO WS-PRIOR-YEARMONTH.
           IF  WS-PRIOR-YM-MM = 1 THEN
               MOVE 12 TO WS-PRIOR-YM-MM
               SUBTRACT 1 FROM WS-PRIOR-YM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-YM-MM
           END-IF.
           MOVE WS-PAY-YEARMONTH TO WS-NEXT-YEARMONTH.
           IF  WS-NEXT-YM-MM = 12 THEN
               MOVE 1 TO WS-NEXT-YM-MM
               ADD 1 TO WS-NEXT-YM-YYYY
           ELSE
               ADD 1 TO WS-NEXT-YM-MM
           END-IF.

      *    ** COMPHRSDAY - overtime hours that make one day off;
      *    ** COMPEXPDAYS - calendar days a grant stays usable
           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBAT62"     TO WS-PRM-PROGRAM.
           MOVE "COMPHRSDAY"   TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-COMP-HOURS-PER-DAY
               END-IF
           END-IF.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBAT62"     TO WS-PRM-PROGRAM.
           MOVE "COMPEXPDAYS"  TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-COMP-EXPIRY-DAYS
               END-IF
           END-IF.

           MOVE WS-RUN-DATE TO WS-CURR-DATE.
           PERFORM 710-STEP-TO-NEXT-DAY THRU 710-EXIT
                   WS-COMP-EXPIRY-DAYS TIMES.
           MOVE WS-CURR-DATE TO WS-EXPIRY-DATE.

           OPEN INPUT  OT-RATE-FILE.
           OPEN OUTPUT OT-REGISTER-FILE.

                       END-IF
                       MOVE WS-ATT-EMP-NO TO WS-CURR-EMP-NO
                       MOVE ZERO          TO WS-EMP-OT-HOURS
                       MOVE ZERO          TO WS-EMP-BANK-HOURS
                       MOVE ZERO          TO WS-EMP-HOL-DAYS
                       MOVE "Y"           TO WS-EMP-OPEN-SWITCH
                       PERFORM 250-READ-EMPLOYEE-LOCATION
                   END-IF
      *            ** only hours a supervisor has signed off count -
      *            ** paid or banked as the employee elected
                   IF  WS-ATT-OT-OK
                   AND WS-ATT-OT-HOURS > ZERO
                       IF  WS-ATT-OT-BANKED THEN
                           ADD WS-ATT-OT-HOURS TO WS-EMP-BANK-HOURS
                       ELSE
                           ADD WS-ATT-OT-HOURS TO WS-EMP-OT-HOURS
                       END-IF
                   END-IF
      *            ** present on a holiday earns a day off in lieu
                   IF  WS-ATT-CODE = "P" THEN
                       PERFORM 300-CHECK-HOLIDAY-WORKED
                   END-IF
      *            ** restore the cursor command and key after the
      *            ** close-out reused them
           EXIT.

      *-----------------------------------------------------------------
      * 250-READ-EMPLOYEE-LOCATION - THE EMPLOYEE'S SITE DECIDES WHICH
      *    HOLIDAYS ARE THEIRS. NO MASTER ROW LEAVES A BLANK LOCATION,
      *    SO ONLY COMPANY-WIDE HOLIDAYS COUNT.
      *-----------------------------------------------------------------
       250-READ-EMPLOYEE-LOCATION.

           MOVE SPACES         TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-CURR-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
           ELSE
               MOVE SPACES   TO WS-EMP-LOCATION
           END-IF.

      *-----------------------------------------------------------------
      * 300-CHECK-HOLIDAY-WORKED - A PRESENT DAY THAT IS ON THE HOLIDAY
      *    MASTER FOR THE EMPLOYEE'S LOCATION IS ONE COMP-OFF DAY.
      *-----------------------------------------------------------------
       300-CHECK-HOLIDAY-WORKED.

           MOVE SPACES          TO HOLIDAY-RECORD.
           MOVE WS-ATT-DATE     TO WS-HOL-DATE.
           MOVE WS-EMP-LOCATION TO WS-HOL-LOCATION.
           MOVE 1 TO CMD-CODE.
           MOVE HOLIDAY-RECORD TO DATA-IN.
           CALL "APITPHOL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               ADD 1 TO WS-EMP-HOL-DAYS
           END-IF.

      *-----------------------------------------------------------------
      * 400-CLOSE-ONE-EMPLOYEE - PRICE THE MONTH'S APPROVED PAID HOURS
      *    AT THE GRADE RATE AND BOOK THEM FOR THE PAYROLL RUN. NO RATE
      *    ANYWHERE - NOT EVEN A DEFAULT CARD - HOLDS THE PAID HOURS ON
      *    THE REGISTER INSTEAD OF GUESSING A NUMBER. BANKED HOURS AND
      *    HOLIDAY WORK THEN TURN INTO COMP-OFF DAYS, WHICH NEED NO
      *    RATE AT ALL.
      *-----------------------------------------------------------------
       400-CLOSE-ONE-EMPLOYEE.

           MOVE ZERO TO WS-EMP-OT-AMOUNT.
           MOVE ZERO TO WS-APPLIED-RATE.
           MOVE "N"  TO WS-PAID-HELD-SWITCH.

           IF  WS-EMP-OT-HOURS > ZERO THEN
               PERFORM 500-FIND-EMPLOYEE-RATE THRU 500-EXIT
               IF  WS-RATE-FOUND THEN
                   COMPUTE WS-EMP-OT-AMOUNT ROUNDED =
                           WS-EMP-OT-HOURS * WS-APPLIED-RATE
               ELSE
                   SET WS-PAID-HELD TO TRUE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-CURR-EMP-NO  TO OG-EMP-NO
                   MOVE WS-EMP-OT-HOURS TO OG-OT-HOURS
                   MOVE ZERO            TO OG-HOURLY-RATE
                   MOVE ZERO            TO OG-OT-AMOUNT
                   MOVE "NO RATE FOR GRADE - HELD" TO OG-REMARK
                   MOVE ZERO            TO OG-COMP-DAYS
                   WRITE OT-REGISTER-RECORD
               END-IF
           END-IF.

           PERFORM 420-CONVERT-BANKED-HOURS.

           IF  WS-EMP-OT-AMOUNT NOT > ZERO
           AND WS-EMP-BANK-HOURS NOT > ZERO
           AND WS-EMP-HOL-DAYS NOT > ZERO
           AND WS-PRIOR-CARRY-HOURS NOT > ZERO
               GO TO 400-ROLL-LEDGER
           END-IF.

      *    ** a rerun replaces its own booking, never doubles it
           MOVE "N"              TO WS-OTM-FOUND-SWITCH.

           MOVE WS-CURR-EMP-NO   TO WS-OTM-EMP-NO.
           MOVE WS-PAY-YEARMONTH TO WS-OTM-PYEARMONTH.
      *    ** held hours are not booked - nothing is paid on them
           IF  WS-PAID-HELD THEN
               MOVE ZERO            TO WS-OTM-HOURS
           ELSE
               MOVE WS-EMP-OT-HOURS TO WS-OTM-HOURS
           END-IF.
           MOVE WS-EMP-OT-AMOUNT   TO WS-OTM-AMOUNT.
           MOVE WS-EMP-BANK-HOURS  TO WS-OTM-BANK-HOURS.
           MOVE WS-EMP-CARRY-HOURS TO WS-OTM-CARRY-HOURS.
           MOVE WS-EMP-COMP-DAYS   TO WS-OTM-COMP-DAYS.
           MOVE WS-EMP-HOL-DAYS    TO WS-OTM-HOL-DAYS.
           IF  WS-OTM-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               GO TO 400-EXIT
           END-IF.

           IF  WS-EMP-OT-AMOUNT > ZERO THEN
               ADD 1 TO WS-PRICED-COUNT
               MOVE WS-CURR-EMP-NO   TO OG-EMP-NO
               MOVE WS-EMP-OT-HOURS  TO OG-OT-HOURS
               MOVE WS-APPLIED-RATE  TO OG-HOURLY-RATE
               MOVE WS-EMP-OT-AMOUNT TO OG-OT-AMOUNT
               MOVE SPACES           TO OG-REMARK
               MOVE ZERO             TO OG-COMP-DAYS
               WRITE OT-REGISTER-RECORD
           END-IF.

           PERFORM 440-FILE-COMP-OFF-GRANT THRU 440-EXIT.

       400-ROLL-LEDGER.
           PERFORM 600-ROLL-COMP-OFF-LEDGER THRU 600-EXIT.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 420-CONVERT-BANKED-HOURS - THE MONTH'S BANKED HOURS PLUS WHAT
      *    LAST MONTH CARRIED MAKE WHOLE DAYS AT THE HOURS-TO-THE-DAY
      *    RATE - THE PART-DAY LEFT OVER CARRIES. HOLIDAYS WORKED ADD
      *    A DAY EACH ON TOP.
      *-----------------------------------------------------------------
       420-CONVERT-BANKED-HOURS.

           MOVE ZERO             TO WS-PRIOR-CARRY-HOURS.
           MOVE SPACES           TO OT-MONTH-RECORD.
           MOVE WS-CURR-EMP-NO   TO WS-OTM-EMP-NO.
           MOVE WS-PRIOR-YEARMONTH TO WS-OTM-PYEARMONTH.
           MOVE 1 TO CMD-CODE.
           MOVE OT-MONTH-RECORD TO DATA-IN.
           CALL "APITPOTM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO OT-MONTH-RECORD
      *        ** months booked before the comp-off tail carry none
               IF  WS-OTM-CARRY-HOURS IS NUMERIC THEN
                   MOVE WS-OTM-CARRY-HOURS TO WS-PRIOR-CARRY-HOURS
               END-IF
           END-IF.

           COMPUTE WS-BANK-TOTAL-HOURS =
                   WS-EMP-BANK-HOURS + WS-PRIOR-CARRY-HOURS.
           COMPUTE WS-EMP-COMP-DAYS =
                   WS-BANK-TOTAL-HOURS / WS-COMP-HOURS-PER-DAY.
           COMPUTE WS-EMP-CARRY-HOURS = WS-BANK-TOTAL-HOURS
                   - (WS-EMP-COMP-DAYS * WS-COMP-HOURS-PER-DAY).
           COMPUTE WS-EMP-EARNED-DAYS =
                   WS-EMP-COMP-DAYS + WS-EMP-HOL-DAYS.

      *-----------------------------------------------------------------
      * 440-FILE-COMP-OFF-GRANT - THE MONTH'S EARNED DAYS AS ONE GRANT
      *    ON APITPCMP, USABLE UNTIL THE EXPIRY DATE. A RERUN REPLACES
      *    THE DAYS BUT KEEPS WHATEVER COBBATA8 HAS ALREADY FORFEITED.
      *-----------------------------------------------------------------
       440-FILE-COMP-OFF-GRANT.

           MOVE "N"              TO WS-CMP-FOUND-SWITCH.
           MOVE SPACES           TO COMP-OFF-GRANT-RECORD.
           MOVE WS-CURR-EMP-NO   TO WS-CMP-EMP-NO.
           MOVE WS-PAY-YEARMONTH TO WS-CMP-GRANT-YM.
           MOVE 1 TO CMD-CODE.
           MOVE COMP-OFF-GRANT-RECORD TO DATA-IN.
           CALL "APITPCMP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO COMP-OFF-GRANT-RECORD
               SET WS-CMP-FOUND TO TRUE
           ELSE
               IF  WS-EMP-EARNED-DAYS NOT > ZERO THEN
                   GO TO 440-EXIT
               END-IF
               MOVE ZERO TO WS-CMP-FORFEIT-DAYS
               SET WS-CMP-OPEN TO TRUE
           END-IF.

           MOVE WS-CURR-EMP-NO     TO WS-CMP-EMP-NO.
           MOVE WS-PAY-YEARMONTH   TO WS-CMP-GRANT-YM.
           MOVE WS-EMP-EARNED-DAYS TO WS-CMP-DAYS.
           MOVE WS-EMP-COMP-DAYS   TO WS-CMP-OT-DAYS.
           MOVE WS-EMP-HOL-DAYS    TO WS-CMP-HOL-DAYS.
           MOVE WS-RUN-DATE        TO WS-CMP-GRANT-DATE.
           MOVE WS-EXPIRY-DATE     TO WS-CMP-EXPIRY-DATE.
           IF  WS-CMP-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE COMP-OFF-GRANT-RECORD TO DATA-IN.
           CALL "APITPCMP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT62 - COMP-OFF GRANT FAILED FOR "
                       WS-CURR-EMP-NO
               GO TO 440-EXIT
           END-IF.

           IF  WS-EMP-EARNED-DAYS > ZERO THEN
               ADD 1 TO WS-BANKED-COUNT
               ADD WS-EMP-EARNED-DAYS TO WS-COMP-DAYS-TOTAL
               MOVE WS-CURR-EMP-NO     TO OG-EMP-NO
               MOVE WS-EMP-BANK-HOURS  TO OG-OT-HOURS
               MOVE ZERO               TO OG-HOURLY-RATE
               MOVE ZERO               TO OG-OT-AMOUNT
               MOVE "BANKED AS COMP-OFF"   TO OG-REMARK
               MOVE WS-EMP-EARNED-DAYS TO OG-COMP-DAYS
               WRITE OT-REGISTER-RECORD
           END-IF.

       440-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-FIND-EMPLOYEE-RATE - EMPLOYEE TO JOB TO GRADE TO RATE,
      *    FALLING BACK TO THE DEFAULT CARD WHEN THE GRADE HAS NONE.
       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-ROLL-COMP-OFF-LEDGER - WRITE (OR ON A RERUN REPLACE) NEXT
      *    MONTH'S TYPE C ROW ON THE LEAVE LEDGER. AVAILABLE IS EVERY
      *    DAY EVER GRANTED LESS EVERY DAY ALREADY TAKEN OR FORFEITED
      *    UP TO THE RUN MONTH, SO IT IS RIGHT HOWEVER MANY TIMES THE
      *    MONTH IS RERUN; THE WORKINGDAYS SLOT CARRIES THE DAYS JUST
      *    EARNED, THE SAME ACCRUAL-INTO-THE-MONTH SHAPE COBBAT19
      *    RECONCILES. AN EMPLOYEE WITH NO GRANT ON FILE HAS NO COMP-
      *    OFF CHAIN AND IS SKIPPED.
      *-----------------------------------------------------------------
       600-ROLL-COMP-OFF-LEDGER.

           MOVE ZERO           TO WS-GRANTED-DAYS.
           MOVE "N"            TO WS-CMP-CURSOR-SWITCH.
           MOVE SPACES         TO COMP-OFF-GRANT-RECORD.
           MOVE WS-CURR-EMP-NO TO WS-CMP-EMP-NO.
           MOVE 4              TO CMD-CODE.

           PERFORM UNTIL WS-CMP-CURSOR-DONE
               MOVE COMP-OFF-GRANT-RECORD TO DATA-IN
               CALL "APITPCMP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CMP-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO COMP-OFF-GRANT-RECORD
                   ADD WS-CMP-DAYS TO WS-GRANTED-DAYS
                   MOVE WS-CURR-EMP-NO TO WS-CMP-EMP-NO
               END-IF
           END-PERFORM.

           IF  WS-GRANTED-DAYS NOT > ZERO THEN
               GO TO 600-EXIT
           END-IF.

      *    ** approved (A) and forfeited (F) comp-off requests up to
      *    ** the run month are the days used; next month's accrual
      *    ** row, if an earlier run wrote it, is held aside
           MOVE ZERO           TO WS-USED-DAYS.
           MOVE "N"            TO WS-LEAVE-CURSOR-SWITCH.
           MOVE "N"            TO WS-NEXT-ROW-SWITCH.
           MOVE SPACES         TO LEAVE-MASTER-RECORD.
           MOVE WS-CURR-EMP-NO TO WS-EMP-NO.
           MOVE 6              TO CMD-CODE.

           PERFORM UNTIL WS-LEAVE-CURSOR-DONE
               MOVE LEAVE-MASTER-RECORD TO DATA-IN
               CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-LEAVE-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO LEAVE-MASTER-RECORD
                   IF  WS-LTYPE = "C" THEN
                       IF  WS-LDAYSREQ > ZERO
                       AND WS-LYEARMONTH NOT > WS-PAY-YEARMONTH
                       AND (WS-LEAVE-APPROVED OR WS-LEAVE-FORFEITED)
                           ADD WS-LDAYSREQ TO WS-USED-DAYS
                       END-IF
                       IF  WS-LDAYSREQ = ZERO
                       AND WS-LYEARMONTH = WS-NEXT-YEARMONTH
                       AND NOT WS-NEXT-ROW-FOUND
                           SET WS-NEXT-ROW-FOUND TO TRUE
                           MOVE DATA-OUT TO LEAVE-ROW-HOLD
                       END-IF
                   END-IF
                   MOVE WS-CURR-EMP-NO TO WS-EMP-NO
               END-IF
           END-PERFORM.

           COMPUTE WS-COMP-AVAILABLE = WS-GRANTED-DAYS - WS-USED-DAYS.
           IF  WS-COMP-AVAILABLE < ZERO THEN
               MOVE ZERO TO WS-COMP-AVAILABLE
           END-IF.

           IF  WS-NEXT-ROW-FOUND THEN
               MOVE LEAVE-ROW-HOLD     TO LEAVE-MASTER-RECORD
               MOVE WS-COMP-AVAILABLE  TO WS-LAVAILABLE
               MOVE WS-EMP-EARNED-DAYS TO WS-WORKINGDAYS
               COMPUTE WS-LBALANCE = WS-LAVAILABLE - WS-LTAKEN
               MOVE 5 TO CMD-CODE
           ELSE
               IF  WS-COMP-AVAILABLE NOT > ZERO THEN
                   GO TO 600-EXIT
               END-IF
               MOVE SPACES             TO LEAVE-MASTER-RECORD
               MOVE WS-CURR-EMP-NO     TO WS-EMP-NO
               MOVE WS-NEXT-YEARMONTH  TO WS-LYEARMONTH
               MOVE WS-COMP-AVAILABLE  TO WS-LAVAILABLE
               MOVE ZERO               TO WS-LTAKEN
               MOVE WS-COMP-AVAILABLE  TO WS-LBALANCE
               MOVE WS-EMP-EARNED-DAYS TO WS-WORKINGDAYS
               MOVE ZERO               TO WS-LDAYSREQ
               SET WS-LEAVE-APPROVED   TO TRUE
               MOVE "C"                TO WS-LTYPE
               MOVE WS-RUN-DATE        TO WS-LREQ-DATE
               MOVE ZERO               TO WS-LSTART-DATE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE LEAVE-MASTER-RECORD TO DATA-IN.
           CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT62 - COMP-OFF LEDGER ROW FAILED FOR "
                       WS-CURR-EMP-NO
           END-IF.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 710-STEP-TO-NEXT-DAY - CALENDAR STEP WITH MONTH AND YEAR
      *    ROLLOVER, SAME AS COBWDAYS.
      *-----------------------------------------------------------------
       710-STEP-TO-NEXT-DAY.

           PERFORM 720-SET-DAYS-THIS-MONTH THRU 720-EXIT.
           ADD 1 TO WS-CURR-DD.
           IF  WS-CURR-DD > WS-DAYS-THIS-MONTH THEN
               MOVE 1 TO WS-CURR-DD
               ADD 1 TO WS-CURR-MM
               IF  WS-CURR-MM > 12 THEN
                   MOVE 1 TO WS-CURR-MM
                   ADD 1 TO WS-CURR-YY
               END-IF
           END-IF.

       710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 720-SET-DAYS-THIS-MONTH - MONTH LENGTH WITH THE FEBRUARY LEAP
      *    PATCH, SAME AS COBWDAYS.
      *-----------------------------------------------------------------
       720-SET-DAYS-THIS-MONTH.

           IF  WS-CURR-MM < 1 OR WS-CURR-MM > 12 THEN
               MOVE 31 TO WS-DAYS-THIS-MONTH
               GO TO 720-EXIT
           END-IF.
           MOVE WS-MONTH-DAYS (WS-CURR-MM) TO WS-DAYS-THIS-MONTH.
           IF  WS-CURR-MM = 2 THEN
               IF  WS-CURR-YY < 50 THEN
                   COMPUTE WS-CURR-YYYY = 2000 + WS-CURR-YY
               ELSE
                   COMPUTE WS-CURR-YYYY = 1900 + WS-CURR-YY
               END-IF
               DIVIDE WS-CURR-YYYY BY 4
                       GIVING WS-DIV-QUOT REMAINDER WS-LEAP-WORK
               IF  WS-LEAP-WORK = 0 THEN
                   DIVIDE WS-CURR-YYYY BY 100
                           GIVING WS-DIV-QUOT REMAINDER WS-LEAP-WORK
                   IF  WS-LEAP-WORK = 0 THEN
                       DIVIDE WS-CURR-YYYY BY 400
                               GIVING WS-DIV-QUOT
                               REMAINDER WS-LEAP-WORK
                       IF  WS-LEAP-WORK = 0 THEN
                           MOVE 29 TO WS-DAYS-THIS-MONTH
                       END-IF
                   ELSE
                       MOVE 29 TO WS-DAYS-THIS-MONTH
                   END-IF
               END-IF
           END-IF.

       720-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
           CLOSE OT-REGISTER-FILE.

           MOVE WS-DAY-COUNT    TO WS-RC-READ-COUNT.
           COMPUTE WS-RC-SELECT-COUNT =
                   WS-PRICED-COUNT + WS-BANKED-COUNT.
           COMPUTE WS-RC-WRITE-COUNT =
                   WS-PRICED-COUNT + WS-BANKED-COUNT.
           MOVE WS-HELD-COUNT   TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"      TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT62 - " WS-COUNT-DISPLAY
                   " HELD FOR A MISSING RATE".
           MOVE WS-BANKED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT62 - " WS-COUNT-DISPLAY
                   " EMPLOYEES GRANTED COMP-OFF".
           MOVE WS-COMP-DAYS-TOTAL TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT62 - " WS-COUNT-DISPLAY
                   " COMP-OFF DAYS GRANTED".

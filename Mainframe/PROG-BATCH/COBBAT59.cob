      *               LONGER WALK - CANNOT BOOK THE SAME ARREARS
      *               TWICE. EVERY BOOKING IS AUDITED THROUGH COBAUDIT
      *               AND PRINTED ON AN ARREARS REGISTER SEQUENCED
      *               WITH PER-DEPARTMENT CONTROL TOTALS. THE
      *               EMPLOYEE'S SPELLS ON THE JOB-HISTORY FILE
      *               (APITPJHS) ARE READ FIRST - A MONTH FROM A
      *               PROMOTION OR JOB CHANGE EFFECTIVE ON OR AFTER
      *               THE REVIEW'S EFFECTIVE MONTH WAS ALREADY PAID AT
      *               THE SALARY COBBAT99 SET FOR THE NEW JOB, SO IT
      *               OWES NO REVIEW ARREARS AND IS LEFT OUT. A
      *               REVIEW MOVES EMP-SALARY, AND ALLOWANCES ARE FIXED
      *               ASSIGNMENTS (APITPECA), SO THE WHOLE DIFFERENCE
      *               IS BASIC - THE ARREARS ARE COMPUTED AND BOOKED
      *               AGAINST THE BASIC COMPONENT ONLY, ONTO THE RUN
      *               MONTH'S BASC ROW ON APITPPEC AS WELL AS ITS PAY
      *               ROW, AND NO ALLOWANCE IS RESCALED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-STATDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.


      *    ** one row per spell in a job - APITPJHS CMD-CODE 4 IS THE
      *    ** PER-EMPLOYEE CURSOR, OLDEST SPELL FIRST
       01  JOB-HISTORY-RECORD.
           10 WS-JHS-EMP-NO           PIC X(6).
           10 WS-JHS-FROM-DATE        PIC 9(6).
           10 WS-JHS-FROM-DATE-R REDEFINES WS-JHS-FROM-DATE.
               15 WS-JHS-FROM-YYMM        PIC 9(4).
               15 FILLER                  PIC 9(2).
           10 WS-JHS-TO-DATE          PIC 9(6).
           10 WS-JHS-JOB-CODE         PIC X(8).
           10 WS-JHS-DEPT-CODE        PIC X(4).
           10 WS-JHS-SALARY           PIC S9(7)V9(2) USAGE COMP-3.
      *        ** H HIRE OR REHIRE, P PROMOTION OR JOB CHANGE
           10 WS-JHS-CHANGE-TYPE      PIC X(1).
               88  WS-JHS-PROMOTION       VALUE "P".
           10 WS-JHS-OPID             PIC X(3).

      *    ** the employee's spells, held for the month walk - the
      *    ** spell covering a month is the last one starting in or
      *    ** before it
       01  WS-SPELL-TABLE.
           03  WS-SPELL-ENTRY OCCURS 20 TIMES INDEXED BY SPELL-IX.
               05  WS-SP-FROM-YYMM         PIC 9(4).
               05  WS-SP-CHANGE-TYPE       PIC X(1).
       01  WS-SPELL-COUNT                  PIC S9(4) COMP VALUE +0.
       01  WS-SPELL-CURSOR-SWITCH          PIC X.
           88  WS-SPELL-CURSOR-DONE            VALUE "Y".
       01  WS-SUPERSEDED-SWITCH            PIC X.
           88  WS-MONTH-SUPERSEDED             VALUE "Y".
      *    ** the effective and walk months as yymm, to match the
      *    ** yymmdd spell dates
       01  WS-EFFECTIVE-YYMM               PIC 9(4).
       01  WS-WALK-YYMM                    PIC 9(4).
       01  WS-YYMM-CENTURY                 PIC S9(4) COMP.
       01  WS-YYMM-YY                      PIC S9(4) COMP.

      *    ** the month's lifecycle on the APITPPPD pay-period gateway
       01  PAY-PERIOD-RECORD.
           03  WS-PAY-YM-MM                PIC 9(2).

      *    ** one employee's recomputation work fields - the arrears
      *    ** month is the review's basic increase scaled by the old
      *    ** row's paid ratio (salary paid over the old salary), so the
      *    ** original month's lop proration carries through
       01  WS-NEW-MONTH-SALARY             PIC S9(9)V9(2) COMP-3.
       01  WS-MONTH-ARREARS                PIC S9(9)V9(2) COMP-3.
       01  WS-EMP-ARREARS                  PIC S9(9)V9(2) COMP-3.
       01  WS-MONTHS-RECOMPUTED            PIC S9(4) COMP.
       01  WS-MONTHS-SUPERSEDED            PIC S9(4) COMP.

      *    ** the run month's basic component row on the APITPPEC
      *    ** gateway (CMD-CODE 1 READ BY EMP/MONTH/CODE, 2 ADD,
      *    ** 3 CHANGE) and the component master it takes its
      *    ** treatment from when the month has no basic row yet
       01  PAY-COMPONENT-RECORD.
           10 WS-PEC-EMP-NO           PIC X(6).
           10 WS-PEC-PYEARMONTH       PIC X(6).
           10 WS-PEC-CODE             PIC X(4).
           10 WS-PEC-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PEC-TAXABLE          PIC X(1).
           10 WS-PEC-FUND             PIC X(1).
           10 WS-PEC-GL-ACCOUNT       PIC X(8).
       01  EARNING-COMPONENT-RECORD.
           10 WS-ECM-CODE             PIC X(4).
           10 WS-ECM-DESC             PIC X(30).
           10 WS-ECM-TAXABLE          PIC X(1).
           10 WS-ECM-FUND             PIC X(1).
           10 WS-ECM-GL-ACCOUNT       PIC X(8).
           10 WS-ECM-MAINT-DATE       PIC 9(6).
           10 WS-ECM-OPID             PIC X(3).

      *    ** per-department control totals, same rollup-table idiom
      *    ** as COBBAT16/COBBAT21
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE

           MOVE ZERO              TO WS-EMP-ARREARS.
           MOVE ZERO              TO WS-MONTHS-RECOMPUTED.
           MOVE ZERO              TO WS-MONTHS-SUPERSEDED.
           MOVE WS-EFFECTIVE-CARD TO WS-WALK-YEARMONTH.
           PERFORM 460-WALK-MONTH-AS-YYMM.
           MOVE WS-WALK-YYMM      TO WS-EFFECTIVE-YYMM.

           PERFORM 350-LOAD-JOB-HISTORY.

           PERFORM 400-ARREARS-ONE-MONTH THRU 400-EXIT
                   UNTIL WS-WALK-YEARMONTH NOT < WS-PAY-YEARMONTH.

           IF  WS-EMP-ARREARS = ZERO THEN
           MOVE WS-REV-PROP-SALARY TO AG-NEW-SALARY.
           MOVE WS-MONTHS-RECOMPUTED TO AG-MONTHS.
           MOVE WS-EMP-ARREARS     TO AG-ARREARS-AMOUNT.
           IF  WS-MONTHS-SUPERSEDED > ZERO THEN
               MOVE "BOOKED - JOB CHANGE CUT" TO AG-REMARK
           ELSE
               MOVE "ARREARS BOOKED"   TO AG-REMARK
           END-IF.
           WRITE ARREARS-REGISTER-RECORD.

           PERFORM 650-POST-DEPT-TOTAL.
           EXIT.

      *-----------------------------------------------------------------
      * 350-LOAD-JOB-HISTORY - HOLD THE EMPLOYEE'S SPELLS FOR THE MONTH
      *    WALK. AN EMPLOYEE WITH NO HISTORY ON FILE HAS NO JOB CHANGE
      *    TO LEAVE OUT AND EVERY MONTH IS RECOMPUTED AS BEFORE.
      *-----------------------------------------------------------------
       350-LOAD-JOB-HISTORY.

           MOVE ZERO          TO WS-SPELL-COUNT.
           MOVE "N"           TO WS-SPELL-CURSOR-SWITCH.
           MOVE SPACES        TO JOB-HISTORY-RECORD.
           MOVE WS-REV-EMP-NO TO WS-JHS-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-SPELL-CURSOR-DONE
               MOVE JOB-HISTORY-RECORD TO DATA-IN
               CALL "APITPJHS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SPELL-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO JOB-HISTORY-RECORD
                   IF  WS-SPELL-COUNT < 20
                       ADD 1 TO WS-SPELL-COUNT
                       SET SPELL-IX TO WS-SPELL-COUNT
                       MOVE WS-JHS-FROM-YYMM
                               TO WS-SP-FROM-YYMM (SPELL-IX)
                       MOVE WS-JHS-CHANGE-TYPE
                               TO WS-SP-CHANGE-TYPE (SPELL-IX)
                   END-IF
                   MOVE WS-REV-EMP-NO TO WS-JHS-EMP-NO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 400-ARREARS-ONE-MONTH - PRICE ONE BACK MONTH'S BASIC
      *    ARREARS AND STEP THE WALK FORWARD. THE REVIEW'S INCREASE
      *    (PROPOSED LESS CURRENT) IS ALL BASIC, PAID IN THE SAME
      *    RATIO AS THE MONTH'S SALARY WAS PAID AGAINST THE OLD
      *    FIGURE; THE MONTH'S ALLOWANCES ARE NOT TOUCHED. A MONTH
      *    WITH NO PAY ROW ON FILE (HIRED MID-CYCLE) SIMPLY
      *    CONTRIBUTES NOTHING.
      *-----------------------------------------------------------------
       400-ARREARS-ONE-MONTH.

           PERFORM 450-CHECK-JOB-CHANGE.
           IF  WS-MONTH-SUPERSEDED THEN
               ADD 1 TO WS-MONTHS-SUPERSEDED
               GO TO 400-STEP-MONTH
           END-IF.

           MOVE SPACES            TO PAYROLL-MASTER-RECORD.
           MOVE WS-REV-EMP-NO     TO WS-EMP-NO.
           MOVE WS-WALK-YEARMONTH TO WS-PYEARMONTH.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PAYROLL-MASTER-RECORD
               COMPUTE WS-NEW-MONTH-SALARY ROUNDED =
                       WS-SALARYPAID
                     + (WS-REV-PROP-SALARY - WS-REV-CURR-SALARY)
                     * WS-SALARYPAID / WS-REV-CURR-SALARY
               COMPUTE WS-MONTH-ARREARS =
                       WS-NEW-MONTH-SALARY - WS-SALARYPAID
               ADD WS-MONTH-ARREARS TO WS-EMP-ARREARS
               ADD 1 TO WS-MONTHS-RECOMPUTED
           END-IF.

       400-STEP-MONTH.

           IF  WS-WALK-YM-MM = 12 THEN
               ADD 1 TO WS-WALK-YM-YYYY
               MOVE 1 TO WS-WALK-YM-MM
               ADD 1 TO WS-WALK-YM-MM
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-CHECK-JOB-CHANGE - FIND THE SPELL COVERING THE WALK MONTH.
      *    WHEN IT IS A PROMOTION OR JOB CHANGE THAT TOOK EFFECT IN OR
      *    AFTER THE REVIEW'S EFFECTIVE MONTH, THE MONTH WAS PAID AT
      *    THE NEW JOB'S SALARY AND IS LEFT OUT OF THE ARREARS.
      *-----------------------------------------------------------------
       450-CHECK-JOB-CHANGE.

           MOVE "N" TO WS-SUPERSEDED-SWITCH.
           PERFORM 460-WALK-MONTH-AS-YYMM.
           PERFORM VARYING SPELL-IX FROM 1 BY 1
                   UNTIL SPELL-IX > WS-SPELL-COUNT
               IF  WS-SP-FROM-YYMM (SPELL-IX) NOT > WS-WALK-YYMM THEN
                   IF  WS-SP-CHANGE-TYPE (SPELL-IX) = "P"
                   AND WS-SP-FROM-YYMM (SPELL-IX)
                       NOT < WS-EFFECTIVE-YYMM
                       SET WS-MONTH-SUPERSEDED TO TRUE
                   ELSE
                       MOVE "N" TO WS-SUPERSEDED-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 460-WALK-MONTH-AS-YYMM - THE WALK MONTH IN THE YYMM FORM THE
      *    SPELL DATES CARRY.
      *-----------------------------------------------------------------
       460-WALK-MONTH-AS-YYMM.

           DIVIDE WS-WALK-YM-YYYY BY 100
               GIVING WS-YYMM-CENTURY
               REMAINDER WS-YYMM-YY.
           COMPUTE WS-WALK-YYMM = WS-YYMM-YY * 100 + WS-WALK-YM-MM.

      *-----------------------------------------------------------------
      * 500-BOOK-ARREARS - THE ARREARS LINE LANDS ON THE RUN MONTH'S
      *    EXISTING PAY ROW (CMD-CODE 6 CHANGE), AUDITED. WHEN
           MOVE PAYROLL-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           PERFORM 550-BOOK-BASIC-COMPONENT.

      *    ** the booked stamp keeps a rerun - or next month's longer
      *    ** walk over the same months - from paying the arrears
      *    ** twice
       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-BOOK-BASIC-COMPONENT - CARRY THE SAME ARREARS ONTO THE RUN
      *    MONTH'S BASIC COMPONENT ROW (APITPPEC CMD-CODE 3 CHANGE), SO
      *    THE COMPONENTS STILL ADD BACK TO THE PAY ROW'S SALARY. A
      *    MONTH WITH NO BASIC ROW GETS ONE (CMD-CODE 2 ADD) WITH THE
      *    MASTER'S TREATMENT FOR BASC.
      *-----------------------------------------------------------------
       550-BOOK-BASIC-COMPONENT.

           MOVE SPACES           TO PAY-COMPONENT-RECORD.
           MOVE WS-REV-EMP-NO    TO WS-PEC-EMP-NO.
           MOVE WS-PAY-YEARMONTH TO WS-PEC-PYEARMONTH.
           MOVE "BASC"           TO WS-PEC-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE PAY-COMPONENT-RECORD TO DATA-IN.
           CALL "APITPPEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PAY-COMPONENT-RECORD
               ADD WS-EMP-ARREARS TO WS-PEC-AMOUNT
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE WS-EMP-ARREARS TO WS-PEC-AMOUNT
               MOVE "Y"            TO WS-PEC-TAXABLE
               MOVE "Y"            TO WS-PEC-FUND
               MOVE "SALARY  "     TO WS-PEC-GL-ACCOUNT
               MOVE SPACES         TO EARNING-COMPONENT-RECORD
               MOVE "BASC"         TO WS-ECM-CODE
               MOVE 1 TO CMD-CODE
               MOVE EARNING-COMPONENT-RECORD TO DATA-IN
               CALL "APITPECM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT       TO EARNING-COMPONENT-RECORD
                   MOVE WS-ECM-TAXABLE TO WS-PEC-TAXABLE
                   MOVE WS-ECM-FUND    TO WS-PEC-FUND
                   IF  WS-ECM-GL-ACCOUNT NOT = SPACES
                       MOVE WS-ECM-GL-ACCOUNT TO WS-PEC-GL-ACCOUNT
                   END-IF
               END-IF
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE PAY-COMPONENT-RECORD TO DATA-IN.
           CALL "APITPPEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT59 - BASIC COMPONENT BOOKING FAILED FOR "
                       WS-REV-EMP-NO
           END-IF.

      *-----------------------------------------------------------------
      * 650-POST-DEPT-TOTAL - ACCUMULATE THE DEPARTMENT CONTROL TOTALS
      *    THE REGISTER CLOSES WITH.

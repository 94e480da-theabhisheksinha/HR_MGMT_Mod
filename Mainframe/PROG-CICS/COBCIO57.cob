      *               FINAL SETTLEMENT AS THE EMPLOYEE'S LAST
      *               PAYROLL-MASTER-RECORD MONTH: THE TERMINATION
      *               MONTH'S SALARY PRORATION, THE LEAVE BALANCE
      *               PRICED AT THE COBBAT48 DAILY RATE, ANY PLAN
      *               COMMISSION COBBAT82 BOOKED FOR THE MONTH, LESS
      *               THE OUTSTANDING LOAN BALANCE. THE END-OF-
      *               SERVICE GRATUITY IS VALUED AS AT THE LEAVING
      *               DATE BY THE SAME COBGRATY ROUTINE THE COBBATA1
      *               PROVISION RUN USES AND PAID AS ITS OWN LINE OF
      *               THE SETTLEMENT; THE PAYOUT COMES OFF THE
      *               EMPLOYEE'S APITPGPV PROVISION ROW, WHICH IS
      *               MARKED SETTLED SO THE NEXT PROVISION RUN RELEASES
      *               WHATEVER IS LEFT. CONTRACTORS GET NO GRATUITY.
      *               THE SCREEN ALSO SHOWS HOW MANY SOFTWARE SEATS
      *               THE LEAVER STILL HOLDS (APITPSTA), AND FILING
      *               THE SETTLEMENT RECLAIMS EVERY ONE OF THEM BACK
      *               TO ITS LICENSE POOL, SO CLEARANCE NEVER LEAVES A
      *               PAID SEAT PARKED ON SOMEONE WHO HAS GONE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  FILLER                      PIC X(10).
           03  WS-EMP-SECURITY-EXP         PIC 9(5) COMP-3.
           03  WS-EMP-SALARY               PIC S9(7)V9(2) COMP-3.
           03  WS-EMP-FIRST-JOINED         PIC 9(5).
           03  FILLER                      PIC X(10).
           03  WS-EMP-TYPE                 PIC X(1).
           03  FILLER                      PIC X(20).

      *    ** one custody row per issue on the APITPASG gateway -
      *    ** CMD-CODE 4 is the unfiltered cursor COBBAT14 walks
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
      *        ** the end-of-service gratuity the COBCIO57 final
      *        ** settlement pays - appended past the tax tail
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** any plan commission COBBAT82 booked for the settlement
      *    ** month - paid out with the rest of the final pay
       01  COMM-MONTH-RECORD.
           10 WS-CMM-EMP-NO           PIC X(6).
           10 WS-CMM-PYEARMONTH       PIC X(6).
           10 WS-CMM-REVENUE          PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-CMM-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the employee's gratuity provision row COBBATA1 keeps
      *    ** on the APITPGPV gateway - CMD-CODE 1 READ, 2 ADD,
      *    ** 3 CHANGE. A, S, C = ACCRUING, SETTLED, CLOSED.
       01  GRATUITY-PROVISION-RECORD.
           10 WS-GPV-EMP-NO           PIC X(6).
           10 WS-GPV-SERVICE-FROM     PIC 9(5).
           10 WS-GPV-YEARMONTH        PIC X(6).
           10 WS-GPV-ACCRUED          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GPV-STATUS           PIC X(1).
               88  WS-GPV-ACCRUING        VALUE "A".
           10 WS-GPV-PAID             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GPV-SETTLED-DATE     PIC 9(6).
       01  WS-GPV-FOUND-SWITCH             PIC X.
           88  WS-GPV-FOUND                    VALUE "Y".

      *    ** the COBGRATY valuation parameters
       01  GRATUITY-PARAMETERS.
           03  GR-FIRST-JOINED             PIC 9(5).
           03  GR-DATE-JOINED              PIC 9(5).
           03  GR-ASOF-DATE                PIC 9(6).
           03  GR-MONTHLY-SALARY           PIC S9(7)V9(2) COMP-3.
           03  GR-SERVICE-MONTHS           PIC S9(4) COMP.
           03  GR-SERVICE-YEARS            PIC S9(4) COMP.
           03  GR-DAYS-PER-YEAR            PIC S9(3)V9(2) COMP-3.
           03  GR-AMOUNT                   PIC S9(7)V9(2) COMP-3.
           03  GR-MESSAGE                  PIC X(30).

      *    ** one sign-off row per EMP-ID and item on the new
      *    ** APITPCLR gateway - CMD-CODE 1 READ BY EMP+ITEM, 2 ADD.
           10 WS-CLR-SIGNED-OPID      PIC X(3).
           10 WS-CLR-SIGNED-DATE      PIC 9(6).

      *    ** same seat row COBCIO96 assigns - APITPSTA CMD-CODE 4
      *    ** per-employee cursor, CMD-CODE 3 change. a seat is held
      *    ** while its RECLAIM-DATE is zero.
       01  SEAT-ASSIGNMENT-RECORD.
           10 WS-STA-POOL-ID          PIC X(8).
           10 WS-STA-EMP-NO           PIC X(6).
           10 WS-STA-ASSIGN-DATE      PIC 9(6).
           10 WS-STA-RECLAIM-DATE     PIC 9(6).
      *        ** T = TERMINATION RUN, X = EXIT CLEARANCE, M = MANUAL
           10 WS-STA-RECLAIM-REASON   PIC X(1).
           10 WS-STA-OPID             PIC X(3).
       01  WS-STA-CURSOR-SWITCH            PIC X.
           88  WS-STA-CURSOR-DONE              VALUE "Y".
       01  WS-SEATS-HELD-COUNT             PIC S9(4) COMP.

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".
       01  WS-DAILY-RATE                   PIC S9(7)V9(2) COMP-3.
       01  WS-FINAL-SALARY                 PIC S9(7)V9(2) COMP-3.
       01  WS-LEAVE-VALUE                  PIC S9(7)V9(2) COMP-3.
       01  WS-GRATUITY                     PIC S9(7)V9(2) COMP-3.
       01  WS-TERM-DD                      PIC 99.
       01  WS-SETTLE-YEARMONTH             PIC X(6).
       01  WS-SETTLE-YY2                   PIC 99.

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO57".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

           COPY DFHBMSCA.

           COPY DFHAID.
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           MOVE SPACES         TO  EXITMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  EXITEMPL.
               END-IF
           END-PERFORM.

      *    ** software seats still held - the APITPSTA cursor
      *    ** walked to exhaustion
           MOVE ZERO     TO WS-SEATS-HELD-COUNT.
           MOVE "N"      TO WS-STA-CURSOR-SWITCH.
           MOVE SPACES   TO SEAT-ASSIGNMENT-RECORD.
           MOVE EXITEMPI TO WS-STA-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-STA-CURSOR-DONE
               MOVE SEAT-ASSIGNMENT-RECORD TO DATA-IN
               CALL "APITPSTA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-STA-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO SEAT-ASSIGNMENT-RECORD
                   IF  WS-STA-RECLAIM-DATE = ZERO
                       ADD 1 TO WS-SEATS-HELD-COUNT
                   END-IF
                   MOVE EXITEMPI TO WS-STA-EMP-NO
               END-IF
           END-PERFORM.

      *    ** the sign-offs already filed
           PERFORM 470-READ-SIGN-OFFS THRU 470-EXIT.

           MOVE WS-HW-SIGNED-SWITCH   TO EXITHWSO.
           MOVE WS-LN-SIGNED-SWITCH   TO EXITLNSO.
           MOVE WS-LV-SIGNED-SWITCH   TO EXITLVSO.
           MOVE WS-SEATS-HELD-COUNT   TO EXITSWO.

       450-EXIT.
           EXIT.
       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-VALUE-GRATUITY - THE GRATUITY AS AT THE LEAVING DATE. THE
      * SERVICE COUNTS FROM THE DATE THE PROVISION ROW DOES, SO A
      * REHIRE IS NEVER PAID TWICE FOR A SPELL ALREADY SETTLED;
      * WITHOUT A ROW IT COUNTS FROM THE ORIGINAL JOINING DATE.
      *-----------------------------------------------------------------
       550-VALUE-GRATUITY.

           MOVE ZERO           TO WS-GRATUITY.
           MOVE SPACES         TO GRATUITY-PROVISION-RECORD.
           MOVE EXITEMPI       TO WS-GPV-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE GRATUITY-PROVISION-RECORD TO DATA-IN.
           CALL "APITPGPV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT TO GRATUITY-PROVISION-RECORD
               SET WS-GPV-FOUND TO TRUE
               IF  WS-GPV-ACCRUED IS NOT NUMERIC THEN
                   MOVE ZERO TO WS-GPV-ACCRUED
               END-IF
           ELSE
               MOVE "N" TO WS-GPV-FOUND-SWITCH
           END-IF.

           IF  WS-EMP-TYPE = "C" THEN
               GO TO 550-EXIT
           END-IF.
           IF  WS-GPV-FOUND AND NOT WS-GPV-ACCRUING THEN
               GO TO 550-EXIT
           END-IF.

           IF  WS-GPV-FOUND THEN
               MOVE WS-GPV-SERVICE-FROM TO GR-FIRST-JOINED
           ELSE
               MOVE WS-EMP-FIRST-JOINED TO GR-FIRST-JOINED
           END-IF.
           MOVE WS-EMP-DATE-JOINED     TO GR-DATE-JOINED.
           MOVE WS-EMP-DATE-TERMINATED TO GR-ASOF-DATE.
           MOVE WS-EMP-SALARY          TO GR-MONTHLY-SALARY.
           CALL "COBGRATY" USING GRATUITY-PARAMETERS.
           MOVE GR-AMOUNT              TO WS-GRATUITY.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 560-SETTLE-PROVISION - TAKE THE PAYOUT OFF THE PROVISION ROW
      * AND MARK IT SETTLED. A LEAVER NEVER PROVIDED FOR GETS A ROW
      * CARRYING THE WHOLE PAYOUT AS A SHORTFALL, WHICH THE NEXT
      * PROVISION RUN CHARGES TO EXPENSE.
      *-----------------------------------------------------------------
       560-SETTLE-PROVISION.

           IF  WS-GRATUITY = ZERO THEN
               GO TO 560-EXIT
           END-IF.

           IF  WS-GPV-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE SPACES              TO GRATUITY-PROVISION-RECORD
               MOVE EXITEMPI            TO WS-GPV-EMP-NO
               MOVE GR-FIRST-JOINED     TO WS-GPV-SERVICE-FROM
               MOVE ZERO                TO WS-GPV-ACCRUED
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE WS-SETTLE-YEARMONTH    TO WS-GPV-YEARMONTH.
           SUBTRACT WS-GRATUITY      FROM WS-GPV-ACCRUED.
           MOVE "S"                    TO WS-GPV-STATUS.
           MOVE WS-GRATUITY            TO WS-GPV-PAID.
           MOVE WS-EMP-DATE-TERMINATED TO WS-GPV-SETTLED-DATE.
           MOVE GRATUITY-PROVISION-RECORD TO DATA-IN.
           CALL "APITPGPV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       560-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 570-RECLAIM-SEATS - EVERY SOFTWARE SEAT THE LEAVER STILL
      * HOLDS GOES BACK TO ITS POOL AS OF THE LEAVING DATE, REASON X,
      * AUDITED. A SEAT THE COBBAT14 TERMINATION RUN ALREADY TOOK
      * BACK IS LEFT AS IT IS.
      *-----------------------------------------------------------------
       570-RECLAIM-SEATS.

           MOVE "N"      TO WS-STA-CURSOR-SWITCH.
           MOVE SPACES   TO SEAT-ASSIGNMENT-RECORD.
           MOVE EXITEMPI TO WS-STA-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-STA-CURSOR-DONE
               MOVE SEAT-ASSIGNMENT-RECORD TO DATA-IN
               CALL "APITPSTA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-STA-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO SEAT-ASSIGNMENT-RECORD
                   IF  WS-STA-RECLAIM-DATE = ZERO
                       MOVE SEAT-ASSIGNMENT-RECORD
                                         TO WS-AUD-BEFORE-IMAGE
                       MOVE WS-EMP-DATE-TERMINATED
                                         TO WS-STA-RECLAIM-DATE
                       MOVE "X"          TO WS-STA-RECLAIM-REASON
                       MOVE EIBOPID      TO WS-STA-OPID
                       MOVE 3 TO CMD-CODE
                       MOVE SEAT-ASSIGNMENT-RECORD TO DATA-IN
                       CALL "APITPSTA" USING CMD-CODE RESP-CODE
                                             DATA-IN DATA-OUT
                       IF  RESP-CODE <> 0
                           SUBTRACT 1 FROM WS-SEATS-HELD-COUNT
                           MOVE "SEATASGN" TO WS-AUD-FILE
                           MOVE SPACES     TO WS-AUD-KEY
                           STRING WS-STA-POOL-ID WS-STA-EMP-NO
                               DELIMITED BY SIZE INTO WS-AUD-KEY
                           MOVE SEAT-ASSIGNMENT-RECORD
                                           TO WS-AUD-AFTER-IMAGE
                           CALL "COBAUDIT" USING HR-AUDIT-RECORD
                       END-IF
                       MOVE 4 TO CMD-CODE
                   END-IF
                   MOVE EXITEMPI TO WS-STA-EMP-NO
               END-IF
           END-PERFORM.

           IF  WS-SEATS-HELD-COUNT < ZERO
               MOVE ZERO TO WS-SEATS-HELD-COUNT
           END-IF.
           MOVE WS-SEATS-HELD-COUNT TO EXITSWO.

       570-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA COMPUTES AND FILES THE FULL-AND-FINAL SETTLEMENT AS
      * THE EMPLOYEE'S LAST PAY MONTH - ONLY ONCE EVERY ITEM IS
      * SIGNED. PRORATION BY THE TERMINATION DAY OVER THE STANDARD
      * WORKING MONTH, LEAVE AT THE COBBAT48 DAILY RATE INTO THE
      * BONUS ELEMENT, THE LOAN BALANCE AS THE LOAN DEDUCTION AND THE
      * GRATUITY AS ITS OWN ELEMENT.
      *-----------------------------------------------------------------
       600-FILE-SETTLEMENT.

               MOVE ZERO TO WS-LEAVE-VALUE
           END-IF.

           PERFORM 550-VALUE-GRATUITY THRU 550-EXIT.

      *    ** period lock - a settlement that completes after the
      *    ** termination month went PAID or CLOSED waits for the
      *    ** supervised COBCIO44 reopen, same refusal every other
               GO TO 600-EXIT
           END-IF.

           MOVE SPACES              TO COMM-MONTH-RECORD.
           MOVE EXITEMPI            TO WS-CMM-EMP-NO.
           MOVE WS-SETTLE-YEARMONTH TO WS-CMM-PYEARMONTH.
           MOVE 1 TO CMD-CODE.
           MOVE COMM-MONTH-RECORD TO DATA-IN.
           CALL "APITPCOM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO COMM-MONTH-RECORD
           ELSE
               MOVE ZERO     TO WS-CMM-AMOUNT
           END-IF.

           MOVE EXITEMPI            TO WS-EMP-NO.
           MOVE WS-SETTLE-YEARMONTH TO WS-PYEARMONTH.
           MOVE WS-FINAL-SALARY     TO WS-SALARYPAID.
           MOVE WS-LEAVE-VALUE      TO WS-BONUSPAID.
           MOVE WS-CMM-AMOUNT       TO WS-COMMPAID.
           MOVE ZERO                TO WS-LOP.
           MOVE ZERO                TO WS-TAXWITHHELD.
           MOVE ZERO                TO WS-STATDED.
           MOVE ZERO                TO WS-BENDED.
           MOVE WS-LOAN-BALANCE     TO WS-LOANDED.
           MOVE ZERO                TO WS-OTPAID.
           MOVE ZERO                TO WS-GARNDED.
           MOVE ZERO                TO WS-TAXEXEMPT.
           MOVE ZERO                TO WS-TAXTRUEUP.
           MOVE WS-GRATUITY         TO WS-GRATPAID.

           MOVE 5 TO CMD-CODE.
           MOVE PAYROLL-MASTER-RECORD TO DATA-IN.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.
           MOVE EIBOPID               TO WS-AUD-OPERATOR.
           MOVE "PAYMSTR "            TO WS-AUD-FILE.
           MOVE SPACES                TO WS-AUD-KEY.
           STRING WS-EMP-NO WS-PYEARMONTH
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE PAYROLL-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           PERFORM 560-SETTLE-PROVISION THRU 560-EXIT.
           PERFORM 570-RECLAIM-SEATS THRU 570-EXIT.

           MOVE WS-FINAL-SALARY TO EXITSALO.
           MOVE WS-LEAVE-VALUE  TO EXITLVVO.
           MOVE WS-GRATUITY     TO EXITGRTO.
           MOVE 22 TO WORK-MSG-CODE.

       600-EXIT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO EXITMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO EXITMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO EXITMSGA.

           EXEC CICS

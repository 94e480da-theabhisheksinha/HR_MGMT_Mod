      *               COBBAT23-FORMAT BANK FILE WITH ITS OWN HEADER/
      *               TRAILER AND AMOUNT HASH, FILED ON THE PAYMENT
      *               REGISTER AS A SUPPLEMENTAL, SO THE BANK CAN TAKE
      *               A MID-CYCLE FILE WHOLE. A NAMED ROW IS SPLIT
      *               INTO ITS EARNINGS COMPONENTS THE SAME WAY THE
      *               MONTHLY RUN SPLITS IT (APITPECA ASSIGNMENTS,
      *               APITPECM TAX/FUND FLAGS) AND FILES ITS APITPPEC
      *               COMPONENT ROWS ALONGSIDE THE PAY ROW. EACH RUN
      *               TAKES ITS OWN FILE NUMBER OFF THE APITPCTL
      *               PAYFILE RANGE COBBAT23 DRAWS ON, AND EVERY CREDIT
      *               CARRIES A PAYMENT REFERENCE AND IS FILED ON THE
      *               APITPPAY PAYMENT-LINE REGISTER AS ISSUED, FOR THE
      *               COBBATC2 STATEMENT RECONCILIATION TO CLEAR.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           RECORDING MODE IS F.
       01  TAX-RATE-RECORD.
      *        ** B = TAX BAND (FLOOR + RATE), S = STATUTORY FLAT
      *        ** DEDUCTION PER MONTH (OR, WHEN IT CARRIES A RATE, THAT
      *        ** PERCENT OF THE FUND-ELIGIBLE COMPONENTS)
           03  TX-TYPE                     PIC X(1).
           03  TX-BAND-FLOOR               PIC 9(7)V9(2).
           03  TX-RATE-PCT                 PIC 9(2)V9(2).
      *        ** monthly COBBAT23 file
           03  BK-ACCOUNT-NO               PIC X(10).
           03  BK-BANK-CODE                PIC X(4).
      *        ** the payment reference the bank echoes back, same
      *        ** position as the monthly COBBAT23 file
           03  BK-PAY-REF                  PIC X(12).

       FD  SUPP-PROOF-REPORT-FILE
           RECORDING MODE IS F.
      *        ** appended past the deduction tail so existing readers
      *        ** are undisturbed
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** same LEAVE-MASTER-RECORD shape as COBCIO14/COBBAT02/03
       01  LEAVE-MASTER-RECORD.
           10 WS-PRG-HASH-TOTAL       PIC S9(13)V9(2) USAGE COMP-3.
           10 WS-PRG-STATUS           PIC X(1).
           10 WS-PRG-GEN-DATE         PIC 9(6).
           10 WS-PRG-FILE-NO          PIC X(6).

      *    ** this file's number off the APITPCTL PAYFILE range the
      *    ** monthly COBBAT23 file draws on
       01  NUMBER-CONTROL-RECORD.
           10 WS-CTL-RANGE-NAME       PIC X(8) VALUE "PAYFILE ".
           10 WS-CTL-ALLOCATED-NO     PIC X(6).
       01  WS-PAY-REF-BUILD.
           03  WS-REF-FILE-NO              PIC X(6).
           03  WS-REF-SEQ-NO               PIC 9(6).

      *    ** one line per credit on the APITPPAY payment-line register
      *    ** - same shape COBBAT23 files, CMD-CODE 2 ADD
       01  PAYMENT-LINE-RECORD.
           10 WS-PLN-PAY-REF.
               15 WS-PLN-FILE-NO      PIC X(6).
               15 WS-PLN-SEQ-NO       PIC 9(6).
           10 WS-PLN-EMP-NO           PIC X(6).
           10 WS-PLN-PYEARMONTH       PIC X(6).
           10 WS-PLN-FILE-TYPE        PIC X(1).
           10 WS-PLN-CREDIT-TYPE      PIC X(1).
           10 WS-PLN-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PLN-ACCOUNT-NO       PIC X(10).
           10 WS-PLN-BANK-CODE        PIC X(4).
           10 WS-PLN-ISSUE-DATE       PIC 9(6).
           10 WS-PLN-STATUS           PIC X(1).
           10 WS-PLN-CLEARED-DATE     PIC 9(6).
           10 WS-PLN-CLEARED-AMOUNT   PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PLN-BANK-REF         PIC X(16).


      *    ** the month's lifecycle on the APITPPPD pay-period gateway
       01  WS-TAX-BAND-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-STATUTORY-DED                PIC S9(5)V9(2) COMP-3
                                           VALUE +0.
       01  WS-STATUTORY-PCT                PIC S9(2)V9(2) COMP-3
                                           VALUE +0.
       01  WS-GROSS-PAY                    PIC S9(9)V9(2) COMP-3.
       01  WS-TAXABLE-PAY                  PIC S9(9)V9(2) COMP-3.
       01  WS-APPLIED-RATE                 PIC S9(2)V9(2) COMP-3.
       01  WS-APPLIED-FLOOR                PIC S9(7)V9(2) COMP-3.

           10 WS-OTM-HOURS            PIC S9(4)V9(2) USAGE COMP-3.
           10 WS-OTM-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the earnings component master, the employee's
      *    ** allowance assignments and the month's component rows -
      *    ** same APITPECM/APITPECA/APITPPEC shapes COBBAT21 uses
       01  EARNING-COMPONENT-RECORD.
           10 WS-ECM-CODE             PIC X(4).
           10 WS-ECM-DESC             PIC X(30).
           10 WS-ECM-TAXABLE          PIC X(1).
           10 WS-ECM-FUND             PIC X(1).
           10 WS-ECM-GL-ACCOUNT       PIC X(8).
           10 WS-ECM-MAINT-DATE       PIC 9(6).
           10 WS-ECM-OPID             PIC X(3).
       01  EMP-COMPONENT-RECORD.
           10 WS-ECA-EMP-NO           PIC X(6).
           10 WS-ECA-CODE             PIC X(4).
           10 WS-ECA-EFF-DATE         PIC 9(6).
           10 WS-ECA-END-DATE         PIC 9(6).
           10 WS-ECA-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-ECA-MAINT-DATE       PIC 9(6).
           10 WS-ECA-OPID             PIC X(3).
       01  PAY-COMPONENT-RECORD.
           10 WS-PEC-EMP-NO           PIC X(6).
           10 WS-PEC-PYEARMONTH       PIC X(6).
           10 WS-PEC-CODE             PIC X(4).
           10 WS-PEC-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PEC-TAXABLE          PIC X(1).
           10 WS-PEC-FUND             PIC X(1).
           10 WS-PEC-GL-ACCOUNT       PIC X(8).
       01  WS-ECA-CURSOR-SWITCH            PIC X.
           88  WS-ECA-CURSOR-DONE              VALUE "Y".
      *    ** the employee's components for the month - row 1 is
      *    ** always basic, the allowances follow
       01  WS-PAY-COMP-TABLE.
           03  WS-PC-ENTRY OCCURS 10 TIMES INDEXED BY PC-IX.
               05  WS-PC-CODE              PIC X(4).
               05  WS-PC-EFF-DATE          PIC 9(6).
               05  WS-PC-RATE              PIC S9(7)V9(2) COMP-3.
               05  WS-PC-AMOUNT            PIC S9(7)V9(2) COMP-3.
               05  WS-PC-TAXABLE           PIC X(1).
               05  WS-PC-FUND              PIC X(1).
               05  WS-PC-GL-ACCOUNT        PIC X(8).
       01  WS-PAY-COMP-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-PC-FOUND-SWITCH              PIC X.
           88  WS-PC-FOUND                     VALUE "Y".
       01  WS-ALLOWANCE-RATE               PIC S9(9)V9(2) COMP-3.
       01  WS-ALLOWANCE-PAID               PIC S9(9)V9(2) COMP-3.
       01  WS-NONTAX-PAY                   PIC S9(9)V9(2) COMP-3.
       01  WS-FUND-PAY                     PIC S9(9)V9(2) COMP-3.
       01  WS-MONTH-START-DATE             PIC 9(6).
       01  WS-MONTH-END-DATE               PIC 9(6).

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
                   (WS-RUN-YY * 10000) + (WS-RUN-MM * 100) + 1.
           COMPUTE WS-WD-END-DATE =
                   (WS-RUN-YY * 10000) + (WS-RUN-MM * 100) + 31.
           MOVE WS-WD-START-DATE TO WS-MONTH-START-DATE.
           MOVE WS-WD-END-DATE   TO WS-MONTH-END-DATE.
           MOVE SPACES TO WS-WD-LOCATION.
           MOVE SPACES TO WS-WD-EMP-NO.
           CALL "COBWDAYS" USING WDAYS-PARAMETERS.
               END-IF
           END-IF.

      *    ** no file number, no file - every credit must carry a
      *    ** reference the statement can be matched on
           MOVE 2 TO CMD-CODE.
           MOVE NUMBER-CONTROL-RECORD TO DATA-IN.
           CALL "APITPCTL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT58 - PAYMENT FILE NUMBER ALLOCATION "
                       "FAILED - RUN REFUSED"
               MOVE ZERO       TO WS-RC-READ-COUNT
               MOVE ZERO       TO WS-RC-SELECT-COUNT
               MOVE ZERO       TO WS-RC-WRITE-COUNT
               MOVE 1          TO WS-RC-ERROR-COUNT
               MOVE "REFUSED " TO WS-RC-STATUS
               CALL "COBRNLOG" USING RUN-CONTROL-RECORD
               GOBACK
           END-IF.
           MOVE DATA-OUT TO NUMBER-CONTROL-RECORD.
           MOVE WS-CTL-ALLOCATED-NO TO WS-REF-FILE-NO.

           OPEN INPUT  SUPP-LIST-FILE.
           OPEN INPUT  TAX-RATE-FILE.
           OPEN OUTPUT SUPP-BANK-FILE.
                   NOT AT END
                       IF  TX-TYPE = "S" THEN
                           MOVE TX-STAT-AMOUNT TO WS-STATUTORY-DED
                           IF  TX-RATE-PCT IS NUMERIC THEN
                               MOVE TX-RATE-PCT TO WS-STATUTORY-PCT
                           END-IF
                       ELSE
                           IF  WS-TAX-BAND-COUNT < 10 THEN
                               ADD 1 TO WS-TAX-BAND-COUNT
           MOVE SPACES                TO WS-AUD-BEFORE-IMAGE.
           MOVE PAYROLL-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.
           PERFORM 430-POST-COMPONENTS.

           COMPUTE WS-NET-PAY =
                   WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                 + WS-OTPAID
                 - WS-TAXWITHHELD - WS-STATDED
                 - WS-BENDED - WS-LOANDED - WS-GARNDED.
           MOVE WS-EMP-NO TO BK-EMP-NO.
           PERFORM 700-WRITE-ONE-CREDIT THRU 700-EXIT.

                   WS-EMP-SALARY * WS-PAID-DAYS
                   / WS-MONTH-WORKING-DAYS.
           MOVE WS-MONTH-LOP TO WS-LOP.
           PERFORM 410-COMPUTE-COMPONENTS.
           MOVE ZERO TO WS-BONUSPAID.
           MOVE ZERO TO WS-COMMPAID.

                   WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                 + WS-OTPAID.

      *    ** non-taxable components never reach the band
           COMPUTE WS-TAXABLE-PAY = WS-GROSS-PAY - WS-NONTAX-PAY.

      *    ** take the band with the highest floor the taxable pay
      *    ** reaches, whatever order the parameter cards were keyed in
           MOVE ZERO TO WS-APPLIED-RATE.
           MOVE -1   TO WS-APPLIED-FLOOR.
           PERFORM VARYING TAX-IX FROM 1 BY 1
                   UNTIL TAX-IX > WS-TAX-BAND-COUNT
               IF  WS-TAXABLE-PAY NOT < WS-TX-BAND-FLOOR (TAX-IX)
               AND WS-TX-BAND-FLOOR (TAX-IX) > WS-APPLIED-FLOOR
                   MOVE WS-TX-BAND-FLOOR (TAX-IX) TO WS-APPLIED-FLOOR
                   MOVE WS-TX-RATE-PCT (TAX-IX)   TO WS-APPLIED-RATE
           END-PERFORM.

           COMPUTE WS-TAXWITHHELD ROUNDED =
                   WS-TAXABLE-PAY * WS-APPLIED-RATE / 100.
           IF  WS-STATUTORY-PCT > ZERO THEN
               COMPUTE WS-STATDED ROUNDED =
                       WS-FUND-PAY * WS-STATUTORY-PCT / 100
           ELSE
               MOVE WS-STATUTORY-DED TO WS-STATDED
           END-IF.
           MOVE ZERO TO WS-BENDED.
           MOVE ZERO TO WS-LOANDED.
      *    ** court orders are taken from the regular run only
           MOVE ZERO TO WS-GARNDED.
      *    ** nor does it take the tax-saving exemption a second time
           MOVE ZERO TO WS-TAXEXEMPT.
           MOVE ZERO TO WS-TAXTRUEUP.
           MOVE ZERO TO WS-GRATPAID.
           IF  WS-GROSS-PAY = ZERO THEN
               MOVE ZERO TO WS-STATDED
           END-IF.

      *-----------------------------------------------------------------
      * 410-COMPUTE-COMPONENTS - SAME COMPONENT SPLIT AS COBBAT21'S
      *    520: EVERY ALLOWANCE IN FORCE IN THE MONTH (LATEST
      *    EFFECTIVE ROW PER CODE) PRORATED OVER THE PAID DAYS, BASIC
      *    THE REST OF WS-SALARYPAID, EACH COMPONENT'S TAX/FUND/GL
      *    TREATMENT OFF THE MASTER (APITPECM CMD-CODE 1 READ).
      *-----------------------------------------------------------------
       410-COMPUTE-COMPONENTS.

           MOVE SPACES TO WS-PAY-COMP-TABLE.
           MOVE 1      TO WS-PAY-COMP-COUNT.
           MOVE "BASC" TO WS-PC-CODE (1).
           MOVE ZERO   TO WS-PC-EFF-DATE (1).
           MOVE ZERO   TO WS-PC-RATE (1).
           MOVE ZERO   TO WS-PC-AMOUNT (1).
           MOVE ZERO   TO WS-ALLOWANCE-RATE.
           MOVE ZERO   TO WS-ALLOWANCE-PAID.

           MOVE "N"    TO WS-ECA-CURSOR-SWITCH.
           MOVE SPACES TO EMP-COMPONENT-RECORD.
           MOVE WS-EMP-ID TO WS-ECA-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-ECA-CURSOR-DONE
               MOVE EMP-COMPONENT-RECORD TO DATA-IN
               CALL "APITPECA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-ECA-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMP-COMPONENT-RECORD
                   IF  WS-ECA-CODE NOT = "BASC"
                   AND WS-ECA-EFF-DATE NOT > WS-MONTH-END-DATE
                   AND (WS-ECA-END-DATE = ZERO
                        OR WS-ECA-END-DATE NOT < WS-MONTH-START-DATE)
                       PERFORM 415-HOLD-ONE-COMPONENT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING PC-IX FROM 2 BY 1
                   UNTIL PC-IX > WS-PAY-COMP-COUNT
               COMPUTE WS-PC-AMOUNT (PC-IX) ROUNDED =
                       WS-PC-RATE (PC-IX) * WS-PAID-DAYS
                       / WS-MONTH-WORKING-DAYS
               ADD WS-PC-RATE (PC-IX)   TO WS-ALLOWANCE-RATE
               ADD WS-PC-AMOUNT (PC-IX) TO WS-ALLOWANCE-PAID
           END-PERFORM.

           IF  WS-ALLOWANCE-PAID > WS-SALARYPAID THEN
               DISPLAY "COBBAT58 - ALLOWANCES EXCEED SALARY FOR "
                       "EMPLOYEE " WS-EMP-ID
               MOVE WS-ALLOWANCE-PAID TO WS-SALARYPAID
           END-IF.
           COMPUTE WS-PC-RATE (1) = WS-EMP-SALARY - WS-ALLOWANCE-RATE.
           IF  WS-PC-RATE (1) < ZERO THEN
               MOVE ZERO TO WS-PC-RATE (1)
           END-IF.
           COMPUTE WS-PC-AMOUNT (1) =
                   WS-SALARYPAID - WS-ALLOWANCE-PAID.

           MOVE ZERO TO WS-NONTAX-PAY.
           MOVE ZERO TO WS-FUND-PAY.
           PERFORM VARYING PC-IX FROM 1 BY 1
                   UNTIL PC-IX > WS-PAY-COMP-COUNT
               MOVE "Y"        TO WS-PC-TAXABLE (PC-IX)
               MOVE "Y"        TO WS-PC-FUND (PC-IX)
               MOVE "SALARY  " TO WS-PC-GL-ACCOUNT (PC-IX)
               MOVE SPACES             TO EARNING-COMPONENT-RECORD
               MOVE WS-PC-CODE (PC-IX) TO WS-ECM-CODE
               MOVE 1 TO CMD-CODE
               MOVE EARNING-COMPONENT-RECORD TO DATA-IN
               CALL "APITPECM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO EARNING-COMPONENT-RECORD
                   MOVE WS-ECM-TAXABLE TO WS-PC-TAXABLE (PC-IX)
                   MOVE WS-ECM-FUND    TO WS-PC-FUND (PC-IX)
                   IF  WS-ECM-GL-ACCOUNT NOT = SPACES
                       MOVE WS-ECM-GL-ACCOUNT
                                       TO WS-PC-GL-ACCOUNT (PC-IX)
                   END-IF
               END-IF
               IF  WS-PC-TAXABLE (PC-IX) = "N" THEN
                   ADD WS-PC-AMOUNT (PC-IX) TO WS-NONTAX-PAY
               END-IF
               IF  WS-PC-FUND (PC-IX) NOT = "N" THEN
                   ADD WS-PC-AMOUNT (PC-IX) TO WS-FUND-PAY
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 415-HOLD-ONE-COMPONENT - CARRY ONE IN-FORCE ASSIGNMENT INTO
      *    THE MONTH'S COMPONENT TABLE, REPLACING AN EARLIER ROW FOR
      *    THE SAME CODE.
      *-----------------------------------------------------------------
       415-HOLD-ONE-COMPONENT.

           MOVE "N" TO WS-PC-FOUND-SWITCH.
           PERFORM VARYING PC-IX FROM 2 BY 1
                   UNTIL PC-IX > WS-PAY-COMP-COUNT
                   OR WS-PC-FOUND
               IF  WS-PC-CODE (PC-IX) = WS-ECA-CODE THEN
                   SET WS-PC-FOUND TO TRUE
                   IF  WS-ECA-EFF-DATE > WS-PC-EFF-DATE (PC-IX) THEN
                       MOVE WS-ECA-EFF-DATE TO WS-PC-EFF-DATE (PC-IX)
                       MOVE WS-ECA-AMOUNT   TO WS-PC-RATE (PC-IX)
                   END-IF
               END-IF
           END-PERFORM.

           IF  NOT WS-PC-FOUND
           AND WS-PAY-COMP-COUNT < 10
               ADD 1 TO WS-PAY-COMP-COUNT
               SET PC-IX TO WS-PAY-COMP-COUNT
               MOVE WS-ECA-CODE     TO WS-PC-CODE (PC-IX)
               MOVE WS-ECA-EFF-DATE TO WS-PC-EFF-DATE (PC-IX)
               MOVE WS-ECA-AMOUNT   TO WS-PC-RATE (PC-IX)
               MOVE ZERO            TO WS-PC-AMOUNT (PC-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 430-POST-COMPONENTS - THE PAY ROW IS ON FILE - ONE APITPPEC
      *    ROW PER COMPONENT PAID (CMD-CODE 2 ADD).
      *-----------------------------------------------------------------
       430-POST-COMPONENTS.

           PERFORM VARYING PC-IX FROM 1 BY 1
                   UNTIL PC-IX > WS-PAY-COMP-COUNT
               IF  PC-IX = 1
               OR  WS-PC-AMOUNT (PC-IX) NOT = ZERO
                   MOVE WS-EMP-ID              TO WS-PEC-EMP-NO
                   MOVE WS-PAY-YEARMONTH       TO WS-PEC-PYEARMONTH
                   MOVE WS-PC-CODE (PC-IX)     TO WS-PEC-CODE
                   MOVE WS-PC-AMOUNT (PC-IX)   TO WS-PEC-AMOUNT
                   MOVE WS-PC-TAXABLE (PC-IX)  TO WS-PEC-TAXABLE
                   MOVE WS-PC-FUND (PC-IX)     TO WS-PEC-FUND
                   MOVE WS-PC-GL-ACCOUNT (PC-IX)
                                               TO WS-PEC-GL-ACCOUNT
                   MOVE 2 TO CMD-CODE
                   MOVE PAY-COMPONENT-RECORD TO DATA-IN
                   CALL "APITPPEC" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  RESP-CODE = 0
                       DISPLAY "COBBAT58 - PAY COMPONENT WRITE FAILED "
                               "FOR " WS-EMP-ID " " WS-PEC-CODE
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 500-PROCESS-ADJUSTMENTS - NO NAMED LIST - WALK THE MONTH'S
      *    APITP024 ADJUSTMENTS (NEW CMD-CODE 4 MONTH CURSOR, SAME
           MOVE ZERO             TO BK-HASH-TOTAL.
           MOVE WS-BNK-ACCOUNT-NO TO BK-ACCOUNT-NO.
           MOVE WS-BNK-BANK-CODE  TO BK-BANK-CODE.
           MOVE WS-CREDIT-COUNT   TO WS-REF-SEQ-NO.
           MOVE WS-PAY-REF-BUILD  TO BK-PAY-REF.
           WRITE BANK-TRANSFER-RECORD.

      *    ** and the credit on the payment-line register as issued
           MOVE SPACES            TO PAYMENT-LINE-RECORD.
           MOVE BK-PAY-REF        TO WS-PLN-PAY-REF.
           MOVE BK-EMP-NO         TO WS-PLN-EMP-NO.
           MOVE BK-PYEARMONTH     TO WS-PLN-PYEARMONTH.
           MOVE "S"               TO WS-PLN-FILE-TYPE.
           MOVE "D"               TO WS-PLN-CREDIT-TYPE.
           MOVE BK-NET-AMOUNT     TO WS-PLN-AMOUNT.
           MOVE BK-ACCOUNT-NO     TO WS-PLN-ACCOUNT-NO.
           MOVE BK-BANK-CODE      TO WS-PLN-BANK-CODE.
           MOVE WS-RUN-DATE       TO WS-PLN-ISSUE-DATE.
           MOVE "I"               TO WS-PLN-STATUS.
           MOVE ZERO              TO WS-PLN-CLEARED-DATE.
           MOVE ZERO              TO WS-PLN-CLEARED-AMOUNT.
           MOVE 2 TO CMD-CODE.
           MOVE PAYMENT-LINE-RECORD TO DATA-IN.
           CALL "APITPPAY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT58 - PAYMENT LINE FILING FAILED FOR "
                       BK-PAY-REF
           END-IF.

       700-EXIT.
           EXIT.

           MOVE WS-HASH-TOTAL    TO WS-PRG-HASH-TOTAL.
           MOVE "G"              TO WS-PRG-STATUS.
           MOVE WS-RUN-DATE      TO WS-PRG-GEN-DATE.
           MOVE WS-REF-FILE-NO   TO WS-PRG-FILE-NO.
           MOVE 2 TO CMD-CODE.
           MOVE PAYMENT-REGISTER-RECORD TO DATA-IN.
           CALL "APITPPRG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.

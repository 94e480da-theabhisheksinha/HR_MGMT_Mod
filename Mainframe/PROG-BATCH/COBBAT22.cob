      *               FOR ANY EMPLOYEE WHOSE TWELVE MONTHLY
      *               WS-TAXWITHHELD FIGURES DON'T SUM TO THE
      *               STATEMENT FIGURE (A MONTH ON FILE TWICE, OR A
      *               ROLLUP THAT DRIFTED). THE MONTHLY RUN WITHHOLDS
      *               AFTER A TWELFTH OF THE EMPLOYEE'S TAX-SAVING
      *               DECLARATIONS (APITPTSD); AT YEAR END ONLY THE
      *               VERIFIED PROOF AMOUNTS STAND, SO THE TAX ON ANY
      *               EXEMPTION TAKEN BEYOND THEM (OR SHORT OF THEM) IS
      *               TRUED UP ON THE YEAR'S FINAL PAY MONTH - POSTED
      *               TO THAT ROW'S WS-TAXTRUEUP (AUDITED) AND CARRIED
      *               IN THE STATEMENT AND FILING TAX. THE MONTH'S
      *               EARNINGS COMPONENTS (APITPPEC) SPLIT SALARY INTO
      *               TAXABLE AND NON-TAXABLE PAY - THE NON-TAXABLE
      *               ALLOWANCES ARE SHOWN ON THE STATEMENT AND THE
      *               FILING DETAIL, AND ARE KEPT OUT OF THE TAXABLE
      *               PAY THE TRUE-UP WORKS ON, AS THE MONTHLY RUN KEPT
      *               THEM OUT OF THE BAND.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  YS-TOT-STATDED              PIC ZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  YS-TOT-NET                  PIC ZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
      *        ** the year-end tax-saving true-up inside YS-TOT-TAX
           03  YS-TAX-TRUEUP               PIC ZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
      *        ** the non-taxable earnings components inside
      *        ** YS-TOT-SALARY
           03  YS-TOT-NONTAX               PIC ZZZZZZZ9.99-.

       FD  TAX-FILING-FILE
           RECORDING MODE IS F.
           03  TF-TOT-TAX                  PIC 9(9)V9(2).
           03  TF-RECORD-COUNT             PIC 9(7).
           03  TF-HASH-TOTAL               PIC 9(13)V9(2).
      *        ** the non-taxable earnings inside TF-TOT-GROSS
           03  TF-TOT-NONTAX               PIC 9(8)V9(2).

       FD  TAX-DISCREP-REPORT-FILE
           RECORDING MODE IS F.
           10 WS-LOP                  PIC S9(4) USAGE COMP.
           10 WS-TAXWITHHELD          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-STATDED              PIC S9(7)V9(2) USAGE COMP-3.
      *        ** carried through the full tail - the final month's
      *        ** true-up goes back through the CMD-CODE 6 whole-row
      *        ** replace
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the tax-saving declarations COBSV008 files and COBCIO79
      *    ** verifies - APITPTSD CMD-CODE 4 PER-EMPLOYEE CURSOR
       01  TAX-DECLARATION-RECORD.
           10 WS-TSD-EMP-NO           PIC X(6).
           10 WS-TSD-TAX-YEAR         PIC 9(4).
           10 WS-TSD-CATEGORY         PIC X(4).
           10 WS-TSD-DECLARED-AMT     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TSD-PROOF-AMT        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TSD-VERIFIED         PIC X(1).
               88  WS-TSD-IS-VERIFIED     VALUE "Y".
           10 WS-TSD-SUBMIT-DATE      PIC 9(6).
           10 WS-TSD-VERIFY-DATE      PIC 9(6).
           10 WS-TSD-VERIFY-OPID      PIC X(3).

      *    ** the standard HR audit row COBAUDIT stamps and files -
      *    ** the true-up posting is recorded against the pay row
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBBAT22".
           03  WS-AUD-OPERATOR             PIC X(8) VALUE "COBBAT22".
           03  WS-AUD-FILE                 PIC X(8) VALUE "PAYMSTR ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  WS-MONTH-SEEN-TABLE.
           03  WS-MONTH-SEEN               PIC 9 OCCURS 12 TIMES.
       01  WS-MONTH-IX                     PIC S9(4) COMP.

      *    ** each month's gross and the exemption the monthly run
      *    ** took, for the year-end true-up - a month paid before
      *    ** declarations existed has no exemption figure and is
      *    ** left out of it
       01  WS-MONTH-EXEMPT-TABLE.
           03  WS-MONTH-ENTRY              OCCURS 12 TIMES.
               05  WS-MONTH-GROSS          PIC S9(9)V9(2) COMP-3.
               05  WS-MONTH-EXEMPT         PIC S9(9)V9(2) COMP-3.
               05  WS-MONTH-HAS-EXEMPT     PIC X(1).
      *    ** each month's non-taxable earnings components, off the
      *    ** APITPPEC rows the monthly run filed with the taxable flag
      *    ** they were paid under - CMD-CODE 4 IS THE PER-EMPLOYEE-
      *    ** AND-MONTH CURSOR
       01  WS-MONTH-NONTAX-TABLE.
           03  WS-MONTH-NONTAX             PIC S9(9)V9(2) COMP-3
                                           OCCURS 12 TIMES.
       01  PAY-COMPONENT-RECORD.
           10 WS-PEC-EMP-NO           PIC X(6).
           10 WS-PEC-PYEARMONTH       PIC X(6).
           10 WS-PEC-CODE             PIC X(4).
           10 WS-PEC-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PEC-TAXABLE          PIC X(1).
           10 WS-PEC-FUND             PIC X(1).
           10 WS-PEC-GL-ACCOUNT       PIC X(8).
       01  WS-PEC-SWITCH                   PIC X.
           88  WS-PEC-DONE                     VALUE "Y".
       01  WS-TOT-NONTAX                   PIC S9(9)V9(2) COMP-3.
       01  WS-FINAL-MM                     PIC S9(4) COMP.
       01  WS-FINAL-PAY-IMAGE              PIC X(200).
       01  WS-VERIFIED-EXEMPTION           PIC S9(9)V9(2) COMP-3.
       01  WS-ALLOWED-EXEMPT               PIC S9(9)V9(2) COMP-3.
       01  WS-MONTH-TAXABLE                PIC S9(9)V9(2) COMP-3.
       01  WS-TAX-TRUEUP                   PIC S9(9)V9(2) COMP-3.
       01  WS-TSD-SWITCH                   PIC X.
           88  WS-TSD-DONE                     VALUE "Y".
       01  WS-TRUEUP-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-MONTH-TAX-SUM                PIC S9(9)V9(2) COMP-3.
       01  WS-DUP-MONTH-SWITCH             PIC X.
           88  WS-DUP-MONTH                    VALUE "Y".
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
           MOVE WS-STMT-YEAR TO TF-TAX-YEAR.
           MOVE ZERO         TO TF-TOT-GROSS.
           MOVE ZERO         TO TF-TOT-TAX.
           MOVE ZERO         TO TF-TOT-NONTAX.
           MOVE ZERO         TO TF-RECORD-COUNT.
           MOVE ZERO         TO TF-HASH-TOTAL.
           WRITE TAX-FILING-RECORD.
                        WS-TOT-COMM
                        WS-TOT-TAX
                        WS-TOT-STATDED
                        WS-TOT-NONTAX
                        WS-MONTHS-FOUND.
           MOVE "N" TO WS-DUP-MONTH-SWITCH.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
               MOVE ZERO TO WS-MONTH-TAX (WS-MONTH-IX)
               MOVE ZERO TO WS-MONTH-SEEN (WS-MONTH-IX)
               MOVE ZERO TO WS-MONTH-GROSS (WS-MONTH-IX)
               MOVE ZERO TO WS-MONTH-EXEMPT (WS-MONTH-IX)
               MOVE "N"  TO WS-MONTH-HAS-EXEMPT (WS-MONTH-IX)
               MOVE ZERO TO WS-MONTH-NONTAX (WS-MONTH-IX)
           END-PERFORM.
           MOVE ZERO TO WS-FINAL-MM.
           MOVE ZERO TO WS-TAX-TRUEUP.

           MOVE "N"              TO  WS-PAY-SWITCH.
           MOVE 2                TO  CMD-CODE.
                       MOVE 1 TO WS-MONTH-SEEN (WS-MONTH-IX)
                       ADD WS-TAXWITHHELD
                               TO WS-MONTH-TAX (WS-MONTH-IX)
                       PERFORM 420-HOLD-MONTH-EXEMPTION
                       PERFORM 430-HOLD-MONTH-NONTAX
                   END-IF
      *            ** restore the cursor command and key the component
      *            ** walk may have reused
                   MOVE 2 TO CMD-CODE
                   MOVE WS-EMP-ID TO WS-EMP-NO
               END-IF
           END-PERFORM.

           IF  WS-MONTHS-FOUND > 0 THEN
               PERFORM 450-TRUE-UP-EXEMPTIONS THRU 450-EXIT
           END-IF.

           IF  WS-MONTHS-FOUND > 0 THEN
               COMPUTE WS-TOT-NET =
                       WS-TOT-SALARY + WS-TOT-BONUS + WS-TOT-COMM
               MOVE WS-TOT-TAX      TO YS-TOT-TAX
               MOVE WS-TOT-STATDED  TO YS-TOT-STATDED
               MOVE WS-TOT-NET      TO YS-TOT-NET
               MOVE WS-TAX-TRUEUP   TO YS-TAX-TRUEUP
               MOVE WS-TOT-NONTAX   TO YS-TOT-NONTAX
               WRITE YEAR-END-STMT-RECORD
               PERFORM 500-FILE-ONE-EMPLOYEE
           END-IF.

      *-----------------------------------------------------------------
      * 420-HOLD-MONTH-EXEMPTION - KEEP THE MONTH'S GROSS (OVERTIME
      *    INCLUDED, AS THE MONTHLY RUN TAXED IT) AND EXEMPTION, AND
      *    THE LATEST MONTH'S WHOLE ROW FOR THE TRUE-UP POSTING.
      *-----------------------------------------------------------------
       420-HOLD-MONTH-EXEMPTION.

           IF  WS-OTPAID IS NOT NUMERIC THEN
               MOVE ZERO TO WS-OTPAID
           END-IF.
           COMPUTE WS-MONTH-GROSS (WS-MONTH-IX) =
                   WS-MONTH-GROSS (WS-MONTH-IX)
                 + WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                 + WS-OTPAID.
           IF  WS-TAXEXEMPT IS NUMERIC THEN
               ADD WS-TAXEXEMPT TO WS-MONTH-EXEMPT (WS-MONTH-IX)
               MOVE "Y" TO WS-MONTH-HAS-EXEMPT (WS-MONTH-IX)
           END-IF.
           IF  WS-MONTH-IX > WS-FINAL-MM THEN
               MOVE WS-MONTH-IX           TO WS-FINAL-MM
               MOVE PAYROLL-MASTER-RECORD TO WS-FINAL-PAY-IMAGE
           END-IF.

      *-----------------------------------------------------------------
      * 430-HOLD-MONTH-NONTAX - ADD UP THE MONTH'S NON-TAXABLE EARNINGS
      *    COMPONENTS. A MONTH PAID BEFORE COMPONENTS WERE FILED HAS NO
      *    ROWS AND WAS TAXED WHOLE, SO IT HOLDS NOTHING.
      *-----------------------------------------------------------------
       430-HOLD-MONTH-NONTAX.

           MOVE "N"           TO WS-PEC-SWITCH.
           MOVE SPACES        TO PAY-COMPONENT-RECORD.
           MOVE WS-EMP-NO     TO WS-PEC-EMP-NO.
           MOVE WS-PYEARMONTH TO WS-PEC-PYEARMONTH.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-PEC-DONE
               MOVE PAY-COMPONENT-RECORD TO DATA-IN
               CALL "APITPPEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-PEC-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PAY-COMPONENT-RECORD
                   IF  WS-PEC-TAXABLE = "N" THEN
                       ADD WS-PEC-AMOUNT
                               TO WS-MONTH-NONTAX (WS-MONTH-IX)
                       ADD WS-PEC-AMOUNT TO WS-TOT-NONTAX
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 450-TRUE-UP-EXEMPTIONS - ONLY VERIFIED PROOF AMOUNTS STAND AT
      *    YEAR END (NEVER MORE THAN WAS DECLARED). EACH MONTH'S
      *    EXEMPTION BEYOND A TWELFTH OF THEM WAS TAXED AT THAT
      *    MONTH'S OWN EFFECTIVE RATE TOO LITTLE (OR, SHORT OF IT, TOO
      *    MUCH); THE SUM IS POSTED TO THE FINAL MONTH'S ROW AND ADDED
      *    TO THE YEAR'S TAX. A RERUN REPLACES, NEVER ADDS TO, A
      *    TRUE-UP ALREADY POSTED.
      *-----------------------------------------------------------------
       450-TRUE-UP-EXEMPTIONS.

           MOVE ZERO   TO WS-VERIFIED-EXEMPTION.
           MOVE "N"    TO WS-TSD-SWITCH.
           MOVE SPACES TO TAX-DECLARATION-RECORD.
           MOVE WS-EMP-ID TO WS-TSD-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-TSD-DONE
               MOVE TAX-DECLARATION-RECORD TO DATA-IN
               CALL "APITPTSD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-TSD-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TAX-DECLARATION-RECORD
                   IF  WS-TSD-TAX-YEAR = WS-STMT-YEAR
                   AND WS-TSD-IS-VERIFIED
                       IF  WS-TSD-PROOF-AMT < WS-TSD-DECLARED-AMT
                           ADD WS-TSD-PROOF-AMT
                                   TO WS-VERIFIED-EXEMPTION
                       ELSE
                           ADD WS-TSD-DECLARED-AMT
                                   TO WS-VERIFIED-EXEMPTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
               IF  WS-MONTH-HAS-EXEMPT (WS-MONTH-IX) = "Y"
                   COMPUTE WS-ALLOWED-EXEMPT ROUNDED =
                           WS-VERIFIED-EXEMPTION / 12
                   IF  WS-ALLOWED-EXEMPT > WS-MONTH-GROSS (WS-MONTH-IX)
                                         - WS-MONTH-NONTAX (WS-MONTH-IX)
                       COMPUTE WS-ALLOWED-EXEMPT =
                               WS-MONTH-GROSS (WS-MONTH-IX)
                             - WS-MONTH-NONTAX (WS-MONTH-IX)
                   END-IF
                   COMPUTE WS-MONTH-TAXABLE =
                           WS-MONTH-GROSS (WS-MONTH-IX)
                         - WS-MONTH-NONTAX (WS-MONTH-IX)
                         - WS-MONTH-EXEMPT (WS-MONTH-IX)
                   IF  WS-MONTH-TAXABLE > ZERO
                       COMPUTE WS-TAX-TRUEUP ROUNDED = WS-TAX-TRUEUP
                             + (WS-MONTH-EXEMPT (WS-MONTH-IX)
                                - WS-ALLOWED-EXEMPT)
                             * WS-MONTH-TAX (WS-MONTH-IX)
                             / WS-MONTH-TAXABLE
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-FINAL-MM = ZERO THEN
               GO TO 450-EXIT
           END-IF.

           MOVE WS-FINAL-PAY-IMAGE TO PAYROLL-MASTER-RECORD.
           IF  WS-TAXTRUEUP IS NOT NUMERIC THEN
               MOVE ZERO TO WS-TAXTRUEUP
           END-IF.
           IF  WS-TAXTRUEUP NOT = WS-TAX-TRUEUP THEN
               MOVE PAYROLL-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE WS-TAX-TRUEUP         TO WS-TAXTRUEUP
               MOVE 6 TO CMD-CODE
               MOVE PAYROLL-MASTER-RECORD TO DATA-IN
               CALL "APITP015" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   DISPLAY "COBBAT22 - TRUE-UP POSTING FAILED FOR "
                           WS-EMP-NO " " WS-PYEARMONTH
               ELSE
                   ADD 1 TO WS-TRUEUP-COUNT
                   MOVE SPACES TO WS-AUD-KEY
                   STRING WS-EMP-NO WS-PYEARMONTH
                           DELIMITED BY SIZE INTO WS-AUD-KEY
                   MOVE PAYROLL-MASTER-RECORD TO WS-AUD-AFTER-IMAGE
                   CALL "COBAUDIT" USING HR-AUDIT-RECORD
               END-IF
           END-IF.

           ADD WS-TAX-TRUEUP TO WS-TOT-TAX.
           ADD WS-TAX-TRUEUP TO WS-MONTH-TAX (WS-FINAL-MM).

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-FILE-ONE-EMPLOYEE - THE AUTHORITY'S DETAIL RECORD FOR THE
      *    SAME ROLLUP, AND THE TWELVE-MONTH PROOF BEHIND IT - A
           MOVE WS-STMT-YEAR TO TF-TAX-YEAR.
           MOVE WS-TOT-GROSS TO TF-TOT-GROSS.
           MOVE WS-TOT-TAX   TO TF-TOT-TAX.
           MOVE WS-TOT-NONTAX TO TF-TOT-NONTAX.
           MOVE ZERO         TO TF-RECORD-COUNT.
           MOVE ZERO         TO TF-HASH-TOTAL.
           WRITE TAX-FILING-RECORD.
           MOVE WS-STMT-YEAR    TO TF-TAX-YEAR.
           MOVE ZERO            TO TF-TOT-GROSS.
           MOVE ZERO            TO TF-TOT-TAX.
           MOVE ZERO            TO TF-TOT-NONTAX.
           MOVE WS-FILING-COUNT TO TF-RECORD-COUNT.
           MOVE WS-FILING-HASH  TO TF-HASH-TOTAL.
           WRITE TAX-FILING-RECORD.
           MOVE WS-DISCREP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT22 - " WS-COUNT-DISPLAY
                   " DISCREPANCIES TO RESOLVE BEFORE SUBMISSION".
           MOVE WS-TRUEUP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT22 - " WS-COUNT-DISPLAY
                   " TAX-SAVING TRUE-UPS POSTED TO THE FINAL MONTH".

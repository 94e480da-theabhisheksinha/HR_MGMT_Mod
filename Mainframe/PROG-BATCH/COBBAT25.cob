      *               WITHHOLDING CREDIT - PROVES DEBITS EQUAL CREDITS
      *               BEFORE A SINGLE POSTING RECORD IS WRITTEN, AND
      *               PRODUCES BOTH THE GL'S FIXED-LAYOUT POSTING FILE
      *               AND A HUMAN-READABLE PROOF REPORT. SALARY IS
      *               POSTED BY EARNINGS COMPONENT - EACH COMPONENT ROW
      *               THE PAYROLL RUN FILED FOR THE MONTH (APITPPEC)
      *               DEBITS THE GL ACCOUNT ITS COMPONENT MASTER NAMES,
      *               PER DEPARTMENT, AND WHATEVER SALARY NO COMPONENT
      *               ROW ACCOUNTS FOR STAYS ON THE SALARY ACCOUNT.
      *               A FINAL SETTLEMENT'S GRATUITY DEBITS THE GRATPROV
      *               PROVISION ACCOUNT COBBATA1 BUILT UP, NOT EXPENSE.
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
      *        ** the end-of-service gratuity the COBCIO57 final
      *        ** settlement pays - appended past the tax tail
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** only the department matters here - same APITP010
      *    ** CMD-CODE 1 read the other payroll jobs lean on
       01  WS-ROLL-BONUS                   PIC S9(7)V9(2) COMP-3.
       01  WS-ROLL-COMM                    PIC S9(7)V9(2) COMP-3.

      *    ** the month's earnings component rows for the pay row -
      *    ** APITPPEC CMD-CODE 4 IS THE PER-EMPLOYEE-AND-MONTH CURSOR
       01  PAY-COMPONENT-RECORD.
           10 WS-PEC-EMP-NO           PIC X(6).
           10 WS-PEC-PYEARMONTH       PIC X(6).
           10 WS-PEC-CODE             PIC X(4).
           10 WS-PEC-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PEC-TAXABLE          PIC X(1).
           10 WS-PEC-FUND             PIC X(1).
           10 WS-PEC-GL-ACCOUNT       PIC X(8).
       01  WS-PEC-CURSOR-SWITCH            PIC X.
           88  WS-PEC-CURSOR-DONE              VALUE "Y".
      *    ** the row's salary by GL account other than SALARY itself,
      *    ** and what is left for the SALARY account
       01  WS-ROW-COMP-TABLE.
           03  WS-RC-ENTRY OCCURS 10 TIMES INDEXED BY RCX.
               05  WS-RC-ACCOUNT           PIC X(8).
               05  WS-RC-AMOUNT            PIC S9(7)V9(2) COMP-3.
       01  WS-ROW-COMP-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-ROW-COMP-TOTAL               PIC S9(9)V9(2) COMP-3.
       01  WS-ROW-SALARY                   PIC S9(9)V9(2) COMP-3.
       01  WS-RC-FOUND-SWITCH              PIC X.
           88  WS-RC-FOUND                     VALUE "Y".
      *    ** per-department component debits beside the salary/
      *    ** bonus/commission table
       01  WS-COMP-GL-TABLE.
           03  WS-CG-ENTRY OCCURS 300 TIMES INDEXED BY CG-IX.
               05  WS-CG-DEPT-CODE         PIC X(4).
               05  WS-CG-ACCOUNT           PIC X(8).
               05  WS-CG-AMOUNT            PIC S9(11)V9(2) COMP-3.
       01  WS-COMP-GL-COUNT                PIC S9(4) COMP VALUE +0.
       01  WS-CG-FOUND-SWITCH              PIC X.
           88  WS-CG-FOUND                     VALUE "Y".
       01  WS-ROLL-ACCOUNT                 PIC X(8).
       01  WS-ROLL-AMOUNT                  PIC S9(7)V9(2) COMP-3.
       01  WS-FROM-AMOUNT                  PIC S9(7)V9(2) COMP-3.

      *    ** same TRANSFER-RECORD shape COBCIO26/COBBAT30 carry - the
      *    ** employee's applied transfer effective inside the posting
      *    ** month, when there is one, splits the month's debits
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
               MOVE "????" TO WS-EMP-DEPT-CODE
           END-IF.

           PERFORM 310-LOAD-ROW-COMPONENTS.
           PERFORM 320-FIND-MONTH-TRANSFER THRU 320-EXIT.

           IF  WS-SPLIT-FOUND THEN
               PERFORM 330-SPLIT-BETWEEN-DEPTS THRU 330-EXIT
           ELSE
               MOVE WS-EMP-DEPT-CODE TO WS-ROLL-DEPT-CODE
               MOVE WS-ROW-SALARY    TO WS-ROLL-SALARY
               MOVE WS-BONUSPAID     TO WS-ROLL-BONUS
               MOVE WS-COMMPAID      TO WS-ROLL-COMM
               PERFORM 350-ROLL-INTO-DEPT
               PERFORM VARYING RCX FROM 1 BY 1
                       UNTIL RCX > WS-ROW-COMP-COUNT
                   MOVE WS-RC-ACCOUNT (RCX) TO WS-ROLL-ACCOUNT
                   MOVE WS-RC-AMOUNT (RCX)  TO WS-ROLL-AMOUNT
                   PERFORM 360-ROLL-COMP-INTO-DEPT
               END-PERFORM
           END-IF.

      *    ** a row paid before garnishments existed carries no figure
           IF  WS-GARNDED IS NOT NUMERIC THEN
               MOVE ZERO TO WS-GARNDED
           END-IF.

      *    ** a final settlement's gratuity is paid out of the
      *    ** provision COBBATA1 built up, so it debits the provision
      *    ** account in the employee's department rather than an
      *    ** expense account
           IF  WS-GRATPAID IS NOT NUMERIC THEN
               MOVE ZERO TO WS-GRATPAID
           END-IF.
           IF  WS-GRATPAID NOT = ZERO THEN
               MOVE WS-EMP-DEPT-CODE TO WS-ROLL-DEPT-CODE
               MOVE "GRATPROV"       TO WS-ROLL-ACCOUNT
               MOVE WS-GRATPAID      TO WS-ROLL-AMOUNT
               PERFORM 360-ROLL-COMP-INTO-DEPT
               ADD WS-GRATPAID       TO WS-TOTAL-DEBITS
           END-IF.

           COMPUTE WS-NET-PAY =
                   WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                 + WS-GRATPAID
                 - WS-TAXWITHHELD - WS-STATDED
                 - WS-BENDED - WS-LOANDED - WS-GARNDED.

           ADD WS-SALARYPAID  TO WS-TOTAL-DEBITS.
           ADD WS-BONUSPAID   TO WS-TOTAL-DEBITS.
           ADD WS-COMMPAID    TO WS-TOTAL-DEBITS.
           ADD WS-NET-PAY     TO WS-TOTAL-NET-PAY.
      *    ** every deduction line balances on the withholding
      *    ** credit - benefits, loan recoveries and court-ordered
      *    ** garnishments included
           ADD WS-TAXWITHHELD TO WS-TOTAL-WITHHELD.
           ADD WS-STATDED     TO WS-TOTAL-WITHHELD.
           ADD WS-BENDED      TO WS-TOTAL-WITHHELD.
           ADD WS-LOANDED     TO WS-TOTAL-WITHHELD.
           ADD WS-GARNDED     TO WS-TOTAL-WITHHELD.

      *-----------------------------------------------------------------
      * 310-LOAD-ROW-COMPONENTS - GATHER THE PAY ROW'S EARNINGS
      *    COMPONENTS BY GL ACCOUNT. COMPONENTS ON THE SALARY ACCOUNT
      *    (BASIC, NORMALLY) STAY IN THE SALARY DEBIT; A ROW PAID
      *    BEFORE COMPONENTS WERE FILED HAS NONE AND POSTS WHOLE TO
      *    SALARY AS BEFORE. THE 200- LOOP RESTORES THE PAY CURSOR.
      *-----------------------------------------------------------------
       310-LOAD-ROW-COMPONENTS.

           MOVE ZERO   TO WS-ROW-COMP-COUNT.
           MOVE ZERO   TO WS-ROW-COMP-TOTAL.
           MOVE "N"    TO WS-PEC-CURSOR-SWITCH.
           MOVE SPACES TO PAY-COMPONENT-RECORD.
           MOVE WS-EMP-NO     TO WS-PEC-EMP-NO.
           MOVE WS-PYEARMONTH TO WS-PEC-PYEARMONTH.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-PEC-CURSOR-DONE
               MOVE PAY-COMPONENT-RECORD TO DATA-IN
               CALL "APITPPEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-PEC-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PAY-COMPONENT-RECORD
                   IF  WS-PEC-GL-ACCOUNT NOT = "SALARY  "
                   AND WS-PEC-GL-ACCOUNT NOT = SPACES
                       PERFORM 315-HOLD-ROW-COMPONENT
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-ROW-SALARY = WS-SALARYPAID - WS-ROW-COMP-TOTAL.

      *-----------------------------------------------------------------
      * 315-HOLD-ROW-COMPONENT - ONE COMPONENT ROW INTO THE ROW'S
      *    ACCOUNT TABLE. A ROW BEYOND THE TABLE STAYS ON SALARY.
      *-----------------------------------------------------------------
       315-HOLD-ROW-COMPONENT.

           MOVE "N" TO WS-RC-FOUND-SWITCH.
           PERFORM VARYING RCX FROM 1 BY 1
                   UNTIL RCX > WS-ROW-COMP-COUNT
                   OR WS-RC-FOUND
               IF  WS-RC-ACCOUNT (RCX) = WS-PEC-GL-ACCOUNT THEN
                   SET WS-RC-FOUND TO TRUE
                   ADD WS-PEC-AMOUNT TO WS-RC-AMOUNT (RCX)
                   ADD WS-PEC-AMOUNT TO WS-ROW-COMP-TOTAL
               END-IF
           END-PERFORM.

           IF  NOT WS-RC-FOUND
           AND WS-ROW-COMP-COUNT < 10
               ADD 1 TO WS-ROW-COMP-COUNT
               SET RCX TO WS-ROW-COMP-COUNT
               MOVE WS-PEC-GL-ACCOUNT TO WS-RC-ACCOUNT (RCX)
               MOVE WS-PEC-AMOUNT     TO WS-RC-AMOUNT (RCX)
               ADD WS-PEC-AMOUNT      TO WS-ROW-COMP-TOTAL
           END-IF.

      *-----------------------------------------------------------------
      * 320-FIND-MONTH-TRANSFER - WALK THE EMPLOYEE'S APPLIED
           COMPUTE WS-SPLIT-PRIOR-DAYS = WS-SPLIT-EFF-DD - 1.

           COMPUTE WS-FROM-SALARY =
                   WS-ROW-SALARY * WS-SPLIT-PRIOR-DAYS
                   / WS-MONTH-DAYS.
           COMPUTE WS-FROM-BONUS =
                   WS-BONUSPAID * WS-SPLIT-PRIOR-DAYS
           PERFORM 350-ROLL-INTO-DEPT.

           MOVE WS-EMP-DEPT-CODE TO WS-ROLL-DEPT-CODE.
           COMPUTE WS-ROLL-SALARY = WS-ROW-SALARY - WS-FROM-SALARY.
           COMPUTE WS-ROLL-BONUS  = WS-BONUSPAID  - WS-FROM-BONUS.
           COMPUTE WS-ROLL-COMM   = WS-COMMPAID   - WS-FROM-COMM.
           PERFORM 350-ROLL-INTO-DEPT.

      *    ** each component account splits on the same days
           PERFORM VARYING RCX FROM 1 BY 1
                   UNTIL RCX > WS-ROW-COMP-COUNT
               COMPUTE WS-FROM-AMOUNT =
                       WS-RC-AMOUNT (RCX) * WS-SPLIT-PRIOR-DAYS
                       / WS-MONTH-DAYS
               MOVE WS-RC-ACCOUNT (RCX) TO WS-ROLL-ACCOUNT
               MOVE WS-SPLIT-FROM-DEPT  TO WS-ROLL-DEPT-CODE
               MOVE WS-FROM-AMOUNT      TO WS-ROLL-AMOUNT
               PERFORM 360-ROLL-COMP-INTO-DEPT
               MOVE WS-EMP-DEPT-CODE    TO WS-ROLL-DEPT-CODE
               COMPUTE WS-ROLL-AMOUNT =
                       WS-RC-AMOUNT (RCX) - WS-FROM-AMOUNT
               PERFORM 360-ROLL-COMP-INTO-DEPT
           END-PERFORM.

       330-EXIT.
           EXIT.

               MOVE WS-ROLL-COMM      TO WS-DT-COMMPAID (DEPT-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 360-ROLL-COMP-INTO-DEPT - ONE DEPARTMENT'S SHARE OF ONE
      *    COMPONENT ACCOUNT INTO THE COMPONENT DEBIT TABLE.
      *-----------------------------------------------------------------
       360-ROLL-COMP-INTO-DEPT.

           MOVE "N" TO WS-CG-FOUND-SWITCH.
           PERFORM VARYING CG-IX FROM 1 BY 1
                   UNTIL CG-IX > WS-COMP-GL-COUNT
                   OR WS-CG-FOUND
               IF  WS-CG-DEPT-CODE (CG-IX) = WS-ROLL-DEPT-CODE
               AND WS-CG-ACCOUNT (CG-IX)   = WS-ROLL-ACCOUNT
                   SET WS-CG-FOUND TO TRUE
                   ADD WS-ROLL-AMOUNT TO WS-CG-AMOUNT (CG-IX)
               END-IF
           END-PERFORM.

           IF  NOT WS-CG-FOUND
           AND WS-COMP-GL-COUNT < 300
               ADD 1 TO WS-COMP-GL-COUNT
               SET CG-IX TO WS-COMP-GL-COUNT
               MOVE WS-ROLL-DEPT-CODE TO WS-CG-DEPT-CODE (CG-IX)
               MOVE WS-ROLL-ACCOUNT   TO WS-CG-ACCOUNT (CG-IX)
               MOVE WS-ROLL-AMOUNT    TO WS-CG-AMOUNT (CG-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 400-BALANCE-AND-POST - PROVE DEBITS EQUAL CREDITS, THEN WRITE
      *    THE POSTING FILE AND THE PROOF REPORT. AN OUT-OF-BALANCE
               MOVE "COMMISSN" TO GL-ACCOUNT
               MOVE WS-DT-COMMPAID (DEPT-IX)   TO GL-AMOUNT
               PERFORM 500-WRITE-DEBIT THRU 500-EXIT
               PERFORM 450-WRITE-COMP-DEBITS
           END-PERFORM.

           MOVE "NETPAY"           TO GL-ACCOUNT.
       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-WRITE-COMP-DEBITS - THE DEPARTMENT'S EARNINGS COMPONENT
      *    DEBITS, ONE PER GL ACCOUNT.
      *-----------------------------------------------------------------
       450-WRITE-COMP-DEBITS.

           PERFORM VARYING CG-IX FROM 1 BY 1
                   UNTIL CG-IX > WS-COMP-GL-COUNT
               IF  WS-CG-DEPT-CODE (CG-IX) = WS-DT-DEPT-CODE (DEPT-IX)
                   MOVE WS-CG-ACCOUNT (CG-IX) TO GL-ACCOUNT
                   MOVE WS-CG-AMOUNT (CG-IX)  TO GL-AMOUNT
                   PERFORM 500-WRITE-DEBIT THRU 500-EXIT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 500-WRITE-DEBIT - ONE DEPARTMENT DEBIT POSTING PLUS ITS PROOF
      *    LINE. A ZERO AMOUNT IS LEFT OFF THE FILE - THE GL REJECTS

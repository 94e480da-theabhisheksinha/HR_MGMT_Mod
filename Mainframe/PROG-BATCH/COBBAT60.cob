      *               PLUS A RECONCILIATION REPORT SHOWING REMITTED
      *               AGAINST WITHHELD PER EMPLOYEE, SO A SHORT
      *               REMITTANCE IS CAUGHT BEFORE THE FUND'S PENALTY
      *               LETTER ARRIVES. EACH MEMBER DETAIL AND
      *               RECONCILIATION LINE ALSO CARRIES THE MONTH'S
      *               FUND-ELIGIBLE WAGES - THE SUM OF THE EMPLOYEE'S
      *               EARNINGS COMPONENTS PAID (APITPPEC) WHOSE MASTER
      *               FLAGS THEM FUND-ELIGIBLE; A PAY ROW FROM BEFORE
      *               COMPONENTS WERE FILED COUNTS ITS WHOLE SALARY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  FM-EMPLOYER-AMOUNT          PIC 9(9)V9(2).
           03  FM-RECORD-COUNT             PIC 9(7).
           03  FM-HASH-TOTAL               PIC 9(13)V9(2).
      *        ** the wages the contribution was taken on - the
      *        ** fund-eligible earnings components only
           03  FM-FUND-WAGES               PIC 9(8)V9(2).

       FD  REMIT-RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  REMIT-RECON-RECORD.
           03  RR-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-FUND-WAGES               PIC ZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-WITHHELD                 PIC ZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-REMITTED                 PIC ZZZZZZZZ9.99-.
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.

      *    ** what each earnings component paid in the month, with
      *    ** the fund flag it was paid under - APITPPEC CMD-CODE 4 IS
      *    ** THE PER-EMPLOYEE-AND-MONTH CURSOR
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
       01  WS-PEC-FOUND-SWITCH             PIC X.
           88  WS-PEC-FOUND                    VALUE "Y".
       01  WS-FUND-WAGES                   PIC S9(9)V9(2) COMP-3.
       01  WS-TOT-FUND-WAGES               PIC S9(11)V9(2) COMP-3
                                           VALUE +0.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
           MOVE ZERO             TO FM-EMPLOYER-AMOUNT.
           MOVE ZERO             TO FM-RECORD-COUNT.
           MOVE ZERO             TO FM-HASH-TOTAL.
           MOVE ZERO             TO FM-FUND-WAGES.
           WRITE FUND-REMIT-RECORD.

      *-----------------------------------------------------------------
               ELSE
                   MOVE DATA-OUT TO PAYROLL-MASTER-RECORD
                   ADD 1 TO WS-SCAN-COUNT
                   PERFORM 250-SUM-FUND-WAGES
                   PERFORM 300-REMIT-ONE-MEMBER
      *            ** restore the cursor command the component walk
      *            ** reused
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-SUM-FUND-WAGES - ADD UP THE MONTH'S FUND-ELIGIBLE EARNINGS
      *    COMPONENTS FOR THE PAY ROW (APITPPEC CMD-CODE 4 CURSOR, ZERO
      *    RESP-CODE MEANS EXHAUSTED). A ROW WITH NO COMPONENTS ON FILE
      *    COUNTS ITS WHOLE SALARY.
      *-----------------------------------------------------------------
       250-SUM-FUND-WAGES.

           MOVE ZERO          TO WS-FUND-WAGES.
           MOVE "N"           TO WS-PEC-FOUND-SWITCH.
           MOVE "N"           TO WS-PEC-CURSOR-SWITCH.
           MOVE SPACES        TO PAY-COMPONENT-RECORD.
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
                   SET WS-PEC-FOUND TO TRUE
                   IF  WS-PEC-FUND NOT = "N" THEN
                       ADD WS-PEC-AMOUNT TO WS-FUND-WAGES
                   END-IF
               END-IF
           END-PERFORM.

           IF  NOT WS-PEC-FOUND THEN
               MOVE WS-SALARYPAID TO WS-FUND-WAGES
           END-IF.
           ADD WS-FUND-WAGES TO WS-TOT-FUND-WAGES.

      *-----------------------------------------------------------------
      * 300-REMIT-ONE-MEMBER - THE MEMBER DETAIL AND ITS
      *    RECONCILIATION LINE.
      *-----------------------------------------------------------------
       300-REMIT-ONE-MEMBER.

           MOVE WS-FUND-WAGES TO RR-FUND-WAGES.

           MOVE WS-STATDED TO WS-EMPLOYEE-AMOUNT.
           ADD  WS-STATDED TO WS-TOT-WITHHELD.

               MOVE WS-EMPLOYER-AMOUNT TO FM-EMPLOYER-AMOUNT
               MOVE ZERO               TO FM-RECORD-COUNT
               MOVE ZERO               TO FM-HASH-TOTAL
               MOVE WS-FUND-WAGES      TO FM-FUND-WAGES
               WRITE FUND-REMIT-RECORD
               MOVE WS-EMP-NO          TO RR-EMP-NO
               MOVE WS-STATDED         TO RR-WITHHELD
           MOVE ZERO             TO FM-EMPLOYER-AMOUNT.
           MOVE WS-MEMBER-COUNT  TO FM-RECORD-COUNT.
           MOVE WS-HASH-TOTAL    TO FM-HASH-TOTAL.
           MOVE WS-TOT-FUND-WAGES TO FM-FUND-WAGES.
           WRITE FUND-REMIT-RECORD.

      *    ** the reconciliation closes with the run-level proof -
      *    ** remitted against withheld across the whole month
           MOVE SPACES          TO RR-EMP-NO.
           MOVE WS-TOT-FUND-WAGES TO RR-FUND-WAGES.
           MOVE WS-TOT-WITHHELD TO RR-WITHHELD.
           MOVE WS-TOT-REMITTED TO RR-REMITTED.
           COMPUTE RR-DIFFERENCE =

      *-----------------------------------------------------------------
      *    COBBATA2 - ANNUAL TOTAL REWARDS STATEMENT. EMPLOYEES ONLY
      *               EVER SAW THEIR CASH PAY - WHAT THE COMPANY SPENDS
      *               ON THEM BEYOND IT WAS NEVER PUT IN FRONT OF
      *               THEM. ONCE A YEAR THIS RUN WALKS THE EMPLOYEE
      *               MASTER (APITP010 CMD-CODE 4, CONTRACTORS SKIPPED)
      *               AND ASSEMBLES, FOR THE STATEMENT YEAR, THE CASH
      *               PAID OFF THE TWELVE PAY ROWS (APITP015 CMD-CODE 2
      *               PER-EMPLOYEE CURSOR), THE EMPLOYER'S MATCH ON THE
      *               STATUTORY FUND DEDUCTION (SAME MATCHING PERCENT
      *               COBBAT60 USES), THE INTEREST SUBSIDY ON AN
      *               APITPLON LOAN (MARKET RATE OFF APITPPRM LESS THE
      *               LOAN'S OWN RATE, ON THE YEAR'S AVERAGE BALANCE
      *               FOR THE MONTHS RECOVERED), TRAINING COMPLETED IN
      *               THE YEAR (APITPTRN CMD-CODE 4, EACH COURSE PRICED
      *               OFF APITPPRM) AND THE DEPRECIATION OF HARDWARE
      *               ASSIGNED TO THEM (APITPASG CMD-CODE 4 AGAINST THE
      *               APITP017 MASTER, COBBAT07'S STRAIGHT-LINE
      *               SCHEDULE, PRO RATA BY MONTH HELD). A SECOND PASS
      *               OVER EVERY ENROLLMENT (APITPBEN CMD-CODE 5) ADDS
      *               THE EMPLOYER'S SHARE OF BENEFIT PREMIUMS FOR THE
      *               MONTHS ENROLLED. EACH EMPLOYEE'S FIGURES ARE KEPT
      *               ON ONE STATEMENT ROW PER YEAR (THE NEW APITPTRW
      *               GATEWAY) THAT THE COBSV009 PORTAL SERVICE
      *               RETURNS; A FINAL PASS PRINTS THE STATEMENT FOR
      *               EACH EMP-ID AND CUTS THE DEPARTMENT TOTALS FILE
      *               HR USES FOR BENCHMARKING. RERUNNING A YEAR
      *               REWRITES ITS ROWS IN PLACE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATA2.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REWARDS-STMT-FILE ASSIGN TO TRWSTMT
               ORGANIZATION IS SEQUENTIAL.
      *    ** the department totals HR benchmarks from
           SELECT REWARDS-DEPT-FILE ASSIGN TO TRWDEPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  REWARDS-STMT-FILE
           RECORDING MODE IS F.
      *    ** one printed line per statement item, the employee's
      *    ** lines together and closed off by the total line
       01  REWARDS-STMT-RECORD.
           03  RS-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RS-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RS-YEAR                     PIC 9(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RS-LABEL                    PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RS-AMOUNT                   PIC ZZZZZZZZ9.99-.

       FD  REWARDS-DEPT-FILE
           RECORDING MODE IS F.
       01  REWARDS-DEPT-RECORD.
           03  RD-DEPT-CODE                PIC X(4).
           03  RD-YEAR                     PIC 9(4).
           03  RD-HEADCOUNT                PIC 9(5).
           03  RD-CASH-PAY                 PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
           03  RD-BENEFITS                 PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
           03  RD-FUND                     PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
           03  RD-LOAN-SUBSIDY             PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
           03  RD-TRAINING                 PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
           03  RD-HARDWARE                 PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
           03  RD-TOTAL                    PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

      *    ** same EMPLOYEE-MASTER-RECORD shape COBCIO23 onboards
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  WS-EMP-ADDR-1               PIC X(30).
           03  WS-EMP-ADDR-2               PIC X(30).
           03  WS-EMP-ADDR-3               PIC X(30).
           03  WS-EMP-ZIP-CODE             PIC X(5).
           03  WS-EMP-DATE-JOINED          PIC 9(5).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  WS-EMP-DATE-MAINTAINED      PIC 9(5).
           03  WS-EMP-BIRTH-DATE           PIC 9(5).
           03  WS-EMP-SECURITY-EXP         PIC 9(5) COMP-3.
           03  WS-EMP-SALARY               PIC S9(7)V9(2) COMP-3.
           03  WS-EMP-FIRST-JOINED         PIC 9(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  WS-EMP-LOCATION             PIC X(2).
           03  WS-EMP-TYPE                 PIC X(1).
           03  FILLER                      PIC X(20).

      *    ** same PAYROLL-MASTER-RECORD shape COBCIO15 owns, with the
      *    ** full tail the later runs appended
       01  PAYROLL-MASTER-RECORD.
           10 WS-EMP-NO               PIC X(6).
           10 WS-PYEARMONTH           PIC X(6).
           10 WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
               15 WS-PYM-YYYY          PIC 9(4).
               15 WS-PYM-MM            PIC 9(2).
           10 WS-SALARYPAID           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BONUSPAID            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-COMMPAID             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOP                  PIC S9(4) USAGE COMP.
           10 WS-TAXWITHHELD          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-STATDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the enrollment and plan rows on APITPBEN - CMD-CODE 1
      *    ** READ PLAN, 5 ALL-ENROLLMENTS CURSOR (COBBAT39)
       01  ENROLLMENT-RECORD.
           10 WS-ENR-EMP-NO           PIC X(6).
           10 WS-ENR-PLAN-CODE        PIC X(4).
           10 WS-ENR-EFF-DATE         PIC 9(6).
           10 WS-ENR-END-DATE         PIC 9(6).
       01  BENEFIT-PLAN-RECORD.
           10 WS-BPL-PLAN-CODE        PIC X(4).
           10 WS-BPL-PLAN-DESC        PIC X(20).
           10 WS-BPL-EMPLOYEE-PCT     PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-BPL-EMPLOYER-PCT     PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-BPL-FLAT-AMOUNT      PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-BPL-COVERS-DEPS      PIC X(1).

      *    ** one active loan per employee (APITPLON CMD-CODE 1)
       01  LOAN-RECORD.
           10 WS-LON-EMP-NO           PIC X(6).
           10 WS-LON-PRINCIPAL        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LON-RATE-PCT         PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-LON-INSTALLMENT      PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-LON-BALANCE          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LON-STATUS           PIC X(1).

      *    ** one training row per employee/course (APITPTRN CMD-CODE
      *    ** 4 PER-EMPLOYEE CURSOR)
       01  TRAINING-RECORD.
           10 WS-TRN-EMP-NO           PIC X(6).
           10 WS-TRN-COURSE-CODE      PIC X(6).
           10 WS-TRN-COMPLETED-DATE   PIC 9(6).
           10 WS-TRN-EXPIRY-DATE      PIC 9(6).
           10 WS-TRN-RESULT           PIC X(1).

      *    ** one custody row per issue (APITPASG CMD-CODE 4 PER-
      *    ** EMPLOYEE CURSOR)
       01  ASSIGNMENT-RECORD.
           10 WS-ASG-EMP-NO           PIC X(6).
           10 WS-ASG-HARDWARE-ID      PIC X(10).
           10 WS-ASG-ISSUE-DATE       PIC 9(6).
           10 WS-ASG-RETURN-DATE      PIC 9(6).
           10 WS-ASG-OPID             PIC X(3).

      *    ** same HARDWARE-MASTER-RECORD shape COBBAT07 depreciates
       01  HARDWARE-MASTER-RECORD.
           10 WS-HARDWARE-ID          PIC X(10).
           10 WS-MOUSE-ID             PIC X(10).
           10 WS-KEYBOARD-ID          PIC X(10).
           10 WS-CPU-ID               PIC X(10).
           10 WS-MONITOR-ID           PIC X(10).
           10 WS-MOUSE-INS-VALUE      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-KEYBOARD-INS-VALUE   PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-CPU-INS-VALUE        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-MONITOR-INS-VALUE    PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-INS-RENEWAL-DATE     PIC 9(6).
           10 WS-ASSET-ACQUIRED-DATE  PIC 9(6).
           10 WS-HW-DEPT-CODE         PIC X(4).
           10 WS-ACQUISITION-COST     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PO-NO                PIC X(8).

      *    ** the central runtime parameter row (APITPPRM CMD-CODE 1
      *    ** READ BY PROGRAM+NAME, LATEST EFFECTIVE) - MKTLOANPCT IS
      *    ** THE MARKET LENDING RATE A STAFF LOAN IS MEASURED
      *    ** AGAINST, CRSnnnnnn THE COST OF ONE COURSE (CRSDEFAULT
      *    ** FOR ANY COURSE WITHOUT ITS OWN ROW)
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).

      *    ** one statement row per employee and year on the new
      *    ** APITPTRW gateway - CMD-CODE 1 READ BY EMP+YEAR, 2 ADD,
      *    ** 3 CHANGE. THE COBSV009 PORTAL SERVICE READS IT.
       01  REWARDS-STATEMENT-RECORD.
           10 WS-TRW-EMP-NO           PIC X(6).
           10 WS-TRW-YEAR             PIC 9(4).
           10 WS-TRW-DEPT-CODE        PIC X(4).
           10 WS-TRW-CASH-PAY         PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-TRW-BENEFITS         PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TRW-FUND             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TRW-LOAN-SUBSIDY     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TRW-TRAINING         PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TRW-HARDWARE         PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TRW-TOTAL            PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-TRW-RUN-DATE         PIC 9(6).
       01  WS-TRW-FOUND-SWITCH             PIC X.
           88  WS-TRW-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** statement-year card from SYSIN - blank or non-numeric
      *    ** defaults to the year before the run date, same as the
      *    ** COBBAT22 year-end statement
       01  WS-YEAR-CARD                    PIC X(4).
       01  WS-STMT-YEAR                    PIC 9(4).
      *    ** employer fund matching percent card - same card and
      *    ** default of 100 the COBBAT60 remittance run takes
       01  WS-MATCH-CARD                   PIC X(3).
       01  WS-MATCH-PCT                    PIC S9(3) COMP-3 VALUE +100.

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  FILLER                      PIC 9(4).
       01  WS-RUN-YYYY                     PIC 9(4).

      *    ** the market lending rate, zero when no row is on file -
      *    ** no subsidy is then claimed
       01  WS-MARKET-LOAN-PCT              PIC S9(3)V9(2) COMP-3.

      *    ** this shop's standard depreciation schedule, same five
      *    ** years COBBAT07 writes assets down over
       01  WS-DEPRECIATION-YEARS           PIC S9(4) COMP VALUE +5.
       01  WS-TOTAL-INSURED-VALUE          PIC S9(7)V9(2) COMP-3.
       01  WS-ACQUIRED-YY                  PIC 99.
       01  WS-ACQUIRED-YYYY                PIC 9(4).

      *    ** months of a yymmdd from/to range that fall inside the
      *    ** statement year - a zero to-date is still open
       01  WS-RANGE-FROM                   PIC 9(6).
       01  WS-RANGE-FROM-R REDEFINES WS-RANGE-FROM.
           03  WS-RF-YY                    PIC 99.
           03  WS-RF-MM                    PIC 99.
           03  FILLER                      PIC 99.
       01  WS-RANGE-TO                     PIC 9(6).
       01  WS-RANGE-TO-R REDEFINES WS-RANGE-TO.
           03  WS-RT-YY                    PIC 99.
           03  WS-RT-MM                    PIC 99.
           03  FILLER                      PIC 99.
       01  WS-RANGE-YYYY                   PIC 9(4).
       01  WS-RANGE-FIRST-MM               PIC S9(4) COMP.
       01  WS-RANGE-LAST-MM                PIC S9(4) COMP.
       01  WS-RANGE-MONTHS                 PIC S9(4) COMP.

      *    ** the employee's figures while the first pass builds them
       01  WS-CASH-PAY                     PIC S9(9)V9(2) COMP-3.
       01  WS-FUND                         PIC S9(7)V9(2) COMP-3.
       01  WS-LOAN-SUBSIDY                 PIC S9(7)V9(2) COMP-3.
       01  WS-TRAINING                     PIC S9(7)V9(2) COMP-3.
       01  WS-HARDWARE                     PIC S9(7)V9(2) COMP-3.
       01  WS-YEAR-STATDED                 PIC S9(9)V9(2) COMP-3.
       01  WS-YEAR-LOANDED                 PIC S9(9)V9(2) COMP-3.
       01  WS-LOAN-MONTHS                  PIC S9(4) COMP.
       01  WS-MONTHS-FOUND                 PIC S9(4) COMP.
       01  WS-AVERAGE-BALANCE              PIC S9(9)V9(2) COMP-3.
       01  WS-BENEFIT-AMOUNT               PIC S9(7)V9(2) COMP-3.

      *    ** per-department totals, same rollup-table idiom as
      *    ** COBBAT16/COBBAT21/COBBAT25
       01  WS-DEPT-TOTAL-TABLE.
           03  WS-DEPT-TOTAL-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IX.
               05  WS-DT-DEPT-CODE         PIC X(4).
               05  WS-DT-HEADCOUNT         PIC S9(5) COMP-3.
               05  WS-DT-CASH-PAY          PIC S9(11)V9(2) COMP-3.
               05  WS-DT-BENEFITS          PIC S9(11)V9(2) COMP-3.
               05  WS-DT-FUND              PIC S9(11)V9(2) COMP-3.
               05  WS-DT-LOAN-SUBSIDY      PIC S9(11)V9(2) COMP-3.
               05  WS-DT-TRAINING          PIC S9(11)V9(2) COMP-3.
               05  WS-DT-HARDWARE          PIC S9(11)V9(2) COMP-3.
               05  WS-DT-TOTAL             PIC S9(11)V9(2) COMP-3.
       01  WS-DEPT-TOTAL-COUNT             PIC S9(4) COMP VALUE +0.
       01  WS-DEPT-FOUND-SWITCH            PIC X.
           88  WS-DEPT-FOUND                   VALUE "Y".
       01  WS-GRAND-TOTAL                  PIC S9(11)V9(2) COMP-3
                                           VALUE +0.

       01  WS-EMP-SWITCH                   PIC X.
           88  WS-EMP-DONE                     VALUE "Y".
       01  WS-PAY-SWITCH                   PIC X.
           88  WS-PAY-DONE                     VALUE "Y".
       01  WS-TRN-SWITCH                   PIC X.
           88  WS-TRN-DONE                     VALUE "Y".
       01  WS-ASG-SWITCH                   PIC X.
           88  WS-ASG-DONE                     VALUE "Y".
       01  WS-ENR-SWITCH                   PIC X VALUE "N".
           88  WS-ENR-DONE                     VALUE "Y".
       01  WS-EMP-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-BUILT-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-ENROLL-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-STMT-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZZZ9.99-.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATA2".
           03  WS-RC-RUN-DATE              PIC 9(6).
           03  WS-RC-START-TIME            PIC 9(6).
           03  WS-RC-END-TIME              PIC 9(6).
           03  WS-RC-READ-COUNT            PIC S9(7) COMP.
           03  WS-RC-SELECT-COUNT          PIC S9(7) COMP.
           03  WS-RC-WRITE-COUNT           PIC S9(7) COMP.
           03  WS-RC-ERROR-COUNT           PIC S9(7) COMP.
           03  WS-RC-STATUS                PIC X(8).
       01  WS-TIME-OF-DAY                  PIC 9(8).
       01  WS-TIME-OF-DAY-R REDEFINES WS-TIME-OF-DAY.
           03  WS-TIME-HHMMSS              PIC 9(6).
           03  FILLER                      PIC 99.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       000-MAIN-LOGIC.

           PERFORM 100-INITIALIZE
           PERFORM 200-BUILD-STATEMENTS THRU 200-EXIT
           PERFORM 500-ADD-BENEFITS THRU 500-EXIT
           PERFORM 700-PRINT-STATEMENTS THRU 700-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE STATEMENT YEAR AND THE MATCHING
      *    PERCENT, READ THE MARKET LOAN RATE, AND OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 1900 + WS-RUN-YY
           END-IF.

           ACCEPT WS-YEAR-CARD.
           IF  WS-YEAR-CARD IS NUMERIC THEN
               MOVE WS-YEAR-CARD TO WS-STMT-YEAR
           ELSE
               COMPUTE WS-STMT-YEAR = WS-RUN-YYYY - 1
           END-IF.

           ACCEPT WS-MATCH-CARD.
           IF  WS-MATCH-CARD IS NUMERIC THEN
               MOVE WS-MATCH-CARD TO WS-MATCH-PCT
           END-IF.

           MOVE ZERO       TO WS-MARKET-LOAN-PCT.
           MOVE SPACES     TO PARAMETER-RECORD.
           MOVE "COBBATA2" TO WS-PRM-PROGRAM.
           MOVE "MKTLOANPCT  " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO AND WS-PRM-VALUE < 100 THEN
                   MOVE WS-PRM-VALUE TO WS-MARKET-LOAN-PCT
               END-IF
           END-IF.

           OPEN OUTPUT REWARDS-STMT-FILE.
           OPEN OUTPUT REWARDS-DEPT-FILE.

      *-----------------------------------------------------------------
      * 200-BUILD-STATEMENTS - WALK THE EMPLOYEE MASTER AND FILE A
      *    STATEMENT ROW FOR EVERY PERMANENT EMPLOYEE PAID IN THE
      *    YEAR. CONTRACTORS ARE PAID OFF INVOICES AND GET NONE.
      *-----------------------------------------------------------------
       200-BUILD-STATEMENTS.

           MOVE "N"    TO  WS-EMP-SWITCH.
           MOVE 4      TO  CMD-CODE.
           MOVE SPACES TO  EMPLOYEE-MASTER-RECORD.

           PERFORM UNTIL WS-EMP-DONE
               MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN
               CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-EMP-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
                   ADD 1 TO WS-EMP-COUNT
                   IF  WS-EMP-TYPE NOT = "C"
                       PERFORM 300-BUILD-ONE-EMPLOYEE THRU 300-EXIT
                   END-IF
      *            ** restore the employee cursor command after the
      *            ** per-employee walks reused it
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-BUILD-ONE-EMPLOYEE - ROLL THE YEAR'S PAY ROWS, PRICE THE
      *    LOAN SUBSIDY, TRAINING AND HARDWARE, AND FILE THE ROW WITH
      *    THE BENEFITS LEFT AT ZERO FOR THE ENROLLMENT PASS. AN
      *    EMPLOYEE WITH NO PAY ROWS IN THE YEAR GETS NO STATEMENT.
      *-----------------------------------------------------------------
       300-BUILD-ONE-EMPLOYEE.

           MOVE ZERO TO WS-CASH-PAY
                        WS-FUND
                        WS-LOAN-SUBSIDY
                        WS-TRAINING
                        WS-HARDWARE
                        WS-YEAR-STATDED
                        WS-YEAR-LOANDED
                        WS-LOAN-MONTHS
                        WS-MONTHS-FOUND.

           MOVE "N"              TO  WS-PAY-SWITCH.
           MOVE 2                TO  CMD-CODE.
           MOVE SPACES           TO  PAYROLL-MASTER-RECORD.
           MOVE WS-EMP-ID        TO  WS-EMP-NO.

           PERFORM UNTIL WS-PAY-DONE
               MOVE PAYROLL-MASTER-RECORD TO DATA-IN
               CALL "APITP015" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-PAY-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PAYROLL-MASTER-RECORD
                   IF  WS-PYM-YYYY = WS-STMT-YEAR THEN
                       PERFORM 320-ADD-PAY-MONTH
                   END-IF
                   MOVE WS-EMP-ID TO WS-EMP-NO
               END-IF
           END-PERFORM.

           IF  WS-MONTHS-FOUND = ZERO THEN
               GO TO 300-EXIT
           END-IF.

           COMPUTE WS-FUND ROUNDED =
                   WS-YEAR-STATDED * WS-MATCH-PCT / 100.

           PERFORM 330-LOAN-SUBSIDY THRU 330-EXIT.
           PERFORM 340-TRAINING-SPEND.
           PERFORM 360-HARDWARE-ALLOCATED.

           PERFORM 450-READ-STATEMENT.
           MOVE SPACES           TO REWARDS-STATEMENT-RECORD.
           MOVE WS-EMP-ID        TO WS-TRW-EMP-NO.
           MOVE WS-STMT-YEAR     TO WS-TRW-YEAR.
           MOVE WS-EMP-DEPT-CODE TO WS-TRW-DEPT-CODE.
           MOVE WS-CASH-PAY      TO WS-TRW-CASH-PAY.
           MOVE ZERO             TO WS-TRW-BENEFITS.
           MOVE WS-FUND          TO WS-TRW-FUND.
           MOVE WS-LOAN-SUBSIDY  TO WS-TRW-LOAN-SUBSIDY.
           MOVE WS-TRAINING      TO WS-TRW-TRAINING.
           MOVE WS-HARDWARE      TO WS-TRW-HARDWARE.
           MOVE WS-RUN-DATE      TO WS-TRW-RUN-DATE.
           PERFORM 460-FILE-STATEMENT.
           ADD 1 TO WS-BUILT-COUNT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 320-ADD-PAY-MONTH - ONE PAY MONTH'S CASH, FUND DEDUCTION AND
      *    LOAN RECOVERY. A ROW WRITTEN BEFORE A TAIL FIELD EXISTED
      *    CARRIES NO FIGURE IN IT.
      *-----------------------------------------------------------------
       320-ADD-PAY-MONTH.

           ADD 1 TO WS-MONTHS-FOUND.
           IF  WS-OTPAID IS NOT NUMERIC
               MOVE ZERO TO WS-OTPAID
           END-IF.
           IF  WS-GRATPAID IS NOT NUMERIC
               MOVE ZERO TO WS-GRATPAID
           END-IF.
           IF  WS-LOANDED IS NOT NUMERIC
               MOVE ZERO TO WS-LOANDED
           END-IF.
           COMPUTE WS-CASH-PAY = WS-CASH-PAY
                 + WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                 + WS-OTPAID + WS-GRATPAID.
           ADD WS-STATDED TO WS-YEAR-STATDED.
           IF  WS-LOANDED > ZERO THEN
               ADD 1          TO WS-LOAN-MONTHS
               ADD WS-LOANDED TO WS-YEAR-LOANDED
           END-IF.

      *-----------------------------------------------------------------
      * 330-LOAN-SUBSIDY - THE INTEREST THE EMPLOYEE DID NOT PAY: THE
      *    MARKET RATE LESS THE LOAN'S RATE ON THE YEAR'S AVERAGE
      *    BALANCE (THE CLOSING BALANCE PLUS HALF THE YEAR'S
      *    RECOVERIES), FOR THE MONTHS A RECOVERY WAS TAKEN.
      *-----------------------------------------------------------------
       330-LOAN-SUBSIDY.

           IF  WS-LOAN-MONTHS = ZERO
           OR  WS-MARKET-LOAN-PCT = ZERO
               GO TO 330-EXIT
           END-IF.

           MOVE SPACES    TO LOAN-RECORD.
           MOVE WS-EMP-ID TO WS-LON-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE LOAN-RECORD TO DATA-IN.
           CALL "APITPLON" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 330-EXIT
           END-IF.
           MOVE DATA-OUT TO LOAN-RECORD.

           IF  WS-LON-RATE-PCT NOT < WS-MARKET-LOAN-PCT THEN
               GO TO 330-EXIT
           END-IF.

           COMPUTE WS-AVERAGE-BALANCE =
                   WS-LON-BALANCE + WS-YEAR-LOANDED / 2.
           COMPUTE WS-LOAN-SUBSIDY ROUNDED =
                   WS-AVERAGE-BALANCE
                 * (WS-MARKET-LOAN-PCT - WS-LON-RATE-PCT) / 100
                 * WS-LOAN-MONTHS / 12.

       330-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 340-TRAINING-SPEND - EVERY COURSE THE EMPLOYEE COMPLETED IN
      *    THE YEAR, PRICED OFF ITS APITPPRM COST ROW.
      *-----------------------------------------------------------------
       340-TRAINING-SPEND.

           MOVE "N"       TO  WS-TRN-SWITCH.
           MOVE SPACES    TO  TRAINING-RECORD.
           MOVE WS-EMP-ID TO  WS-TRN-EMP-NO.
           MOVE 4         TO  CMD-CODE.

           PERFORM UNTIL WS-TRN-DONE
               MOVE TRAINING-RECORD TO DATA-IN
               CALL "APITPTRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-TRN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TRAINING-RECORD
                   MOVE WS-TRN-COMPLETED-DATE TO WS-RANGE-FROM
                   IF  WS-RANGE-FROM NOT = ZERO THEN
                       PERFORM 610-WINDOW-FROM-YEAR
                       IF  WS-RANGE-YYYY = WS-STMT-YEAR THEN
                           PERFORM 350-PRICE-COURSE
                       END-IF
                   END-IF
      *            ** restore the cursor command and key the course
      *            ** price read reused
                   MOVE 4 TO CMD-CODE
                   MOVE WS-EMP-ID TO WS-TRN-EMP-NO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 350-PRICE-COURSE - THE COURSE'S OWN COST ROW, ELSE THE
      *    CRSDEFAULT ROW, ELSE NOTHING.
      *-----------------------------------------------------------------
       350-PRICE-COURSE.

           MOVE SPACES             TO PARAMETER-RECORD.
           MOVE "COBBATA2"         TO WS-PRM-PROGRAM.
           MOVE "CRS"              TO WS-PRM-NAME (1:3).
           MOVE WS-TRN-COURSE-CODE TO WS-PRM-NAME (4:6).
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE SPACES         TO PARAMETER-RECORD
               MOVE "COBBATA2"     TO WS-PRM-PROGRAM
               MOVE "CRSDEFAULT  " TO WS-PRM-NAME
               MOVE PARAMETER-RECORD TO DATA-IN
               CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
           END-IF.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   ADD WS-PRM-VALUE TO WS-TRAINING
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 360-HARDWARE-ALLOCATED - EVERY ITEM ISSUED TO THE EMPLOYEE,
      *    CHARGED AT COBBAT07'S STRAIGHT-LINE MONTHLY DEPRECIATION FOR
      *    THE MONTHS OF THE YEAR THEY HELD IT. AN ITEM ALREADY
      *    WRITTEN DOWN TO NOTHING CHARGES NOTHING.
      *-----------------------------------------------------------------
       360-HARDWARE-ALLOCATED.

           MOVE "N"       TO  WS-ASG-SWITCH.
           MOVE SPACES    TO  ASSIGNMENT-RECORD.
           MOVE WS-EMP-ID TO  WS-ASG-EMP-NO.
           MOVE 4         TO  CMD-CODE.

           PERFORM UNTIL WS-ASG-DONE
               MOVE ASSIGNMENT-RECORD TO DATA-IN
               CALL "APITPASG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-ASG-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ASSIGNMENT-RECORD
                   MOVE WS-ASG-ISSUE-DATE  TO WS-RANGE-FROM
                   MOVE WS-ASG-RETURN-DATE TO WS-RANGE-TO
                   PERFORM 600-MONTHS-IN-YEAR THRU 600-EXIT
                   IF  WS-RANGE-MONTHS > ZERO THEN
                       PERFORM 370-CHARGE-ONE-ITEM THRU 370-EXIT
                   END-IF
      *            ** restore the cursor command and key the master
      *            ** read reused
                   MOVE 4 TO CMD-CODE
                   MOVE WS-EMP-ID TO WS-ASG-EMP-NO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 370-CHARGE-ONE-ITEM - READ THE HARDWARE MASTER (APITP017
      *    CMD-CODE 1) AND CHARGE THE MONTHS HELD.
      *-----------------------------------------------------------------
       370-CHARGE-ONE-ITEM.

           MOVE SPACES             TO HARDWARE-MASTER-RECORD.
           MOVE WS-ASG-HARDWARE-ID TO WS-HARDWARE-ID.
           MOVE 1                  TO CMD-CODE.
           MOVE HARDWARE-MASTER-RECORD TO DATA-IN.
           CALL "APITP017" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               GO TO 370-EXIT
           END-IF.
           MOVE DATA-OUT TO HARDWARE-MASTER-RECORD.

           IF  WS-ASSET-ACQUIRED-DATE = ZERO THEN
               GO TO 370-EXIT
           END-IF.
           MOVE WS-ASSET-ACQUIRED-DATE(1:2) TO WS-ACQUIRED-YY.
           IF  WS-ACQUIRED-YY < 50 THEN
               COMPUTE WS-ACQUIRED-YYYY = 2000 + WS-ACQUIRED-YY
           ELSE
               COMPUTE WS-ACQUIRED-YYYY = 1900 + WS-ACQUIRED-YY
           END-IF.
           IF  WS-ACQUIRED-YYYY + WS-DEPRECIATION-YEARS
                   NOT > WS-STMT-YEAR THEN
               GO TO 370-EXIT
           END-IF.

           COMPUTE WS-TOTAL-INSURED-VALUE =
                   WS-MOUSE-INS-VALUE + WS-KEYBOARD-INS-VALUE
                 + WS-CPU-INS-VALUE   + WS-MONITOR-INS-VALUE.
      *    ** same base as COBBAT07 - the order price where the asset
      *    ** came in through a COBCIO93 receipt
           IF  WS-ACQUISITION-COST IS NUMERIC
           AND WS-ACQUISITION-COST > ZERO THEN
               MOVE WS-ACQUISITION-COST TO WS-TOTAL-INSURED-VALUE
           END-IF.
           COMPUTE WS-HARDWARE ROUNDED = WS-HARDWARE
                 + WS-TOTAL-INSURED-VALUE / WS-DEPRECIATION-YEARS
                 * WS-RANGE-MONTHS / 12.

       370-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-READ-STATEMENT - THE EMPLOYEE'S ROW FOR THE YEAR, IF A
      *    PREVIOUS RUN FILED ONE.
      *-----------------------------------------------------------------
       450-READ-STATEMENT.

           MOVE SPACES       TO REWARDS-STATEMENT-RECORD.
           MOVE WS-EMP-ID    TO WS-TRW-EMP-NO.
           MOVE WS-STMT-YEAR TO WS-TRW-YEAR.
           MOVE 1 TO CMD-CODE.
           MOVE REWARDS-STATEMENT-RECORD TO DATA-IN.
           CALL "APITPTRW" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT TO REWARDS-STATEMENT-RECORD
               SET WS-TRW-FOUND TO TRUE
           ELSE
               MOVE "N" TO WS-TRW-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * 460-FILE-STATEMENT - TOTAL THE ROW AND CHANGE THE ONE ON FILE
      *    OR ADD THE FIRST.
      *-----------------------------------------------------------------
       460-FILE-STATEMENT.

           COMPUTE WS-TRW-TOTAL =
                   WS-TRW-CASH-PAY + WS-TRW-BENEFITS + WS-TRW-FUND
                 + WS-TRW-LOAN-SUBSIDY + WS-TRW-TRAINING
                 + WS-TRW-HARDWARE.

           IF  WS-TRW-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE REWARDS-STATEMENT-RECORD TO DATA-IN.
           CALL "APITPTRW" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATA2 - STATEMENT ROW NOT FILED FOR "
                       WS-TRW-EMP-NO
           END-IF.

      *-----------------------------------------------------------------
      * 500-ADD-BENEFITS - WALK EVERY ENROLLMENT (SAME APITPBEN
      *    CMD-CODE 5 CURSOR COBBAT39 USES) AND ADD THE EMPLOYER'S
      *    SHARE FOR THE MONTHS OF THE YEAR IT WAS ACTIVE TO THE
      *    EMPLOYEE'S STATEMENT ROW.
      *-----------------------------------------------------------------
       500-ADD-BENEFITS.

           MOVE 5      TO  CMD-CODE.
           MOVE SPACES TO  ENROLLMENT-RECORD.

           PERFORM UNTIL WS-ENR-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPBEN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-ENR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   ADD 1 TO WS-ENROLL-COUNT
                   MOVE WS-ENR-EFF-DATE TO WS-RANGE-FROM
                   MOVE WS-ENR-END-DATE TO WS-RANGE-TO
                   PERFORM 600-MONTHS-IN-YEAR THRU 600-EXIT
                   IF  WS-RANGE-MONTHS > ZERO THEN
                       PERFORM 550-PRICE-ONE-ENROLLMENT THRU 550-EXIT
                   END-IF
      *            ** restore the cursor command after the plan,
      *            ** employee and statement reads reused it
                   MOVE 5 TO CMD-CODE
               END-IF
           END-PERFORM.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-PRICE-ONE-ENROLLMENT - THE PLAN'S EMPLOYER PERCENT OF THE
      *    MONTHLY SALARY, THE SAME BASE COBBAT39 PRICES THE EMPLOYEE
      *    SHARE ON. NO STATEMENT ROW (A CONTRACTOR, OR NOBODY PAID
      *    IN THE YEAR) MEANS NOTHING TO ADD TO.
      *-----------------------------------------------------------------
       550-PRICE-ONE-ENROLLMENT.

           MOVE SPACES             TO BENEFIT-PLAN-RECORD.
           MOVE WS-ENR-PLAN-CODE   TO WS-BPL-PLAN-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE BENEFIT-PLAN-RECORD TO DATA-IN.
           CALL "APITPBEN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               GO TO 550-EXIT
           END-IF.
           MOVE DATA-OUT TO BENEFIT-PLAN-RECORD.
           IF  WS-BPL-EMPLOYER-PCT NOT > ZERO THEN
               GO TO 550-EXIT
           END-IF.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ENR-EMP-NO TO WS-EMP-ID.
           MOVE 1             TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               GO TO 550-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.

           PERFORM 450-READ-STATEMENT.
           IF  NOT WS-TRW-FOUND THEN
               GO TO 550-EXIT
           END-IF.

           COMPUTE WS-BENEFIT-AMOUNT ROUNDED =
                   WS-EMP-SALARY * WS-BPL-EMPLOYER-PCT / 100
                 * WS-RANGE-MONTHS.
           ADD WS-BENEFIT-AMOUNT TO WS-TRW-BENEFITS.
           PERFORM 460-FILE-STATEMENT.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-MONTHS-IN-YEAR - HOW MANY MONTHS OF THE STATEMENT YEAR THE
      *    WS-RANGE-FROM TO WS-RANGE-TO SPAN COVERS, COUNTING BOTH END
      *    MONTHS. A ZERO TO-DATE RUNS TO THE YEAR END.
      *-----------------------------------------------------------------
       600-MONTHS-IN-YEAR.

           MOVE ZERO TO WS-RANGE-MONTHS.
           IF  WS-RANGE-FROM = ZERO THEN
               GO TO 600-EXIT
           END-IF.

           PERFORM 610-WINDOW-FROM-YEAR.
           IF  WS-RANGE-YYYY > WS-STMT-YEAR THEN
               GO TO 600-EXIT
           END-IF.
           IF  WS-RANGE-YYYY < WS-STMT-YEAR THEN
               MOVE 1 TO WS-RANGE-FIRST-MM
           ELSE
               MOVE WS-RF-MM TO WS-RANGE-FIRST-MM
           END-IF.

           IF  WS-RANGE-TO = ZERO THEN
               MOVE 12 TO WS-RANGE-LAST-MM
           ELSE
               IF  WS-RT-YY < 50 THEN
                   COMPUTE WS-RANGE-YYYY = 2000 + WS-RT-YY
               ELSE
                   COMPUTE WS-RANGE-YYYY = 1900 + WS-RT-YY
               END-IF
               IF  WS-RANGE-YYYY < WS-STMT-YEAR THEN
                   GO TO 600-EXIT
               END-IF
               IF  WS-RANGE-YYYY > WS-STMT-YEAR THEN
                   MOVE 12 TO WS-RANGE-LAST-MM
               ELSE
                   MOVE WS-RT-MM TO WS-RANGE-LAST-MM
               END-IF
           END-IF.

           IF  WS-RANGE-LAST-MM NOT < WS-RANGE-FIRST-MM THEN
               COMPUTE WS-RANGE-MONTHS =
                       WS-RANGE-LAST-MM - WS-RANGE-FIRST-MM + 1
           END-IF.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 610-WINDOW-FROM-YEAR - THE 4-DIGIT YEAR OF WS-RANGE-FROM, SAME
      *    20XX/19XX WINDOW AS EVERY OTHER DATE SITE IN THIS SYSTEM.
      *-----------------------------------------------------------------
       610-WINDOW-FROM-YEAR.

           IF  WS-RF-YY < 50 THEN
               COMPUTE WS-RANGE-YYYY = 2000 + WS-RF-YY
           ELSE
               COMPUTE WS-RANGE-YYYY = 1900 + WS-RF-YY
           END-IF.

      *-----------------------------------------------------------------
      * 700-PRINT-STATEMENTS - WALK THE EMPLOYEE MASTER ONCE MORE AND
      *    PRINT THE FINISHED ROW FOR EVERYONE WHO HAS ONE, ROLLING IT
      *    INTO THE DEPARTMENT TOTALS.
      *-----------------------------------------------------------------
       700-PRINT-STATEMENTS.

           MOVE "N"    TO  WS-EMP-SWITCH.
           MOVE 4      TO  CMD-CODE.
           MOVE SPACES TO  EMPLOYEE-MASTER-RECORD.

           PERFORM UNTIL WS-EMP-DONE
               MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN
               CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-EMP-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
                   IF  WS-EMP-TYPE NOT = "C"
                       PERFORM 450-READ-STATEMENT
                       IF  WS-TRW-FOUND THEN
                           PERFORM 750-PRINT-ONE-STATEMENT
                           PERFORM 780-ROLL-INTO-DEPT
                       END-IF
                   END-IF
      *            ** restore the employee cursor command after the
      *            ** statement read reused it
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 750-PRINT-ONE-STATEMENT - ONE LINE PER ITEM, CASH FIRST, THE
      *    TOTAL LAST.
      *-----------------------------------------------------------------
       750-PRINT-ONE-STATEMENT.

           ADD 1 TO WS-STMT-COUNT.
           MOVE WS-EMP-ID        TO RS-EMP-NO.
           MOVE WS-EMP-NAME      TO RS-EMP-NAME.
           MOVE WS-TRW-DEPT-CODE TO RS-DEPT-CODE.
           MOVE WS-STMT-YEAR     TO RS-YEAR.

           MOVE "CASH PAY"                  TO RS-LABEL.
           MOVE WS-TRW-CASH-PAY             TO RS-AMOUNT.
           WRITE REWARDS-STMT-RECORD.
           MOVE "EMPLOYER BENEFIT PREMIUMS" TO RS-LABEL.
           MOVE WS-TRW-BENEFITS             TO RS-AMOUNT.
           WRITE REWARDS-STMT-RECORD.
           MOVE "EMPLOYER FUND CONTRIBUTION" TO RS-LABEL.
           MOVE WS-TRW-FUND                 TO RS-AMOUNT.
           WRITE REWARDS-STMT-RECORD.
           MOVE "STAFF LOAN INTEREST SUBSIDY" TO RS-LABEL.
           MOVE WS-TRW-LOAN-SUBSIDY         TO RS-AMOUNT.
           WRITE REWARDS-STMT-RECORD.
           MOVE "TRAINING"                  TO RS-LABEL.
           MOVE WS-TRW-TRAINING             TO RS-AMOUNT.
           WRITE REWARDS-STMT-RECORD.
           MOVE "EQUIPMENT PROVIDED"        TO RS-LABEL.
           MOVE WS-TRW-HARDWARE             TO RS-AMOUNT.
           WRITE REWARDS-STMT-RECORD.
           MOVE "TOTAL REWARDS"             TO RS-LABEL.
           MOVE WS-TRW-TOTAL                TO RS-AMOUNT.
           WRITE REWARDS-STMT-RECORD.

           ADD WS-TRW-TOTAL TO WS-GRAND-TOTAL.

      *-----------------------------------------------------------------
      * 780-ROLL-INTO-DEPT - THE ROW INTO ITS DEPARTMENT'S TOTALS.
      *-----------------------------------------------------------------
       780-ROLL-INTO-DEPT.

           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           PERFORM VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-TOTAL-COUNT
                   OR WS-DEPT-FOUND
               IF  WS-DT-DEPT-CODE (DEPT-IX) = WS-TRW-DEPT-CODE THEN
                   SET WS-DEPT-FOUND TO TRUE
                   PERFORM 790-ADD-TO-DEPT
               END-IF
           END-PERFORM.

           IF  NOT WS-DEPT-FOUND
           AND WS-DEPT-TOTAL-COUNT < 50
               ADD 1 TO WS-DEPT-TOTAL-COUNT
               SET DEPT-IX TO WS-DEPT-TOTAL-COUNT
               MOVE WS-TRW-DEPT-CODE TO WS-DT-DEPT-CODE (DEPT-IX)
               MOVE ZERO TO WS-DT-HEADCOUNT (DEPT-IX)
                            WS-DT-CASH-PAY (DEPT-IX)
                            WS-DT-BENEFITS (DEPT-IX)
                            WS-DT-FUND (DEPT-IX)
                            WS-DT-LOAN-SUBSIDY (DEPT-IX)
                            WS-DT-TRAINING (DEPT-IX)
                            WS-DT-HARDWARE (DEPT-IX)
                            WS-DT-TOTAL (DEPT-IX)
               PERFORM 790-ADD-TO-DEPT
           END-IF.

      *-----------------------------------------------------------------
      * 790-ADD-TO-DEPT - THE ROW'S FIGURES INTO THE ENTRY AT DEPT-IX.
      *-----------------------------------------------------------------
       790-ADD-TO-DEPT.

           ADD 1                   TO WS-DT-HEADCOUNT (DEPT-IX).
           ADD WS-TRW-CASH-PAY     TO WS-DT-CASH-PAY (DEPT-IX).
           ADD WS-TRW-BENEFITS     TO WS-DT-BENEFITS (DEPT-IX).
           ADD WS-TRW-FUND         TO WS-DT-FUND (DEPT-IX).
           ADD WS-TRW-LOAN-SUBSIDY TO WS-DT-LOAN-SUBSIDY (DEPT-IX).
           ADD WS-TRW-TRAINING     TO WS-DT-TRAINING (DEPT-IX).
           ADD WS-TRW-HARDWARE     TO WS-DT-HARDWARE (DEPT-IX).
           ADD WS-TRW-TOTAL        TO WS-DT-TOTAL (DEPT-IX).

      *-----------------------------------------------------------------
      * 900-TERMINATE - WRITE THE DEPARTMENT TOTALS, CLOSE THE FILES,
      *    LOG THE RUN, AND DISPLAY THE RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           PERFORM VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-TOTAL-COUNT
               MOVE WS-DT-DEPT-CODE (DEPT-IX)    TO RD-DEPT-CODE
               MOVE WS-STMT-YEAR                 TO RD-YEAR
               MOVE WS-DT-HEADCOUNT (DEPT-IX)    TO RD-HEADCOUNT
               MOVE WS-DT-CASH-PAY (DEPT-IX)     TO RD-CASH-PAY
               MOVE WS-DT-BENEFITS (DEPT-IX)     TO RD-BENEFITS
               MOVE WS-DT-FUND (DEPT-IX)         TO RD-FUND
               MOVE WS-DT-LOAN-SUBSIDY (DEPT-IX) TO RD-LOAN-SUBSIDY
               MOVE WS-DT-TRAINING (DEPT-IX)     TO RD-TRAINING
               MOVE WS-DT-HARDWARE (DEPT-IX)     TO RD-HARDWARE
               MOVE WS-DT-TOTAL (DEPT-IX)        TO RD-TOTAL
               WRITE REWARDS-DEPT-RECORD
           END-PERFORM.

           CLOSE REWARDS-STMT-FILE.
           CLOSE REWARDS-DEPT-FILE.

           MOVE WS-EMP-COUNT     TO WS-RC-READ-COUNT.
           MOVE WS-BUILT-COUNT   TO WS-RC-SELECT-COUNT.
           MOVE WS-STMT-COUNT    TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT   TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"       TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-EMP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA2 - " WS-COUNT-DISPLAY
                   " EMPLOYEES READ FOR " WS-STMT-YEAR.
           MOVE WS-ENROLL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA2 - " WS-COUNT-DISPLAY
                   " ENROLLMENTS READ".
           MOVE WS-STMT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA2 - " WS-COUNT-DISPLAY
                   " STATEMENTS PRINTED".
           MOVE WS-DEPT-TOTAL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA2 - " WS-COUNT-DISPLAY
                   " DEPARTMENT TOTALS WRITTEN".
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATA2 - TOTAL REWARDS " WS-AMOUNT-DISPLAY.

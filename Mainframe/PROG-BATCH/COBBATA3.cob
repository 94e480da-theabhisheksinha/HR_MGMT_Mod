      *-----------------------------------------------------------------
      *    COBBATA3 - NEXT-YEAR PERSONNEL COST FORECAST BY DEPARTMENT.
      *               THE AUTUMN BUDGET ROUND WAS BUILT BY HAND FROM
      *               COBBAT16 HEADCOUNT AND A SALARY EXPORT. THIS RUN
      *               PROJECTS EACH MONTH OF THE FORECAST YEAR'S
      *               PERSONNEL COST PER DEPARTMENT FROM FOUR SOURCES:
      *               EVERY PERMANENT EMPLOYEE'S CURRENT EMP-SALARY
      *               (APITP010 CMD-CODE 4, CONTRACTORS SKIPPED),
      *               UPLIFTED FROM THE REVIEW MONTH BY THE REVIEW
      *               PERCENT AND STOPPED AFTER A KNOWN TERMINATION
      *               MONTH; EVERY APPROVED REQUISITION STILL OPEN ON
      *               COBCIO58 (APITPRQN CMD-CODE 4) PRICED AT THE
      *               MIDPOINT OF ITS COBCIO27 JOB BAND (APITPJOB) FROM
      *               ITS EXPECTED START MONTH, SCALED BY THE VACANCY
      *               FILL RATE; AND THE EMPLOYER'S SHARE OF BENEFIT
      *               PREMIUMS ON EVERY ENROLLMENT RUNNING INTO THE
      *               YEAR (APITPBEN CMD-CODE 5, SAME BASE COBBAT39
      *               PRICES ON). EACH DEPARTMENT'S FORECAST YEAR-END
      *               HEADCOUNT IS SET AGAINST ITS COBCIO37 BUDGET
      *               (APITPBUD). THE SCENARIO LIVES ON THE RUNTIME
      *               PARAMETER FILE (APITPPRM) SO FINANCE CAN RERUN IT:
      *               FCSTREVPCT THE REVIEW PERCENT (NO ROW - THE
      *               AVERAGE THE CURRENT COBBAT31/32 CYCLE APPROVED),
      *               FCSTREVMM THE MONTH IT TAKES EFFECT (4 WHEN NO
      *               ROW), FCSTFILLPCT THE PERCENT OF OPEN VACANCIES
      *               EXPECTED TO FILL (100 WHEN NO ROW).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATA3.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-REPORT-FILE ASSIGN TO COSTFCST
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  FORECAST-REPORT-FILE
           RECORDING MODE IS F.
      *    ** twelve month lines per department, then its year line
      *    ** carrying the headcount set against the budget
       01  FORECAST-REPORT-RECORD.
           03  FR-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-PERIOD                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-SALARY                   PIC ZZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-BENEFITS                 PIC ZZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-VACANCY                  PIC ZZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-TOTAL                    PIC ZZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-FCST-HEADS               PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-BUD-HEADS                PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-VARIANCE                 PIC ZZZZ9-.

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
           03  WS-EMP-DATE-TERM-R REDEFINES WS-EMP-DATE-TERMINATED.
               05  WS-EMP-TERM-YY          PIC 99.
               05  WS-EMP-TERM-MM          PIC 99.
               05  FILLER                  PIC 99.
           03  WS-EMP-DATE-MAINTAINED      PIC 9(5).
           03  WS-EMP-BIRTH-DATE           PIC 9(5).
           03  WS-EMP-SECURITY-EXP         PIC 9(5) COMP-3.
           03  WS-EMP-SALARY               PIC S9(7)V9(2) COMP-3.
           03  WS-EMP-FIRST-JOINED         PIC 9(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  WS-EMP-LOCATION             PIC X(2).
           03  WS-EMP-TYPE                 PIC X(1).
           03  FILLER                      PIC X(20).

      *    ** the review cycle's proposals (APITPREV CMD-CODE 4 CYCLE
      *    ** CURSOR) - L LOCKED BY THE APPROVAL STEP, X APPLIED BY
      *    ** COBBAT32
       01  REVIEW-PROPOSAL-RECORD.
           10 WS-REV-CYCLE-YEAR       PIC 9(4).
           10 WS-REV-EMP-NO           PIC X(6).
           10 WS-REV-DEPT-CODE        PIC X(4).
           10 WS-REV-CURR-SALARY      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-REV-PROP-SALARY      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-REV-STATUS           PIC X(1).
               88  WS-REV-LOCKED          VALUE "L".
               88  WS-REV-APPLIED         VALUE "X".

      *    ** same requisition row COBCIO58 raises (APITPRQN CMD-CODE
      *    ** 4 CURSOR)
       01  REQUISITION-RECORD.
           10 WS-RQN-REQ-NO           PIC X(6).
           10 WS-RQN-DEPT-CODE        PIC X(4).
           10 WS-RQN-JOB-CODE         PIC X(8).
           10 WS-RQN-COUNT            PIC 9(3).
           10 WS-RQN-FILLED           PIC 9(3).
           10 WS-RQN-STATUS           PIC X(1).
               88  WS-RQN-APPROVED        VALUE "A".
           10 WS-RQN-RAISED-DATE      PIC 9(6).
           10 WS-RQN-MAKER-OPID       PIC X(3).
           10 WS-RQN-APPR-OPID        PIC X(3).
           10 WS-RQN-START-YM         PIC 9(6).
           10 WS-RQN-START-YM-R REDEFINES WS-RQN-START-YM.
               15 WS-RQN-START-YYYY    PIC 9(4).
               15 WS-RQN-START-MM      PIC 9(2).

      *    ** the job/position master COBCIO27 maintains
       01  JOB-MASTER-RECORD.
           10 WS-JOB-CODE             PIC X(8).
           10 WS-JOB-TITLE            PIC X(20).
           10 WS-JOB-GRADE            PIC X(2).
           10 WS-JOB-SAL-FLOOR        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JOB-SAL-CEILING      PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the enrollment and plan rows on APITPBEN - CMD-CODE 1
      *    ** READ PLAN, 5 ALL-ENROLLMENTS CURSOR (COBBAT39)
       01  ENROLLMENT-RECORD.
           10 WS-ENR-EMP-NO           PIC X(6).
           10 WS-ENR-PLAN-CODE        PIC X(4).
           10 WS-ENR-EFF-DATE         PIC 9(6).
           10 WS-ENR-EFF-DATE-R REDEFINES WS-ENR-EFF-DATE.
               15 WS-ENR-EFF-YY        PIC 99.
               15 WS-ENR-EFF-MM        PIC 99.
               15 FILLER               PIC 99.
           10 WS-ENR-END-DATE         PIC 9(6).
           10 WS-ENR-END-DATE-R REDEFINES WS-ENR-END-DATE.
               15 WS-ENR-END-YY        PIC 99.
               15 WS-ENR-END-MM        PIC 99.
               15 FILLER               PIC 99.
       01  BENEFIT-PLAN-RECORD.
           10 WS-BPL-PLAN-CODE        PIC X(4).
           10 WS-BPL-PLAN-DESC        PIC X(20).
           10 WS-BPL-EMPLOYEE-PCT     PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-BPL-EMPLOYER-PCT     PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-BPL-FLAT-AMOUNT      PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-BPL-COVERS-DEPS      PIC X(1).

      *    ** the COBCIO37 headcount budget row for the department
       01  HEADCOUNT-BUDGET-RECORD.
           10 WS-BUD-DEPT-CODE        PIC X(4).
           10 WS-BUD-YEAR             PIC 9(4).
           10 WS-BUD-HEADCOUNT        PIC 9(5).
           10 WS-BUD-FREEZE-FLAG      PIC X(1).

      *    ** the central runtime parameter row (APITPPRM CMD-CODE 1
      *    ** READ BY PROGRAM+NAME, LATEST EFFECTIVE)
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** forecast-year card from SYSIN - blank or non-numeric
      *    ** defaults to the year after the run date, the year the
      *    ** autumn budget round is planning
       01  WS-YEAR-CARD                    PIC X(4).
       01  WS-FCST-YEAR                    PIC 9(4).

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  FILLER                      PIC 9(4).
       01  WS-RUN-YYYY                     PIC 9(4).

      *    ** the scenario
       01  WS-REVIEW-PCT                   PIC S9(3)V9(4) COMP-3.
       01  WS-REVIEW-MM                    PIC S9(4) COMP VALUE +4.
       01  WS-FILL-PCT                     PIC S9(3)V9(2) COMP-3
                                           VALUE +100.
       01  WS-CYCLE-CURR-TOTAL             PIC S9(11)V9(2) COMP-3.
       01  WS-CYCLE-PROP-TOTAL             PIC S9(11)V9(2) COMP-3.

      *    ** one employee's projected monthly salary across the year
      *    ** and the months they are still on the books
       01  WS-PROJ-TABLE.
           03  WS-PROJ-SALARY              PIC S9(7)V9(2) COMP-3
                                           OCCURS 12 TIMES.
       01  WS-MONTH-IX                     PIC S9(4) COMP.
       01  WS-LAST-MM                      PIC S9(4) COMP.
       01  WS-FIRST-MM                     PIC S9(4) COMP.
       01  WS-WORK-YYYY                    PIC 9(4).
       01  WS-BENEFIT-AMOUNT               PIC S9(7)V9(2) COMP-3.
       01  WS-MIDPOINT                     PIC S9(7)V9(2) COMP-3.
       01  WS-OPEN-HEADS                   PIC S9(5) COMP-3.
       01  WS-FILL-HEADS                   PIC S9(5)V9(2) COMP-3.
       01  WS-VACANCY-AMOUNT               PIC S9(9)V9(2) COMP-3.

      *    ** per-department month totals, same rollup-table idiom as
      *    ** COBBAT16/COBBAT21/COBBAT25
       01  WS-ROLL-DEPT-CODE               PIC X(4).
       01  WS-DEPT-TOTAL-TABLE.
           03  WS-DEPT-TOTAL-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IX.
               05  WS-DT-DEPT-CODE         PIC X(4).
               05  WS-DT-FCST-HEADS        PIC S9(5)V9(2) COMP-3.
               05  WS-DT-MONTH OCCURS 12 TIMES.
                   07  WS-DT-SALARY        PIC S9(11)V9(2) COMP-3.
                   07  WS-DT-BENEFITS      PIC S9(11)V9(2) COMP-3.
                   07  WS-DT-VACANCY       PIC S9(11)V9(2) COMP-3.
       01  WS-DEPT-TOTAL-COUNT             PIC S9(4) COMP VALUE +0.
       01  WS-DEPT-FOUND-SWITCH            PIC X.
           88  WS-DEPT-FOUND                   VALUE "Y".

      *    ** report line work fields
       01  WS-PERIOD                       PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PERIOD-YYYY              PIC 9(4).
           03  WS-PERIOD-MM                PIC 9(2).
       01  WS-LINE-TOTAL                   PIC S9(11)V9(2) COMP-3.
       01  WS-YEAR-SALARY                  PIC S9(11)V9(2) COMP-3.
       01  WS-YEAR-BENEFITS                PIC S9(11)V9(2) COMP-3.
       01  WS-YEAR-VACANCY                 PIC S9(11)V9(2) COMP-3.
       01  WS-YEAR-TOTAL                   PIC S9(11)V9(2) COMP-3.
       01  WS-FCST-HEADS                   PIC S9(5) COMP-3.
       01  WS-BUD-HEADS                    PIC S9(5) COMP-3.
       01  WS-GRAND-TOTAL                  PIC S9(13)V9(2) COMP-3
                                           VALUE +0.

       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-EMP-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-PROJECTED-COUNT              PIC S9(7) COMP VALUE +0.
       01  WS-REQN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-ENROLL-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-OVER-BUDGET-COUNT            PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZZZZZ9.99-.
       01  WS-PCT-DISPLAY                  PIC ZZ9.9999-.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATA3".
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
           PERFORM 200-PROJECT-EMPLOYEES THRU 200-EXIT
           PERFORM 400-PROJECT-VACANCIES THRU 400-EXIT
           PERFORM 500-PROJECT-BENEFITS THRU 500-EXIT
           PERFORM 800-WRITE-FORECAST
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE FORECAST YEAR, LOAD THE SCENARIO
      *    AND OPEN THE REPORT.
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
               MOVE WS-YEAR-CARD TO WS-FCST-YEAR
           ELSE
               COMPUTE WS-FCST-YEAR = WS-RUN-YYYY + 1
           END-IF.

           PERFORM 120-LOAD-SCENARIO THRU 120-EXIT.

           OPEN OUTPUT FORECAST-REPORT-FILE.

      *-----------------------------------------------------------------
      * 120-LOAD-SCENARIO - THE THREE APITPPRM SCENARIO ROWS. WITH NO
      *    REVIEW PERCENT ON FILE THE FORECAST TAKES THE AVERAGE RISE
      *    THE CURRENT CYCLE APPROVED (LOCKED OR APPLIED PROPOSED
      *    OVER CURRENT SALARY).
      *-----------------------------------------------------------------
       120-LOAD-SCENARIO.

           MOVE "FCSTREVMM   " TO WS-PRM-NAME.
           PERFORM 150-READ-PARAMETER.
           IF  RESP-CODE <> 0
           AND WS-PRM-VALUE NOT < 1 AND WS-PRM-VALUE NOT > 12
               MOVE WS-PRM-VALUE TO WS-REVIEW-MM
           END-IF.

           MOVE "FCSTFILLPCT " TO WS-PRM-NAME.
           PERFORM 150-READ-PARAMETER.
           IF  RESP-CODE <> 0
           AND WS-PRM-VALUE NOT < ZERO AND WS-PRM-VALUE NOT > 100
               MOVE WS-PRM-VALUE TO WS-FILL-PCT
           END-IF.

           MOVE "FCSTREVPCT  " TO WS-PRM-NAME.
           PERFORM 150-READ-PARAMETER.
           IF  RESP-CODE <> 0
           AND WS-PRM-VALUE > -100 AND WS-PRM-VALUE < 100
               MOVE WS-PRM-VALUE TO WS-REVIEW-PCT
               GO TO 120-EXIT
           END-IF.

           MOVE ZERO TO WS-REVIEW-PCT
                        WS-CYCLE-CURR-TOTAL
                        WS-CYCLE-PROP-TOTAL.
           MOVE "N"          TO  WS-SCAN-SWITCH.
           MOVE 4            TO  CMD-CODE.
           MOVE SPACES       TO  REVIEW-PROPOSAL-RECORD.
           MOVE WS-RUN-YYYY  TO  WS-REV-CYCLE-YEAR.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE REVIEW-PROPOSAL-RECORD TO DATA-IN
               CALL "APITPREV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REVIEW-PROPOSAL-RECORD
                   IF  WS-REV-LOCKED OR WS-REV-APPLIED
                       ADD WS-REV-CURR-SALARY TO WS-CYCLE-CURR-TOTAL
                       ADD WS-REV-PROP-SALARY TO WS-CYCLE-PROP-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-CYCLE-CURR-TOTAL > ZERO THEN
               COMPUTE WS-REVIEW-PCT ROUNDED =
                       (WS-CYCLE-PROP-TOTAL - WS-CYCLE-CURR-TOTAL)
                     * 100 / WS-CYCLE-CURR-TOTAL
           END-IF.

       120-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 150-READ-PARAMETER - ONE COBBATA3 ROW BY THE NAME IN
      *    WS-PRM-NAME. RESP-CODE IS LEFT FOR THE CALLER TO TEST.
      *-----------------------------------------------------------------
       150-READ-PARAMETER.

           MOVE "COBBATA3" TO WS-PRM-PROGRAM.
           MOVE ZERO       TO WS-PRM-VALUE.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 200-PROJECT-EMPLOYEES - WALK THE EMPLOYEE MASTER AND ROLL EVERY
      *    PERMANENT EMPLOYEE'S PROJECTED SALARY INTO THEIR
      *    DEPARTMENT'S MONTHS.
      *-----------------------------------------------------------------
       200-PROJECT-EMPLOYEES.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE 4      TO  CMD-CODE.
           MOVE SPACES TO  EMPLOYEE-MASTER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN
               CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
                   ADD 1 TO WS-EMP-COUNT
                   IF  WS-EMP-TYPE NOT = "C"
                       PERFORM 300-PROJECT-ONE-EMPLOYEE THRU 300-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-PROJECT-ONE-EMPLOYEE - BUILD THE YEAR'S SALARY LINE AND
      *    ADD IT TO THE DEPARTMENT. SOMEBODY GONE BEFORE THE YEAR
      *    STARTS COSTS NOTHING.
      *-----------------------------------------------------------------
       300-PROJECT-ONE-EMPLOYEE.

           PERFORM 350-PROJECT-SALARY THRU 350-EXIT.
           IF  WS-LAST-MM = ZERO THEN
               GO TO 300-EXIT
           END-IF.

           MOVE WS-EMP-DEPT-CODE TO WS-ROLL-DEPT-CODE.
           PERFORM 700-FIND-DEPT.
           IF  NOT WS-DEPT-FOUND THEN
               ADD 1 TO WS-ERROR-COUNT
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-PROJECTED-COUNT.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-LAST-MM
               ADD WS-PROJ-SALARY (WS-MONTH-IX)
                       TO WS-DT-SALARY (DEPT-IX, WS-MONTH-IX)
           END-PERFORM.
           IF  WS-LAST-MM = 12 THEN
               ADD 1 TO WS-DT-FCST-HEADS (DEPT-IX)
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-PROJECT-SALARY - THE CURRENT SALARY UP TO THE REVIEW MONTH
      *    AND THE UPLIFTED ONE FROM IT, THROUGH THE TERMINATION MONTH
      *    FOR A KNOWN LEAVER (WS-LAST-MM - ZERO WHEN NOTHING FALLS IN
      *    THE YEAR).
      *-----------------------------------------------------------------
       350-PROJECT-SALARY.

           MOVE 12 TO WS-LAST-MM.
           IF  WS-EMP-DATE-TERMINATED IS NUMERIC
           AND WS-EMP-DATE-TERMINATED NOT = ZERO
               IF  WS-EMP-TERM-YY < 50 THEN
                   COMPUTE WS-WORK-YYYY = 2000 + WS-EMP-TERM-YY
               ELSE
                   COMPUTE WS-WORK-YYYY = 1900 + WS-EMP-TERM-YY
               END-IF
               IF  WS-WORK-YYYY < WS-FCST-YEAR THEN
                   MOVE ZERO TO WS-LAST-MM
                   GO TO 350-EXIT
               END-IF
               IF  WS-WORK-YYYY = WS-FCST-YEAR THEN
                   MOVE WS-EMP-TERM-MM TO WS-LAST-MM
               END-IF
           END-IF.

           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
               IF  WS-MONTH-IX < WS-REVIEW-MM THEN
                   MOVE WS-EMP-SALARY TO WS-PROJ-SALARY (WS-MONTH-IX)
               ELSE
                   COMPUTE WS-PROJ-SALARY (WS-MONTH-IX) ROUNDED =
                           WS-EMP-SALARY * (1 + WS-REVIEW-PCT / 100)
               END-IF
           END-PERFORM.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-PROJECT-VACANCIES - WALK THE REQUISITIONS (APITPRQN
      *    CMD-CODE 4 CURSOR) AND PRICE EVERY APPROVED ONE STILL
      *    HOLDING OPEN HEADS.
      *-----------------------------------------------------------------
       400-PROJECT-VACANCIES.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE 4      TO  CMD-CODE.
           MOVE SPACES TO  REQUISITION-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE REQUISITION-RECORD TO DATA-IN
               CALL "APITPRQN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REQUISITION-RECORD
                   IF  WS-RQN-APPROVED
                   AND WS-RQN-COUNT > WS-RQN-FILLED
                       PERFORM 450-PRICE-ONE-REQUISITION THRU 450-EXIT
                   END-IF
      *            ** restore the cursor command after the job
      *            ** master read reused it
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-PRICE-ONE-REQUISITION - THE BAND MIDPOINT FOR EACH OPEN
      *    HEAD EXPECTED TO FILL, FROM THE START MONTH. A REQUISITION
      *    RAISED BEFORE START MONTHS WERE KEPT, OR ONE ALREADY DUE,
      *    IS PRICED FROM THE FIRST MONTH OF THE YEAR.
      *-----------------------------------------------------------------
       450-PRICE-ONE-REQUISITION.

           ADD 1 TO WS-REQN-COUNT.

           MOVE 1 TO WS-FIRST-MM.
           IF  WS-RQN-START-YM IS NUMERIC
           AND WS-RQN-START-YM NOT = ZERO
               IF  WS-RQN-START-YYYY > WS-FCST-YEAR THEN
                   GO TO 450-EXIT
               END-IF
               IF  WS-RQN-START-YYYY = WS-FCST-YEAR
               AND WS-RQN-START-MM NOT < 1
               AND WS-RQN-START-MM NOT > 12
                   MOVE WS-RQN-START-MM TO WS-FIRST-MM
               END-IF
           END-IF.

           MOVE SPACES          TO JOB-MASTER-RECORD.
           MOVE WS-RQN-JOB-CODE TO WS-JOB-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE JOB-MASTER-RECORD TO DATA-IN.
           CALL "APITPJOB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATA3 - NO JOB BAND FOR REQUISITION "
                       WS-RQN-REQ-NO
               GO TO 450-EXIT
           END-IF.
           MOVE DATA-OUT TO JOB-MASTER-RECORD.

           MOVE WS-RQN-DEPT-CODE TO WS-ROLL-DEPT-CODE.
           PERFORM 700-FIND-DEPT.
           IF  NOT WS-DEPT-FOUND THEN
               ADD 1 TO WS-ERROR-COUNT
               GO TO 450-EXIT
           END-IF.

           COMPUTE WS-MIDPOINT ROUNDED =
                   (WS-JOB-SAL-FLOOR + WS-JOB-SAL-CEILING) / 2.
           COMPUTE WS-OPEN-HEADS = WS-RQN-COUNT - WS-RQN-FILLED.
           COMPUTE WS-FILL-HEADS ROUNDED =
                   WS-OPEN-HEADS * WS-FILL-PCT / 100.
           COMPUTE WS-VACANCY-AMOUNT ROUNDED =
                   WS-MIDPOINT * WS-FILL-HEADS.

           PERFORM VARYING WS-MONTH-IX FROM WS-FIRST-MM BY 1
                   UNTIL WS-MONTH-IX > 12
               ADD WS-VACANCY-AMOUNT
                       TO WS-DT-VACANCY (DEPT-IX, WS-MONTH-IX)
           END-PERFORM.
           ADD WS-FILL-HEADS TO WS-DT-FCST-HEADS (DEPT-IX).

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-PROJECT-BENEFITS - WALK EVERY ENROLLMENT (SAME APITPBEN
      *    CMD-CODE 5 CURSOR COBBAT39 USES) AND ADD THE EMPLOYER'S
      *    SHARE FOR THE MONTHS IT RUNS INTO THE YEAR.
      *-----------------------------------------------------------------
       500-PROJECT-BENEFITS.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE 5      TO  CMD-CODE.
           MOVE SPACES TO  ENROLLMENT-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPBEN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   ADD 1 TO WS-ENROLL-COUNT
                   PERFORM 550-PRICE-ONE-ENROLLMENT THRU 550-EXIT
      *            ** restore the cursor command after the plan and
      *            ** employee reads reused it
                   MOVE 5 TO CMD-CODE
               END-IF
           END-PERFORM.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-PRICE-ONE-ENROLLMENT - THE PLAN'S EMPLOYER PERCENT OF EACH
      *    MONTH'S PROJECTED SALARY, FROM THE LATER OF THE YEAR START
      *    AND THE EFFECTIVE MONTH TO THE EARLIER OF THE END MONTH AND
      *    THE EMPLOYEE'S LAST MONTH.
      *-----------------------------------------------------------------
       550-PRICE-ONE-ENROLLMENT.

           MOVE 1  TO WS-FIRST-MM.
           IF  WS-ENR-EFF-YY < 50 THEN
               COMPUTE WS-WORK-YYYY = 2000 + WS-ENR-EFF-YY
           ELSE
               COMPUTE WS-WORK-YYYY = 1900 + WS-ENR-EFF-YY
           END-IF.
           IF  WS-WORK-YYYY > WS-FCST-YEAR THEN
               GO TO 550-EXIT
           END-IF.
           IF  WS-WORK-YYYY = WS-FCST-YEAR THEN
               MOVE WS-ENR-EFF-MM TO WS-FIRST-MM
           END-IF.

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
           IF  WS-EMP-TYPE = "C" THEN
               GO TO 550-EXIT
           END-IF.

           PERFORM 350-PROJECT-SALARY THRU 350-EXIT.
           IF  WS-ENR-END-DATE NOT = ZERO THEN
               IF  WS-ENR-END-YY < 50 THEN
                   COMPUTE WS-WORK-YYYY = 2000 + WS-ENR-END-YY
               ELSE
                   COMPUTE WS-WORK-YYYY = 1900 + WS-ENR-END-YY
               END-IF
               IF  WS-WORK-YYYY < WS-FCST-YEAR THEN
                   GO TO 550-EXIT
               END-IF
               IF  WS-WORK-YYYY = WS-FCST-YEAR
               AND WS-ENR-END-MM < WS-LAST-MM
                   MOVE WS-ENR-END-MM TO WS-LAST-MM
               END-IF
           END-IF.
           IF  WS-LAST-MM < WS-FIRST-MM THEN
               GO TO 550-EXIT
           END-IF.

           MOVE WS-EMP-DEPT-CODE TO WS-ROLL-DEPT-CODE.
           PERFORM 700-FIND-DEPT.
           IF  NOT WS-DEPT-FOUND THEN
               ADD 1 TO WS-ERROR-COUNT
               GO TO 550-EXIT
           END-IF.

           PERFORM VARYING WS-MONTH-IX FROM WS-FIRST-MM BY 1
                   UNTIL WS-MONTH-IX > WS-LAST-MM
               COMPUTE WS-BENEFIT-AMOUNT ROUNDED =
                       WS-PROJ-SALARY (WS-MONTH-IX)
                     * WS-BPL-EMPLOYER-PCT / 100
               ADD WS-BENEFIT-AMOUNT
                       TO WS-DT-BENEFITS (DEPT-IX, WS-MONTH-IX)
           END-PERFORM.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-FIND-DEPT - LEAVE DEPT-IX ON WS-ROLL-DEPT-CODE'S ENTRY,
      *    OPENING A ZEROED ONE THE FIRST TIME THE DEPARTMENT IS SEEN.
      *    A FULL TABLE LEAVES WS-DEPT-FOUND OFF.
      *-----------------------------------------------------------------
       700-FIND-DEPT.

           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           SET DEPT-IX TO 1.
           SEARCH WS-DEPT-TOTAL-ENTRY
               AT END
                   CONTINUE
               WHEN DEPT-IX > WS-DEPT-TOTAL-COUNT
                   CONTINUE
               WHEN WS-DT-DEPT-CODE (DEPT-IX) = WS-ROLL-DEPT-CODE
                   SET WS-DEPT-FOUND TO TRUE
           END-SEARCH.

           IF  NOT WS-DEPT-FOUND
           AND WS-DEPT-TOTAL-COUNT < 50
               ADD 1 TO WS-DEPT-TOTAL-COUNT
               SET DEPT-IX TO WS-DEPT-TOTAL-COUNT
               MOVE WS-ROLL-DEPT-CODE TO WS-DT-DEPT-CODE (DEPT-IX)
               MOVE ZERO TO WS-DT-FCST-HEADS (DEPT-IX)
               PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                       UNTIL WS-MONTH-IX > 12
                   MOVE ZERO TO WS-DT-SALARY (DEPT-IX, WS-MONTH-IX)
                                WS-DT-BENEFITS (DEPT-IX, WS-MONTH-IX)
                                WS-DT-VACANCY (DEPT-IX, WS-MONTH-IX)
               END-PERFORM
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 800-WRITE-FORECAST - EACH DEPARTMENT'S TWELVE MONTHS, THEN ITS
      *    YEAR LINE WITH THE FORECAST YEAR-END HEADCOUNT AGAINST THE
      *    APITPBUD BUDGET. A DEPARTMENT WITH NO BUDGET ROW SHOWS NO
      *    VARIANCE, SAME RULE COBBAT16 APPLIES.
      *-----------------------------------------------------------------
       800-WRITE-FORECAST.

           PERFORM VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-TOTAL-COUNT
               PERFORM 820-WRITE-ONE-DEPT
           END-PERFORM.

      *-----------------------------------------------------------------
      * 820-WRITE-ONE-DEPT - THE DEPARTMENT AT DEPT-IX.
      *-----------------------------------------------------------------
       820-WRITE-ONE-DEPT.

           MOVE ZERO TO WS-YEAR-SALARY
                        WS-YEAR-BENEFITS
                        WS-YEAR-VACANCY
                        WS-YEAR-TOTAL.
           MOVE WS-FCST-YEAR TO WS-PERIOD-YYYY.

           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
               MOVE WS-MONTH-IX TO WS-PERIOD-MM
               COMPUTE WS-LINE-TOTAL =
                       WS-DT-SALARY (DEPT-IX, WS-MONTH-IX)
                     + WS-DT-BENEFITS (DEPT-IX, WS-MONTH-IX)
                     + WS-DT-VACANCY (DEPT-IX, WS-MONTH-IX)
               ADD WS-DT-SALARY (DEPT-IX, WS-MONTH-IX)
                       TO WS-YEAR-SALARY
               ADD WS-DT-BENEFITS (DEPT-IX, WS-MONTH-IX)
                       TO WS-YEAR-BENEFITS
               ADD WS-DT-VACANCY (DEPT-IX, WS-MONTH-IX)
                       TO WS-YEAR-VACANCY
               ADD WS-LINE-TOTAL TO WS-YEAR-TOTAL
               MOVE SPACES TO FORECAST-REPORT-RECORD
               MOVE WS-DT-DEPT-CODE (DEPT-IX) TO FR-DEPT-CODE
               MOVE WS-PERIOD TO FR-PERIOD
               MOVE WS-DT-SALARY (DEPT-IX, WS-MONTH-IX) TO FR-SALARY
               MOVE WS-DT-BENEFITS (DEPT-IX, WS-MONTH-IX)
                       TO FR-BENEFITS
               MOVE WS-DT-VACANCY (DEPT-IX, WS-MONTH-IX)
                       TO FR-VACANCY
               MOVE WS-LINE-TOTAL TO FR-TOTAL
               WRITE FORECAST-REPORT-RECORD
           END-PERFORM.

           COMPUTE WS-FCST-HEADS ROUNDED = WS-DT-FCST-HEADS (DEPT-IX).

           MOVE SPACES                    TO HEADCOUNT-BUDGET-RECORD.
           MOVE WS-DT-DEPT-CODE (DEPT-IX) TO WS-BUD-DEPT-CODE.
           MOVE WS-FCST-YEAR              TO WS-BUD-YEAR.
           MOVE 1 TO CMD-CODE.
           MOVE HEADCOUNT-BUDGET-RECORD TO DATA-IN.
           CALL "APITPBUD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.

           MOVE SPACES                    TO FORECAST-REPORT-RECORD.
           MOVE WS-DT-DEPT-CODE (DEPT-IX) TO FR-DEPT-CODE.
           MOVE "YEAR"                    TO FR-PERIOD.
           MOVE WS-YEAR-SALARY            TO FR-SALARY.
           MOVE WS-YEAR-BENEFITS          TO FR-BENEFITS.
           MOVE WS-YEAR-VACANCY           TO FR-VACANCY.
           MOVE WS-YEAR-TOTAL             TO FR-TOTAL.
           MOVE WS-FCST-HEADS             TO FR-FCST-HEADS.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT TO HEADCOUNT-BUDGET-RECORD
               MOVE WS-BUD-HEADCOUNT TO WS-BUD-HEADS
               MOVE WS-BUD-HEADS     TO FR-BUD-HEADS
               COMPUTE FR-VARIANCE = WS-FCST-HEADS - WS-BUD-HEADS
               IF  WS-FCST-HEADS > WS-BUD-HEADS THEN
                   ADD 1 TO WS-OVER-BUDGET-COUNT
               END-IF
           END-IF.
           WRITE FORECAST-REPORT-RECORD.

           ADD WS-YEAR-TOTAL TO WS-GRAND-TOTAL.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS AND THE SCENARIO THEY WERE BUILT ON.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE FORECAST-REPORT-FILE.

           MOVE WS-EMP-COUNT        TO WS-RC-READ-COUNT.
           MOVE WS-PROJECTED-COUNT  TO WS-RC-SELECT-COUNT.
           COMPUTE WS-RC-WRITE-COUNT = WS-DEPT-TOTAL-COUNT * 13.
           MOVE WS-ERROR-COUNT      TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"          TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-EMP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA3 - " WS-COUNT-DISPLAY
                   " EMPLOYEES READ FOR FORECAST YEAR " WS-FCST-YEAR.
           MOVE WS-REVIEW-PCT TO WS-PCT-DISPLAY.
           DISPLAY "COBBATA3 - REVIEW PERCENT " WS-PCT-DISPLAY
                   " FROM MONTH " WS-REVIEW-MM.
           MOVE WS-FILL-PCT TO WS-PCT-DISPLAY.
           DISPLAY "COBBATA3 - VACANCY FILL PERCENT " WS-PCT-DISPLAY.
           MOVE WS-REQN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA3 - " WS-COUNT-DISPLAY
                   " OPEN REQUISITIONS PRICED".
           MOVE WS-ENROLL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA3 - " WS-COUNT-DISPLAY
                   " ENROLLMENTS READ".
           MOVE WS-OVER-BUDGET-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA3 - " WS-COUNT-DISPLAY
                   " DEPARTMENTS FORECAST OVER HEADCOUNT BUDGET".
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATA3 - FORECAST COST " WS-AMOUNT-DISPLAY.

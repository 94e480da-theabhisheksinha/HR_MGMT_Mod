      *-----------------------------------------------------------------
      *    COBBATA9 - MONTHLY TRAINING SPEND BY DEPARTMENT. WHAT THE
      *               COMPANY PAID FOR COURSES WAS ONLY EVER SEEN AS
      *               VENDOR INVOICES, WITH NO WAY TO SAY WHICH
      *               DEPARTMENT THE SEATS WENT TO. EVERY MONTH END
      *               THIS RUN WALKS THE COBCIO89 SESSIONS (APITPTSS
      *               CMD-CODE 5) FOR THOSE THAT ENDED IN THE RUN
      *               MONTH AND WERE NOT CANCELLED, AND CHARGES EVERY
      *               SEAT HELD ON THEM - APPROVED, ATTENDED OR A
      *               NO-SHOW, A SEAT PAID FOR IS A SEAT PAID FOR - AT
      *               THE SESSION'S COST PER SEAT TO THE DEPARTMENT OF
      *               THE EMPLOYEE WHO HELD IT. ONE ROW PER DEPARTMENT
      *               GOES TO THE TRNSPNDM FILE, WHICH COBBAT80
      *               JOURNALS AS SOURCE TR, AND THE REPORT SHOWS EACH
      *               SESSION CHARGED AND THE DEPARTMENT TOTALS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATA9.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-SPEND-FILE ASSIGN TO TRNSPNDM
               ORGANIZATION IS SEQUENTIAL.
           SELECT SPEND-REPORT-FILE ASSIGN TO TRNSPEND
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  TRAIN-SPEND-FILE
           RECORDING MODE IS F.
      *    ** one row per department charged in the month (COBBAT80
      *    ** source TR)
       01  TRAIN-SPEND-RECORD.
           03  TS-DEPT-CODE                PIC X(4).
           03  TS-YEARMONTH                PIC X(6).
           03  TS-SEATS                    PIC 9(5).
           03  TS-SPEND                    PIC S9(9)V9(2)
                                           SIGN LEADING SEPARATE.
           03  FILLER                      PIC X(53).

       FD  SPEND-REPORT-FILE
           RECORDING MODE IS F.
       01  SPEND-REPORT-RECORD.
           03  RP-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-COURSE-CODE              PIC X(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RP-SESSION-NO               PIC X(2).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-END-DATE                 PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-SEATS                    PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-COST-PER-SEAT            PIC ZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-SPEND                    PIC ZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-REMARK                   PIC X(24).

       WORKING-STORAGE SECTION.

      *    ** only the department is wanted off the employee master
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  FILLER                      PIC X(190).

      *    ** same session row COBCIO89 schedules - APITPTSS
      *    ** CMD-CODE 5 CURSOR OVER EVERY SESSION
       01  TRAINING-SESSION-RECORD.
           10 WS-SES-COURSE-CODE      PIC X(6).
           10 WS-SES-SESSION-NO       PIC 9(2).
           10 WS-SES-START-DATE       PIC 9(6).
           10 WS-SES-END-DATE         PIC 9(6).
           10 WS-SES-VENUE            PIC X(20).
           10 WS-SES-VENDOR           PIC X(20).
           10 WS-SES-SEATS            PIC 9(3).
           10 WS-SES-SEATS-TAKEN      PIC 9(3).
           10 WS-SES-COST-PER-SEAT    PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-SES-STATUS           PIC X(1).
               88  WS-SES-CANCELLED       VALUE "C".
           10 WS-SES-MAINT-OPID       PIC X(3).
           10 WS-SES-MAINT-DATE       PIC 9(6).
       01  WS-SES-END-DATE-X               PIC X(6).

      *    ** same enrollment row COBCIO90 files - APITPENR CMD-CODE
      *    ** 4 CURSOR BY SESSION
       01  ENROLLMENT-RECORD.
           10 WS-ENR-COURSE-CODE      PIC X(6).
           10 WS-ENR-SESSION-NO       PIC 9(2).
           10 WS-ENR-EMP-NO           PIC X(6).
      *        ** approved, attended and no-show all held a seat
           10 WS-ENR-STATUS           PIC X(1).
               88  WS-ENR-SEAT-HELD       VALUE "A" "C" "N".
           10 WS-ENR-SOURCE           PIC X(1).
           10 WS-ENR-MGR-OPID         PIC X(3).
           10 WS-ENR-REQ-DATE         PIC 9(6).
           10 WS-ENR-REQ-TIME         PIC 9(6).
           10 WS-ENR-MAKER-OPID       PIC X(3).
           10 WS-ENR-DECIDE-OPID      PIC X(3).
           10 WS-ENR-DECIDE-DATE      PIC 9(6).
           10 WS-ENR-RESULT           PIC X(1).
       01  WS-ENR-SWITCH                   PIC X.
           88  WS-ENR-DONE                     VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** per-department seat and spend totals, same rollup-table
      *    ** idiom as COBBAT25
       01  WS-DEPT-TOTAL-TABLE.
           03  WS-DEPT-TOTAL-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IX.
               05  WS-DT-DEPT-CODE         PIC X(4).
               05  WS-DT-SEATS             PIC S9(5) COMP.
               05  WS-DT-SPEND             PIC S9(9)V9(2) COMP-3.
       01  WS-DEPT-TOTAL-COUNT             PIC S9(4) COMP VALUE +0.
       01  WS-DEPT-FOUND-SWITCH            PIC X.
           88  WS-DEPT-FOUND                   VALUE "Y".
       01  WS-ROLL-DEPT-CODE               PIC X(4).

       01  WS-SESSION-SEATS                PIC S9(5) COMP.
       01  WS-SESSION-SPEND                PIC S9(9)V9(2) COMP-3.
       01  WS-TOT-SEATS                    PIC S9(7) COMP VALUE +0.
       01  WS-TOT-SPEND                    PIC S9(11)V9(2) COMP-3
                                           VALUE +0.

      *    ** the run month - sessions whose end date (yymmdd) falls
      *    ** in it are charged
       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YYMM                 PIC X(4).
           03  FILLER                      PIC 99.
       01  WS-RUN-YY                       PIC 99.
       01  WS-RUN-YYYY                     PIC 9(4).
       01  WS-RUN-YEARMONTH                PIC X(6).
       01  WS-RUN-YM-R REDEFINES WS-RUN-YEARMONTH.
           03  WS-RUN-YM-YYYY              PIC 9(4).
           03  WS-RUN-YM-MM                PIC X(2).

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-SESSION-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-CHARGED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-MOVE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZZZ9.99-.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATA9".
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
           PERFORM 200-SCAN-SESSIONS THRU 200-EXIT
           PERFORM 700-WRITE-DEPARTMENTS THRU 700-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE RUN MONTH AND OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-YYMM (1:2) TO WS-RUN-YY.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 1900 + WS-RUN-YY
           END-IF.
           MOVE WS-RUN-YYYY       TO WS-RUN-YM-YYYY.
           MOVE WS-RUN-YYMM (3:2) TO WS-RUN-YM-MM.

           OPEN OUTPUT TRAIN-SPEND-FILE.
           OPEN OUTPUT SPEND-REPORT-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-SESSIONS - WALK EVERY SESSION. ONE THAT ENDED IN THE
      *    RUN MONTH IS CHARGED UNLESS IT WAS CANCELLED - NOBODY PAYS
      *    FOR A COURSE THAT NEVER RAN.
      *-----------------------------------------------------------------
       200-SCAN-SESSIONS.

           MOVE 5      TO  CMD-CODE.
           MOVE SPACES TO  TRAINING-SESSION-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE TRAINING-SESSION-RECORD TO DATA-IN
               CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TRAINING-SESSION-RECORD
                   ADD 1 TO WS-SESSION-COUNT
                   MOVE WS-SES-END-DATE TO WS-SES-END-DATE-X
                   IF  WS-SES-END-DATE-X (1:4) = WS-RUN-YYMM
                   AND NOT WS-SES-CANCELLED
                       PERFORM 300-CHARGE-SESSION THRU 300-EXIT
                   END-IF
      *            ** restore the cursor command after the enrollment
      *            ** walk reused it
                   MOVE 5 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-CHARGE-SESSION - WALK THE SESSION'S ENROLLMENTS AND CHARGE
      *    EVERY SEAT HELD TO THE HOLDER'S DEPARTMENT.
      *-----------------------------------------------------------------
       300-CHARGE-SESSION.

           IF  WS-SES-COST-PER-SEAT IS NOT NUMERIC THEN
               MOVE ZERO TO WS-SES-COST-PER-SEAT
           END-IF.
           MOVE ZERO   TO WS-SESSION-SEATS.
           MOVE ZERO   TO WS-SESSION-SPEND.

           MOVE "N"    TO WS-ENR-SWITCH.
           MOVE SPACES TO ENROLLMENT-RECORD.
           MOVE WS-SES-COURSE-CODE TO WS-ENR-COURSE-CODE.
           MOVE WS-SES-SESSION-NO  TO WS-ENR-SESSION-NO.
           MOVE 4      TO CMD-CODE.

           PERFORM UNTIL WS-ENR-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-ENR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   IF  WS-ENR-SEAT-HELD
                       PERFORM 400-CHARGE-ONE-SEAT THRU 400-EXIT
                   END-IF
      *            ** restore the per-session cursor command
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

           IF  WS-SESSION-SEATS = ZERO THEN
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-CHARGED-COUNT.
           MOVE SPACES               TO SPEND-REPORT-RECORD.
           MOVE WS-SES-COURSE-CODE   TO RP-COURSE-CODE.
           MOVE WS-SES-SESSION-NO    TO RP-SESSION-NO.
           MOVE WS-SES-END-DATE      TO RP-END-DATE.
           MOVE WS-SESSION-SEATS     TO RP-SEATS.
           MOVE WS-SES-COST-PER-SEAT TO RP-COST-PER-SEAT.
           MOVE WS-SESSION-SPEND     TO RP-SPEND.
           IF  WS-SES-VENDOR > SPACES THEN
               MOVE WS-SES-VENDOR    TO RP-REMARK
           ELSE
               MOVE WS-SES-VENUE     TO RP-REMARK
           END-IF.
           WRITE SPEND-REPORT-RECORD.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-CHARGE-ONE-SEAT - THE HOLDER'S DEPARTMENT OFF THE EMPLOYEE
      *    MASTER, ONE SEAT AT COST INTO THE DEPARTMENT TABLE, NEW
      *    DEPARTMENT ROWS ADDED AS THEY TURN UP.
      *-----------------------------------------------------------------
       400-CHARGE-ONE-SEAT.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ENR-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATA9 - NO EMPLOYEE ON FILE FOR SEAT "
                       WS-ENR-EMP-NO " " WS-ENR-COURSE-CODE
               GO TO 400-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-DEPT-CODE TO WS-ROLL-DEPT-CODE.

           ADD 1                    TO WS-SESSION-SEATS.
           ADD WS-SES-COST-PER-SEAT TO WS-SESSION-SPEND.

           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           PERFORM VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-TOTAL-COUNT
                   OR WS-DEPT-FOUND
               IF  WS-DT-DEPT-CODE (DEPT-IX) = WS-ROLL-DEPT-CODE THEN
                   SET WS-DEPT-FOUND TO TRUE
                   ADD 1 TO WS-DT-SEATS (DEPT-IX)
                   ADD WS-SES-COST-PER-SEAT TO WS-DT-SPEND (DEPT-IX)
               END-IF
           END-PERFORM.

           IF  NOT WS-DEPT-FOUND THEN
               IF  WS-DEPT-TOTAL-COUNT < 50
                   ADD 1 TO WS-DEPT-TOTAL-COUNT
                   SET DEPT-IX TO WS-DEPT-TOTAL-COUNT
                   MOVE WS-ROLL-DEPT-CODE TO WS-DT-DEPT-CODE (DEPT-IX)
                   MOVE 1                 TO WS-DT-SEATS (DEPT-IX)
                   MOVE WS-SES-COST-PER-SEAT
                                          TO WS-DT-SPEND (DEPT-IX)
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COBBATA9 - DEPARTMENT TABLE FULL AT "
                           WS-ROLL-DEPT-CODE
               END-IF
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-WRITE-DEPARTMENTS - ONE REPORT LINE AND ONE JOURNAL ROW PER
      *    DEPARTMENT CHARGED.
      *-----------------------------------------------------------------
       700-WRITE-DEPARTMENTS.

           PERFORM VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-TOTAL-COUNT
               MOVE SPACES                   TO TRAIN-SPEND-RECORD
               MOVE WS-DT-DEPT-CODE (DEPT-IX) TO TS-DEPT-CODE
               MOVE WS-RUN-YEARMONTH         TO TS-YEARMONTH
               MOVE WS-DT-SEATS (DEPT-IX)    TO TS-SEATS
               MOVE WS-DT-SPEND (DEPT-IX)    TO TS-SPEND
               WRITE TRAIN-SPEND-RECORD
               ADD 1 TO WS-MOVE-COUNT

               MOVE SPACES                   TO SPEND-REPORT-RECORD
               MOVE WS-DT-DEPT-CODE (DEPT-IX) TO RP-DEPT-CODE
               MOVE WS-DT-SEATS (DEPT-IX)    TO RP-SEATS
               MOVE WS-DT-SPEND (DEPT-IX)    TO RP-SPEND
               MOVE "DEPARTMENT TOTAL"       TO RP-REMARK
               WRITE SPEND-REPORT-RECORD

               ADD WS-DT-SEATS (DEPT-IX)     TO WS-TOT-SEATS
               ADD WS-DT-SPEND (DEPT-IX)     TO WS-TOT-SPEND
           END-PERFORM.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - WRITE THE REPORT TOTAL LINE, CLOSE THE FILES,
      *    LOG THE RUN, AND DISPLAY THE RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           MOVE SPACES           TO SPEND-REPORT-RECORD.
           MOVE WS-TOT-SEATS     TO RP-SEATS.
           MOVE WS-TOT-SPEND     TO RP-SPEND.
           MOVE "MONTH TOTAL"    TO RP-REMARK.
           WRITE SPEND-REPORT-RECORD.

           CLOSE TRAIN-SPEND-FILE.
           CLOSE SPEND-REPORT-FILE.

           MOVE WS-SESSION-COUNT TO WS-RC-READ-COUNT.
           MOVE WS-CHARGED-COUNT TO WS-RC-SELECT-COUNT.
           MOVE WS-MOVE-COUNT    TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT   TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"       TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-SESSION-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA9 - " WS-COUNT-DISPLAY
                   " SESSIONS READ FOR " WS-RUN-YEARMONTH.
           MOVE WS-CHARGED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA9 - " WS-COUNT-DISPLAY
                   " SESSIONS CHARGED".
           MOVE WS-TOT-SEATS TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA9 - " WS-COUNT-DISPLAY
                   " SEATS CHARGED".
           MOVE WS-TOT-SPEND TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATA9 - TRAINING SPEND "
                   WS-AMOUNT-DISPLAY.

      *-----------------------------------------------------------------
      *    COBBATB9 - PAYROLL PARTITION MERGE. WHEN THE MONTH-END
      *               PAYROLL (COBBAT21) HAS RUN AS EMP-ID RANGE
      *               PARTITIONS SIDE BY SIDE, THIS STEP PUTS THEIR
      *               OUTPUT BACK TOGETHER AS THE ONE PROOF REPORT AND
      *               EXCEPTION REGISTER PAYROLL SIGNS OFF - THE SAME
      *               LINES, DEPARTMENT TOTALS AND A CONTROL TOTAL FOR
      *               THE WHOLE RUN - AND ONLY THEN MOVES A LIVE
      *               MONTH'S PAY PERIOD TO COMPUTED. NOTHING IS
      *               MERGED UNLESS EVERY PARTITION'S APITPPTN ROW
      *               SAYS COMPLETE FOR THE SAME BUSINESS DATE, PAY
      *               MONTH AND RUN MODE, AND EVERY PARTITION'S
      *               EXTRACT CARRIES ITS TRAILER. A PARTITION RERUN
      *               FROM ITS CHECKPOINT REPLAYS A FEW EMPLOYEES
      *               BEHIND A RESTART MARKER; THOSE REPLAYED LINES
      *               ARE DROPPED SO NOBODY IS COUNTED TWICE. THE
      *               PAYWORK AND PARTEXCP INPUTS ARE THE PARTITIONS'
      *               EXTRACTS AND EXCEPTION FILES CONCATENATED IN
      *               PARTITION ORDER. WITH NO PARTITIONS PARAMETER
      *               (THE SERIAL RUN) THERE IS NOTHING TO MERGE AND
      *               THE STEP ENDS CLEAN WITHOUT TOUCHING THE REPORT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATB9.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** every partition's pay extract, in partition order
           SELECT PAY-EXTRACT-FILE ASSIGN TO PAYWORK
               ORGANIZATION IS SEQUENTIAL.
      *    ** every partition's exception register, in partition order
           SELECT PART-EXCEPTION-FILE ASSIGN TO PARTEXCP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-PROOF-REPORT-FILE ASSIGN TO PAYPROOF
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-EXCEPTION-FILE ASSIGN TO PAYEXCP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *    ** same layout COBBAT21 writes
       FD  PAY-EXTRACT-FILE
           RECORDING MODE IS F.
       01  PAY-EXTRACT-RECORD.
      *        ** D = PAY LINE, R = RESTART MARKER, T = TRAILER
           03  PX-REC-TYPE                 PIC X(1).
           03  PX-PART-NO                  PIC 9(2).
           03  PX-EMP-NO                   PIC X(6).
           03  PX-DEPT-CODE                PIC X(4).
           03  PX-SALARYPAID               PIC S9(7)V9(2) COMP-3.
           03  PX-BONUSPAID                PIC S9(7)V9(2) COMP-3.
           03  PX-COMMPAID                 PIC S9(7)V9(2) COMP-3.
           03  PX-TAXWITHHELD              PIC S9(7)V9(2) COMP-3.
           03  PX-GARNDED                  PIC S9(7)V9(2) COMP-3.
           03  PX-NET                      PIC S9(9)V9(2) COMP-3.
           03  PX-LOP                      PIC S9(4) COMP.
      *        ** P = PAID, T = TRIAL, S = ALREADY PAID, H = HELD
           03  PX-OUTCOME                  PIC X(1).
           03  PX-REMARK                   PIC X(20).
           03  FILLER                      PIC X(13).

      *    ** a partition's exception register line - only the
      *    ** employee and the reason matter to the merge
       FD  PART-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  PART-EXCEPTION-RECORD.
           03  PE-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(47).
           03  PE-REASON                   PIC X(24).

      *    ** same proof report line COBBAT21 prints
       FD  PAY-PROOF-REPORT-FILE
           RECORDING MODE IS F.
       01  PAY-PROOF-REPORT-RECORD.
           03  PP-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-SALARYPAID               PIC ZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-BONUSPAID                PIC ZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-COMMPAID                 PIC ZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-TAXWITHHELD              PIC ZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-GARNDED                  PIC ZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-LOP                      PIC ZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-REMARK                   PIC X(20).

       FD  PAY-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  PAY-EXCEPTION-RECORD            PIC X(77).

       WORKING-STORAGE SECTION.

      *    ** the central runtime parameter row (APITPPRM CMD-CODE 1) -
      *    ** COBBAT21'S PARTITIONS COUNT
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

      *    ** one partition's row on the APITPPTN gateway (CMD-CODE 1
      *    ** READ BY JOB AND PARTITION, 3 CHANGE) - SAME LAYOUT
      *    ** COBBAT21 AND COBBAT17 CARRY
       01  PARTITION-RECORD.
           10 WS-PTN-JOB-NAME         PIC X(8).
           10 WS-PTN-PART-NO          PIC 9(2).
           10 WS-PTN-RUN-DATE         PIC 9(6).
      *        ** S = SUBMITTED, R = RUNNING, C = COMPLETE, F = FAILED,
      *        ** M = MERGED
           10 WS-PTN-STATUS           PIC X(1).
               88  WS-PTN-COMPLETE        VALUE "C" "M".
           10 WS-PTN-SUBMIT-TIME      PIC 9(6).
           10 WS-PTN-START-TIME       PIC 9(6).
           10 WS-PTN-END-TIME         PIC 9(6).
           10 WS-PTN-RUN-MODE         PIC X(5).
           10 WS-PTN-PYEARMONTH       PIC X(6).
           10 WS-PTN-AFTER-EMP        PIC X(6).
           10 WS-PTN-THRU-EMP         PIC X(6).
           10 WS-PTN-EMP-COUNT        PIC S9(7) COMP.
           10 WS-PTN-PAID-COUNT       PIC S9(7) COMP.
           10 WS-PTN-SKIPPED-COUNT    PIC S9(7) COMP.
           10 WS-PTN-HELD-COUNT       PIC S9(7) COMP.
           10 WS-PTN-GARN-TAKEN       PIC S9(7) COMP.
           10 WS-PTN-GARN-CLOSED      PIC S9(7) COMP.
           10 WS-PTN-PEC-WRITTEN      PIC S9(7) COMP.
           10 WS-PTN-RESTART-COUNT    PIC S9(4) COMP.

      *    ** what every partition must agree on - taken off
      *    ** partition 1
       01  WS-PART-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-PART-NO                      PIC 9(2).
       01  WS-MERGE-RUN-MODE               PIC X(5).
           88  WS-TRIAL-RUN                    VALUE "TRIAL".
       01  WS-MERGE-PYEARMONTH             PIC X(6).
      *    ** a trailer seen for each partition
       01  WS-TRAILER-TABLE.
           03  WS-TRAILER-SEEN             PIC X(1) OCCURS 20 TIMES.

      *    ** replay suppression - a restart marker makes everything
      *    ** up to the last employee already kept a replay
       01  WS-LAST-PART-NO                 PIC 9(2) VALUE 0.
       01  WS-LAST-KEPT-EMP                PIC X(6) VALUE LOW-VALUES.
       01  WS-REPLAY-THRU-EMP              PIC X(6) VALUE LOW-VALUES.
       01  WS-XR-LAST-KEPT-EMP             PIC X(6) VALUE LOW-VALUES.
       01  WS-XR-REPLAY-THRU-EMP           PIC X(6) VALUE LOW-VALUES.
      *    ** the reason text COBBAT21 puts on its restart markers
       01  WS-RESTART-REASON               PIC X(24) VALUE
               "RESTARTED AT CHECKPOINT".

      *    ** per-department control totals, same rollup-table idiom
      *    ** as COBBAT21
       01  WS-DEPT-TOTAL-TABLE.
           03  WS-DEPT-TOTAL-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IX.
               05  WS-DT-DEPT-CODE         PIC X(4).
               05  WS-DT-EMP-COUNT         PIC S9(7) COMP.
               05  WS-DT-SALARYPAID        PIC S9(9)V9(2) COMP-3.
               05  WS-DT-BONUSPAID         PIC S9(9)V9(2) COMP-3.
               05  WS-DT-COMMPAID          PIC S9(9)V9(2) COMP-3.
       01  WS-DEPT-TOTAL-COUNT             PIC S9(4) COMP VALUE +0.
       01  WS-DEPT-FOUND-SWITCH            PIC X.
           88  WS-DEPT-FOUND                   VALUE "Y".

      *    ** the whole run's money, for the control total line
       01  WS-TOTAL-GROSS                  PIC S9(11)V9(2) COMP-3
                                           VALUE +0.
       01  WS-TOTAL-TAX                    PIC S9(11)V9(2) COMP-3
                                           VALUE +0.
       01  WS-TOTAL-GARN                   PIC S9(11)V9(2) COMP-3
                                           VALUE +0.
       01  WS-TOTAL-NET                    PIC S9(11)V9(2) COMP-3
                                           VALUE +0.
       01  WS-CONTROL-TOTAL-LINE.
           03  FILLER                      PIC X(14)
                                           VALUE "CONTROL TOTAL ".
           03  CT-EMP-COUNT                PIC ZZZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CT-GROSS                    PIC ZZZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CT-TAX                      PIC ZZZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CT-GARN                     PIC ZZZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CT-NET                      PIC ZZZZZZZZZZ9.99-.
           03  FILLER                      PIC X(18) VALUE SPACES.

      *    ** the month's lifecycle row on APITPPPD - same layout
      *    ** COBBAT21 CARRIES
       01  PAY-PERIOD-RECORD.
           10 WS-PPD-PYEARMONTH       PIC X(6).
      *        ** O = OPEN, C = COMPUTED, P = PAID, X = CLOSED
           10 WS-PPD-STATUS           PIC X(1).
           10 WS-PPD-STATUS-DATE      PIC 9(6).
           10 WS-PPD-REOPEN-OPID      PIC X(3).
           10 WS-PPD-REOPEN-REASON    PIC X(20).

       01  WS-MERGE-SWITCH                 PIC X VALUE "N".
           88  WS-MERGING                      VALUE "Y".
       01  WS-FILES-OPEN-SWITCH            PIC X VALUE "N".
           88  WS-FILES-OPEN                   VALUE "Y".
       01  WS-EXTRACT-EOF-SWITCH           PIC X VALUE "N".
           88  WS-EXTRACT-EOF                  VALUE "Y".
       01  WS-EXCEPTION-EOF-SWITCH         PIC X VALUE "N".
           88  WS-EXCEPTION-EOF                VALUE "Y".
       01  WS-EXTRACT-READ-COUNT           PIC S9(7) COMP VALUE +0.
       01  WS-LINE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-PAID-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-SKIPPED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-HELD-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-REPLAY-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-EXCEPTION-COUNT              PIC S9(7) COMP VALUE +0.
       01  WS-MISSING-COUNT                PIC S9(7) COMP VALUE +0.
      *    ** summed off the partition rows
       01  WS-EMP-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-GARN-TAKEN-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-GARN-CLOSED-COUNT            PIC S9(7) COMP VALUE +0.
       01  WS-PEC-WRITTEN-COUNT            PIC S9(7) COMP VALUE +0.
       01  WS-RESTART-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATB9".
           03  WS-RC-RUN-DATE              PIC 9(6).
           03  WS-RC-START-TIME            PIC 9(6).
           03  WS-RC-END-TIME              PIC 9(6).
           03  WS-RC-READ-COUNT            PIC S9(7) COMP.
           03  WS-RC-SELECT-COUNT          PIC S9(7) COMP.
           03  WS-RC-WRITE-COUNT           PIC S9(7) COMP.
           03  WS-RC-ERROR-COUNT           PIC S9(7) COMP.
           03  WS-RC-STATUS                PIC X(8).
      *    ** the CALL to COBRNLOG resets RETURN-CODE when the logger
      *    ** returns, so the outcome is latched here and re-asserted
      *    ** after the log call
       01  WS-FAILED-SWITCH                PIC X VALUE "N".
           88  WS-RUN-FAILED                   VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(6).
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

           PERFORM 100-INITIALIZE THRU 100-EXIT
           IF  WS-MERGING AND NOT WS-RUN-FAILED THEN
               PERFORM 200-CHECK-PARTITIONS THRU 200-EXIT
           END-IF
           IF  WS-MERGING AND NOT WS-RUN-FAILED THEN
               PERFORM 300-MERGE-EXTRACTS THRU 300-EXIT
               PERFORM 400-MERGE-EXCEPTIONS THRU 400-EXIT
               PERFORM 500-CHECK-TRAILERS
           END-IF
           IF  WS-MERGING AND NOT WS-RUN-FAILED THEN
               PERFORM 700-PRINT-DEPT-TOTALS THRU 700-EXIT
               PERFORM 750-PRINT-CONTROL-TOTAL
               PERFORM 800-MARK-COMPUTED
           END-IF
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE BUSINESS DATE AND COBBAT21'S PARTITION
      *    COUNT. ONE PARTITION OR NONE IS THE SERIAL RUN - NOTHING TO
      *    MERGE.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.
           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.
           MOVE ALL "N" TO WS-TRAILER-TABLE.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBAT21"     TO WS-PRM-PROGRAM.
           MOVE "PARTITIONS  " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT     TO PARAMETER-RECORD
               MOVE WS-PRM-VALUE TO WS-PART-COUNT
           END-IF.
           IF  WS-PART-COUNT > 20 THEN
               MOVE 20 TO WS-PART-COUNT
           END-IF.

           IF  WS-PART-COUNT < 2 THEN
               DISPLAY "COBBATB9 - PAYROLL NOT PARTITIONED - NOTHING "
                       "TO MERGE"
               GO TO 100-EXIT
           END-IF.
           SET WS-MERGING TO TRUE.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-CHECK-PARTITIONS - EVERY PARTITION ROW COMPLETE, FOR
      *    TODAY'S BUSINESS DATE, ALL FOR THE SAME PAY MONTH AND RUN
      *    MODE. ANY ONE SHORT REFUSES THE MERGE, AND NOTHING IS
      *    OPENED. THE PARTITION COUNTS ARE SUMMED ON THE WAY.
      *-----------------------------------------------------------------
       200-CHECK-PARTITIONS.

           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PART-COUNT
                   OR WS-RUN-FAILED
               MOVE SPACES     TO PARTITION-RECORD
               MOVE "COBBAT21" TO WS-PTN-JOB-NAME
               MOVE WS-PART-NO TO WS-PTN-PART-NO
               MOVE 1 TO CMD-CODE
               MOVE PARTITION-RECORD TO DATA-IN
               CALL "APITPPTN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   DISPLAY "COBBATB9 - PARTITION " WS-PART-NO
                           " HAS NOT RUN - MERGE REFUSED"
                   SET WS-RUN-FAILED TO TRUE
               ELSE
                   MOVE DATA-OUT TO PARTITION-RECORD
                   IF  WS-PART-NO = 1 THEN
                       MOVE WS-PTN-RUN-MODE   TO WS-MERGE-RUN-MODE
                       MOVE WS-PTN-PYEARMONTH TO WS-MERGE-PYEARMONTH
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT WS-PTN-COMPLETE
                           DISPLAY "COBBATB9 - PARTITION " WS-PART-NO
                                   " STATUS " WS-PTN-STATUS
                                   " - MERGE REFUSED"
                           SET WS-RUN-FAILED TO TRUE
                       WHEN WS-PTN-RUN-DATE NOT = WS-RUN-DATE
                           DISPLAY "COBBATB9 - PARTITION " WS-PART-NO
                                   " LAST RAN " WS-PTN-RUN-DATE
                                   " - MERGE REFUSED"
                           SET WS-RUN-FAILED TO TRUE
                       WHEN WS-PTN-RUN-MODE   NOT = WS-MERGE-RUN-MODE
                       WHEN WS-PTN-PYEARMONTH NOT = WS-MERGE-PYEARMONTH
                           DISPLAY "COBBATB9 - PARTITION " WS-PART-NO
                                   " RAN " WS-PTN-RUN-MODE " FOR "
                                   WS-PTN-PYEARMONTH
                                   " - MERGE REFUSED"
                           SET WS-RUN-FAILED TO TRUE
                       WHEN OTHER
                           ADD WS-PTN-EMP-COUNT   TO WS-EMP-COUNT
                           ADD WS-PTN-GARN-TAKEN  TO WS-GARN-TAKEN-COUNT
                           ADD WS-PTN-GARN-CLOSED
                                   TO WS-GARN-CLOSED-COUNT
                           ADD WS-PTN-PEC-WRITTEN
                                   TO WS-PEC-WRITTEN-COUNT
                           ADD WS-PTN-RESTART-COUNT
                                   TO WS-RESTART-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF  WS-RUN-FAILED THEN
               GO TO 200-EXIT
           END-IF.

           OPEN INPUT  PAY-EXTRACT-FILE.
           OPEN INPUT  PART-EXCEPTION-FILE.
           OPEN OUTPUT PAY-PROOF-REPORT-FILE.
           OPEN OUTPUT PAY-EXCEPTION-FILE.
           SET WS-FILES-OPEN TO TRUE.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-MERGE-EXTRACTS - THE PROOF REPORT REBUILT FROM THE PAY
      *    EXTRACTS. A LINE AT OR BEFORE THE LAST EMPLOYEE ALREADY
      *    KEPT, FOLLOWING A RESTART MARKER, IS A REPLAY AND IS
      *    DROPPED. AN EXTRACT OUT OF PARTITION ORDER STOPS THE MERGE.
      *-----------------------------------------------------------------
       300-MERGE-EXTRACTS.

           PERFORM UNTIL WS-EXTRACT-EOF
               READ PAY-EXTRACT-FILE
                   AT END
                       SET WS-EXTRACT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXTRACT-READ-COUNT
                       PERFORM 350-MERGE-ONE-EXTRACT THRU 350-EXIT
               END-READ
           END-PERFORM.

       300-EXIT.
           EXIT.

       350-MERGE-ONE-EXTRACT.

           IF  PX-PART-NO < WS-LAST-PART-NO
           OR  PX-PART-NO = ZERO
           OR  PX-PART-NO > WS-PART-COUNT THEN
               DISPLAY "COBBATB9 - EXTRACT FOR PARTITION " PX-PART-NO
                       " OUT OF ORDER OR UNKNOWN - MERGE STOPPED"
               SET WS-RUN-FAILED  TO TRUE
               SET WS-EXTRACT-EOF TO TRUE
               GO TO 350-EXIT
           END-IF.
           IF  PX-PART-NO > WS-LAST-PART-NO THEN
               MOVE PX-PART-NO  TO WS-LAST-PART-NO
               MOVE LOW-VALUES  TO WS-LAST-KEPT-EMP
               MOVE LOW-VALUES  TO WS-REPLAY-THRU-EMP
           END-IF.

           EVALUATE PX-REC-TYPE
               WHEN "R"
                   MOVE WS-LAST-KEPT-EMP TO WS-REPLAY-THRU-EMP
               WHEN "T"
                   MOVE "Y" TO WS-TRAILER-SEEN (PX-PART-NO)
               WHEN "D"
                   IF  PX-EMP-NO NOT > WS-REPLAY-THRU-EMP THEN
                       ADD 1 TO WS-REPLAY-COUNT
                   ELSE
                       MOVE PX-EMP-NO TO WS-LAST-KEPT-EMP
                       PERFORM 600-WRITE-PROOF-LINE
                   END-IF
           END-EVALUATE.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-MERGE-EXCEPTIONS - THE PARTITIONS' REGISTERS COPIED INTO
      *    ONE, LESS THE RESTART MARKERS AND THE LINES A RESTART
      *    REPLAYED.
      *-----------------------------------------------------------------
       400-MERGE-EXCEPTIONS.

           PERFORM UNTIL WS-EXCEPTION-EOF
               READ PART-EXCEPTION-FILE
                   AT END
                       SET WS-EXCEPTION-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PE-REASON = WS-RESTART-REASON
                               MOVE WS-XR-LAST-KEPT-EMP
                                       TO WS-XR-REPLAY-THRU-EMP
                           WHEN PE-EMP-NO NOT > WS-XR-REPLAY-THRU-EMP
                               CONTINUE
                           WHEN OTHER
                               MOVE PE-EMP-NO TO WS-XR-LAST-KEPT-EMP
                               WRITE PAY-EXCEPTION-RECORD
                                       FROM PART-EXCEPTION-RECORD
                               ADD 1 TO WS-EXCEPTION-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-CHECK-TRAILERS - EVERY PARTITION'S EXTRACT MUST HAVE
      *    ENDED CLEAN; ONE WITHOUT ITS TRAILER MEANS A LOST OR WRONG
      *    DATASET AND THE MERGE IS NOT TRUSTED.
      *-----------------------------------------------------------------
       500-CHECK-TRAILERS.

           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PART-COUNT
               IF  WS-TRAILER-SEEN (WS-PART-NO) NOT = "Y" THEN
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "COBBATB9 - NO EXTRACT TRAILER FOR "
                           "PARTITION " WS-PART-NO
               END-IF
           END-PERFORM.

           IF  WS-MISSING-COUNT > ZERO THEN
               MOVE SPACES                 TO PP-EMP-NO
               MOVE SPACES                 TO PP-DEPT-CODE
               MOVE ZERO                   TO PP-SALARYPAID
               MOVE ZERO                   TO PP-BONUSPAID
               MOVE ZERO                   TO PP-COMMPAID
               MOVE ZERO                   TO PP-TAXWITHHELD
               MOVE ZERO                   TO PP-GARNDED
               MOVE WS-MISSING-COUNT       TO PP-LOP
               MOVE "MERGE INCOMPLETE"     TO PP-REMARK
               WRITE PAY-PROOF-REPORT-RECORD
               SET WS-RUN-FAILED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 600-WRITE-PROOF-LINE - ONE PROOF REPORT LINE BACK FROM THE
      *    EXTRACT, COUNTED BY OUTCOME. PAID AND TRIAL LINES GO TO THE
      *    DEPARTMENT AND CONTROL TOTALS.
      *-----------------------------------------------------------------
       600-WRITE-PROOF-LINE.

           MOVE PX-EMP-NO          TO PP-EMP-NO.
           MOVE PX-DEPT-CODE       TO PP-DEPT-CODE.
           MOVE PX-SALARYPAID      TO PP-SALARYPAID.
           MOVE PX-BONUSPAID       TO PP-BONUSPAID.
           MOVE PX-COMMPAID        TO PP-COMMPAID.
           MOVE PX-TAXWITHHELD     TO PP-TAXWITHHELD.
           MOVE PX-GARNDED         TO PP-GARNDED.
           MOVE PX-LOP             TO PP-LOP.
           MOVE PX-REMARK          TO PP-REMARK.
           WRITE PAY-PROOF-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

           EVALUATE PX-OUTCOME
               WHEN "S"
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN "H"
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PAID-COUNT
                   COMPUTE WS-TOTAL-GROSS = WS-TOTAL-GROSS
                         + PX-SALARYPAID + PX-BONUSPAID + PX-COMMPAID
                   ADD PX-TAXWITHHELD TO WS-TOTAL-TAX
                   ADD PX-GARNDED     TO WS-TOTAL-GARN
                   ADD PX-NET         TO WS-TOTAL-NET
                   PERFORM 650-POST-DEPT-TOTAL
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 650-POST-DEPT-TOTAL - ACCUMULATE THE DEPARTMENT CONTROL TOTALS
      *    THE PROOF REPORT CLOSES WITH.
      *-----------------------------------------------------------------
       650-POST-DEPT-TOTAL.

           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           PERFORM VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-TOTAL-COUNT
                   OR WS-DEPT-FOUND
               IF  WS-DT-DEPT-CODE (DEPT-IX) = PX-DEPT-CODE THEN
                   SET WS-DEPT-FOUND TO TRUE
                   ADD 1              TO WS-DT-EMP-COUNT (DEPT-IX)
                   ADD PX-SALARYPAID  TO WS-DT-SALARYPAID (DEPT-IX)
                   ADD PX-BONUSPAID   TO WS-DT-BONUSPAID (DEPT-IX)
                   ADD PX-COMMPAID    TO WS-DT-COMMPAID (DEPT-IX)
               END-IF
           END-PERFORM.

           IF  NOT WS-DEPT-FOUND
           AND WS-DEPT-TOTAL-COUNT < 50
               ADD 1 TO WS-DEPT-TOTAL-COUNT
               SET DEPT-IX TO WS-DEPT-TOTAL-COUNT
               MOVE PX-DEPT-CODE     TO WS-DT-DEPT-CODE (DEPT-IX)
               MOVE 1                TO WS-DT-EMP-COUNT (DEPT-IX)
               MOVE PX-SALARYPAID    TO WS-DT-SALARYPAID (DEPT-IX)
               MOVE PX-BONUSPAID     TO WS-DT-BONUSPAID (DEPT-IX)
               MOVE PX-COMMPAID      TO WS-DT-COMMPAID (DEPT-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 700-PRINT-DEPT-TOTALS - ONE CONTROL-TOTAL LINE PER DEPARTMENT
      *    AT THE FOOT OF THE PROOF REPORT.
      *-----------------------------------------------------------------
       700-PRINT-DEPT-TOTALS.

           PERFORM VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-TOTAL-COUNT
               MOVE SPACES                     TO PP-EMP-NO
               MOVE WS-DT-DEPT-CODE (DEPT-IX)  TO PP-DEPT-CODE
               MOVE WS-DT-SALARYPAID (DEPT-IX) TO PP-SALARYPAID
               MOVE WS-DT-BONUSPAID (DEPT-IX)  TO PP-BONUSPAID
               MOVE WS-DT-COMMPAID (DEPT-IX)   TO PP-COMMPAID
               MOVE ZERO                       TO PP-TAXWITHHELD
               MOVE ZERO                       TO PP-GARNDED
               MOVE WS-DT-EMP-COUNT (DEPT-IX)  TO PP-LOP
               MOVE "DEPARTMENT TOTAL"         TO PP-REMARK
               WRITE PAY-PROOF-REPORT-RECORD
           END-PERFORM.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 750-PRINT-CONTROL-TOTAL - THE WHOLE RUN ON ONE LINE: EMPLOYEES
      *    PAID, GROSS, TAX, GARNISHMENT AND NET.
      *-----------------------------------------------------------------
       750-PRINT-CONTROL-TOTAL.

           MOVE WS-PAID-COUNT  TO CT-EMP-COUNT.
           MOVE WS-TOTAL-GROSS TO CT-GROSS.
           MOVE WS-TOTAL-TAX   TO CT-TAX.
           MOVE WS-TOTAL-GARN  TO CT-GARN.
           MOVE WS-TOTAL-NET   TO CT-NET.
           WRITE PAY-PROOF-REPORT-RECORD FROM WS-CONTROL-TOTAL-LINE.

      *-----------------------------------------------------------------
      * 800-MARK-COMPUTED - A LIVE MONTH MOVES TO COMPUTED NOW THAT
      *    ALL OF IT IS IN (COBBAT23 MOVES IT ON TO PAID WHEN THE
      *    MONEY GOES), AND EVERY PARTITION ROW GOES TO MERGED.
      *-----------------------------------------------------------------
       800-MARK-COMPUTED.

           IF  NOT WS-TRIAL-RUN THEN
               MOVE SPACES              TO PAY-PERIOD-RECORD
               MOVE WS-MERGE-PYEARMONTH TO WS-PPD-PYEARMONTH
               MOVE 1 TO CMD-CODE
               MOVE PAY-PERIOD-RECORD TO DATA-IN
               CALL "APITPPPD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO PAY-PERIOD-RECORD
                   MOVE 3 TO CMD-CODE
               ELSE
                   MOVE 2 TO CMD-CODE
                   MOVE SPACES TO WS-PPD-REOPEN-OPID
                   MOVE SPACES TO WS-PPD-REOPEN-REASON
               END-IF
               MOVE "C"         TO WS-PPD-STATUS
               MOVE WS-RUN-DATE TO WS-PPD-STATUS-DATE
               MOVE PAY-PERIOD-RECORD TO DATA-IN
               CALL "APITPPPD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   DISPLAY "COBBATB9 - PAY PERIOD STATUS WRITE FAILED"
               END-IF
           END-IF.

           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PART-COUNT
               MOVE SPACES     TO PARTITION-RECORD
               MOVE "COBBAT21" TO WS-PTN-JOB-NAME
               MOVE WS-PART-NO TO WS-PTN-PART-NO
               MOVE 1 TO CMD-CODE
               MOVE PARTITION-RECORD TO DATA-IN
               CALL "APITPPTN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO PARTITION-RECORD
                   MOVE "M"      TO WS-PTN-STATUS
                   MOVE 3 TO CMD-CODE
                   MOVE PARTITION-RECORD TO DATA-IN
                   CALL "APITPPTN" USING CMD-CODE RESP-CODE DATA-IN
                                         DATA-OUT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           IF  WS-FILES-OPEN THEN
               CLOSE PAY-EXTRACT-FILE
               CLOSE PART-EXCEPTION-FILE
               CLOSE PAY-PROOF-REPORT-FILE
               CLOSE PAY-EXCEPTION-FILE
           END-IF.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS        TO WS-RC-END-TIME.
           MOVE WS-EXTRACT-READ-COUNT TO WS-RC-READ-COUNT.
           MOVE WS-PAID-COUNT         TO WS-RC-SELECT-COUNT.
           MOVE WS-LINE-COUNT         TO WS-RC-WRITE-COUNT.
           MOVE WS-MISSING-COUNT      TO WS-RC-ERROR-COUNT.
           IF  WS-RUN-FAILED THEN
               MOVE "REFUSED "        TO WS-RC-STATUS
           ELSE
               MOVE "COMPLETE"        TO WS-RC-STATUS
           END-IF.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           IF  WS-MERGING THEN
               MOVE WS-PART-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                       " PARTITIONS FOR " WS-MERGE-PYEARMONTH " "
                       WS-MERGE-RUN-MODE
               MOVE WS-EMP-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                       " EMPLOYEES SCANNED"
               MOVE WS-PAID-COUNT TO WS-COUNT-DISPLAY
               IF  WS-TRIAL-RUN THEN
                   DISPLAY "COBBATB9 - TRIAL RUN - " WS-COUNT-DISPLAY
                           " EMPLOYEES PROOFED, NOTHING WRITTEN"
               ELSE
                   DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                           " EMPLOYEES PAID"
               END-IF
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                       " ALREADY ON FILE - SKIPPED"
               MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                       " HELD FOR AN EXPIRED WORK PERMIT OR VISA"
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                       " EXCEPTION REGISTER LINES"
               MOVE WS-RESTART-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                       " PARTITION RESTARTS"
               MOVE WS-REPLAY-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                       " REPLAYED LINES DROPPED"
               IF  NOT WS-TRIAL-RUN THEN
                   MOVE WS-GARN-TAKEN-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                           " GARNISHMENT DEDUCTIONS FILED"
                   MOVE WS-GARN-CLOSED-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                           " GARNISHMENT ORDERS SATISFIED AND CLOSED"
                   MOVE WS-PEC-WRITTEN-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "COBBATB9 - " WS-COUNT-DISPLAY
                           " PAY COMPONENT ROWS FILED"
               END-IF
           END-IF.

           IF  WS-RUN-FAILED THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      *    COBBAT97 - APPRAISAL CALIBRATION REPORT. FOR THE REVIEW
      *               YEAR (THE RUN YEAR, SAME CYCLE COBBAT31 OPENS)
      *               THIS RUN WALKS EVERY APPRAISAL THE COBCIO74
      *               SCREEN HAS FILED (APITPAPR CMD-CODE 4 YEAR
      *               CURSOR) AND PRINTS, PER DEPARTMENT AND FOR THE
      *               COMPANY, HOW MANY APPROVED RATINGS FELL AT EACH
      *               POINT OF THE 1 TO 5 SCALE AND WHAT SHARE OF THE
      *               DEPARTMENT EACH IS, HOW MANY RATINGS THE SECOND-
      *               LEVEL REVIEWER CALIBRATED AWAY FROM THE MANAGER'S
      *               FIGURE, AND HOW MANY APPRAISALS ARE STILL WITH
      *               THE REVIEWER OR BACK WITH THE MANAGER. THE
      *               CALIBRATION MEETING WORKS FROM THIS BEFORE THE
      *               RATINGS ARE LEFT TO SEED THE SALARY REVIEW.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT97.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIBRATION-REPORT-FILE ASSIGN TO CALRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CALIBRATION-REPORT-FILE
           RECORDING MODE IS F.
      *    ** one line per department - the count and share at each
      *    ** rating, then calibrated and still-open counts
       01  CALIBRATION-REPORT-RECORD.
           03  CR-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  CR-RATING OCCURS 5 TIMES.
               05  CR-COUNT                PIC ZZZ9.
               05  FILLER                  PIC X(1).
               05  CR-PCT                  PIC ZZ9.9.
               05  FILLER                  PIC X(1).
           03  CR-APPROVED                 PIC ZZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  CR-CALIBRATED               PIC ZZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  CR-OPEN                     PIC ZZZZ9.

       WORKING-STORAGE SECTION.

      *    ** the appraisal COBCIO74 files
       01  APPRAISAL-RECORD.
           10 WS-APR-CYCLE-YEAR       PIC 9(4).
           10 WS-APR-EMP-NO           PIC X(6).
           10 WS-APR-DEPT-CODE        PIC X(4).
           10 WS-APR-OBJECTIVE        PIC X(40) OCCURS 3 TIMES.
           10 WS-APR-MGR-OPID         PIC X(3).
           10 WS-APR-MGR-RATING       PIC 9(1).
           10 WS-APR-MGR-COMMENTS     PIC X(40).
           10 WS-APR-REVIEWER-OPID    PIC X(3).
           10 WS-APR-APPROVED-RATING  PIC 9(1).
      *        ** S SUBMITTED, R RETURNED TO THE MANAGER, A APPROVED
           10 WS-APR-STATUS           PIC X(1).
               88  WS-APR-SUBMITTED       VALUE "S".
               88  WS-APR-RETURNED        VALUE "R".
               88  WS-APR-APPROVED        VALUE "A".
           10 WS-APR-RATED-DATE       PIC 9(6).
           10 WS-APR-APPROVED-DATE    PIC 9(6).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** one slot per department met on the cursor; the company
      *    ** total is kept in the last slot
       01  WS-DEPT-TABLE.
           03  WS-DEPT-ENTRY OCCURS 500 TIMES INDEXED BY DPT-IX.
               05  WS-DT-DEPT-CODE         PIC X(4).
               05  WS-DT-RATING-COUNT      PIC S9(5) COMP
                                           OCCURS 5 TIMES.
               05  WS-DT-APPROVED          PIC S9(5) COMP.
               05  WS-DT-CALIBRATED        PIC S9(5) COMP.
               05  WS-DT-OPEN              PIC S9(5) COMP.
       01  WS-DEPT-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-TOTAL-IX                     PIC S9(4) COMP VALUE +500.
       01  WS-DEPT-FOUND-SWITCH            PIC X.
           88  WS-DEPT-FOUND                   VALUE "Y".
       01  WS-RATING-NO                    PIC S9(4) COMP.

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  FILLER                      PIC 9(4).
       01  WS-CYCLE-YEAR                   PIC 9(4).

       01  WS-PRINT-LINE                   PIC X(80).
       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-APR-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT97".
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
           PERFORM 200-SCAN-APPRAISALS THRU 200-EXIT
           PERFORM 400-PRINT-REPORT THRU 400-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - SET THE REVIEW YEAR, CLEAR THE COMPANY TOTAL
      *    AND OPEN THE REPORT.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-CYCLE-YEAR = 2000 + WS-RUN-YY
           ELSE
               COMPUTE WS-CYCLE-YEAR = 1900 + WS-RUN-YY
           END-IF.

           SET DPT-IX TO WS-TOTAL-IX.
           PERFORM 350-CLEAR-SLOT.
           MOVE "ALL " TO WS-DT-DEPT-CODE (DPT-IX).

           OPEN OUTPUT CALIBRATION-REPORT-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-APPRAISALS - EVERY APPRAISAL FOR THE YEAR INTO ITS
      *    DEPARTMENT'S SLOT AND THE COMPANY TOTAL.
      *-----------------------------------------------------------------
       200-SCAN-APPRAISALS.

           MOVE SPACES TO APPRAISAL-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4             TO CMD-CODE
               MOVE WS-CYCLE-YEAR TO WS-APR-CYCLE-YEAR
               MOVE APPRAISAL-RECORD TO DATA-IN
               CALL "APITPAPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO APPRAISAL-RECORD
                   ADD 1 TO WS-APR-COUNT
                   PERFORM 300-COUNT-ONE-APPRAISAL THRU 300-EXIT
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-COUNT-ONE-APPRAISAL - FIND OR OPEN THE DEPARTMENT SLOT,
      *    THEN COUNT THE APPRAISAL THERE AND IN THE COMPANY TOTAL.
      *-----------------------------------------------------------------
       300-COUNT-ONE-APPRAISAL.

           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           PERFORM VARYING DPT-IX FROM 1 BY 1
                   UNTIL DPT-IX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND
               IF  WS-DT-DEPT-CODE (DPT-IX) = WS-APR-DEPT-CODE
                   SET WS-DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF  WS-DEPT-FOUND THEN
               SET DPT-IX DOWN BY 1
           ELSE
               IF  WS-DEPT-COUNT NOT < WS-TOTAL-IX - 1 THEN
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COBBAT97 - DEPARTMENT TABLE FULL - "
                           WS-APR-EMP-NO " NOT COUNTED"
                   GO TO 300-EXIT
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               SET DPT-IX TO WS-DEPT-COUNT
               PERFORM 350-CLEAR-SLOT
               MOVE WS-APR-DEPT-CODE TO WS-DT-DEPT-CODE (DPT-IX)
           END-IF.

           PERFORM 320-COUNT-IN-SLOT.
           SET DPT-IX TO WS-TOTAL-IX.
           PERFORM 320-COUNT-IN-SLOT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 320-COUNT-IN-SLOT - AN APPROVED RATING COUNTS AT ITS POINT ON
      *    THE SCALE, AND AS CALIBRATED WHEN THE REVIEWER MOVED IT;
      *    ANYTHING ELSE IS STILL OPEN.
      *-----------------------------------------------------------------
       320-COUNT-IN-SLOT.

           IF  WS-APR-APPROVED
           AND WS-APR-APPROVED-RATING NOT < 1
           AND WS-APR-APPROVED-RATING NOT > 5 THEN
               MOVE WS-APR-APPROVED-RATING TO WS-RATING-NO
               ADD 1 TO WS-DT-RATING-COUNT (DPT-IX, WS-RATING-NO)
               ADD 1 TO WS-DT-APPROVED (DPT-IX)
               IF  WS-APR-APPROVED-RATING NOT = WS-APR-MGR-RATING
                   ADD 1 TO WS-DT-CALIBRATED (DPT-IX)
               END-IF
           ELSE
               ADD 1 TO WS-DT-OPEN (DPT-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 350-CLEAR-SLOT - ZERO THE COUNTERS IN SLOT DPT-IX.
      *-----------------------------------------------------------------
       350-CLEAR-SLOT.

           MOVE SPACES TO WS-DT-DEPT-CODE (DPT-IX).
           PERFORM VARYING WS-RATING-NO FROM 1 BY 1
                   UNTIL WS-RATING-NO > 5
               MOVE ZERO TO WS-DT-RATING-COUNT (DPT-IX, WS-RATING-NO)
           END-PERFORM.
           MOVE ZERO TO WS-DT-APPROVED (DPT-IX).
           MOVE ZERO TO WS-DT-CALIBRATED (DPT-IX).
           MOVE ZERO TO WS-DT-OPEN (DPT-IX).

      *-----------------------------------------------------------------
      * 400-PRINT-REPORT - HEADINGS, A LINE PER DEPARTMENT IN THE
      *    ORDER MET, THEN THE COMPANY TOTAL.
      *-----------------------------------------------------------------
       400-PRINT-REPORT.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "APPRAISAL CALIBRATION - REVIEW YEAR "
                  WS-CYCLE-YEAR
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE CALIBRATION-REPORT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DEPT   R1   PCT   R2   PCT   R3   PCT "
                  "  R4   PCT   R5   PCT  APPR  CALB  OPEN"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE CALIBRATION-REPORT-RECORD FROM WS-PRINT-LINE.

           PERFORM VARYING DPT-IX FROM 1 BY 1
                   UNTIL DPT-IX > WS-DEPT-COUNT
               PERFORM 450-PRINT-ONE-SLOT
           END-PERFORM.

           SET DPT-IX TO WS-TOTAL-IX.
           PERFORM 450-PRINT-ONE-SLOT.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-PRINT-ONE-SLOT - EACH RATING'S SHARE IS OF THE APPROVED
      *    RATINGS IN THE SLOT.
      *-----------------------------------------------------------------
       450-PRINT-ONE-SLOT.

           MOVE SPACES                   TO CALIBRATION-REPORT-RECORD.
           MOVE WS-DT-DEPT-CODE (DPT-IX) TO CR-DEPT-CODE.
           PERFORM VARYING WS-RATING-NO FROM 1 BY 1
                   UNTIL WS-RATING-NO > 5
               MOVE WS-DT-RATING-COUNT (DPT-IX, WS-RATING-NO)
                                   TO CR-COUNT (WS-RATING-NO)
               IF  WS-DT-APPROVED (DPT-IX) > ZERO
                   COMPUTE CR-PCT (WS-RATING-NO) ROUNDED =
                       WS-DT-RATING-COUNT (DPT-IX, WS-RATING-NO)
                       * 100 / WS-DT-APPROVED (DPT-IX)
               ELSE
                   MOVE ZERO TO CR-PCT (WS-RATING-NO)
               END-IF
           END-PERFORM.
           MOVE WS-DT-APPROVED (DPT-IX)   TO CR-APPROVED.
           MOVE WS-DT-CALIBRATED (DPT-IX) TO CR-CALIBRATED.
           MOVE WS-DT-OPEN (DPT-IX)       TO CR-OPEN.
           WRITE CALIBRATION-REPORT-RECORD.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    CONTROL TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE CALIBRATION-REPORT-FILE.

           MOVE WS-RUN-DATE    TO WS-RC-RUN-DATE.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-END-TIME.
           MOVE WS-APR-COUNT   TO WS-RC-READ-COUNT.
           SET DPT-IX TO WS-TOTAL-IX.
           MOVE WS-DT-APPROVED (DPT-IX) TO WS-RC-SELECT-COUNT.
           MOVE WS-DEPT-COUNT  TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"     TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-APR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT97 - " WS-COUNT-DISPLAY
                   " APPRAISALS READ FOR " WS-CYCLE-YEAR.
           MOVE WS-DT-APPROVED (DPT-IX) TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT97 - " WS-COUNT-DISPLAY
                   " RATINGS APPROVED".
           MOVE WS-DT-OPEN (DPT-IX) TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT97 - " WS-COUNT-DISPLAY
                   " APPRAISALS STILL OPEN".
           MOVE WS-DEPT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT97 - " WS-COUNT-DISPLAY
                   " DEPARTMENTS REPORTED".

      *-----------------------------------------------------------------
      *    COBBATA6 - QUARTERLY DISCIPLINARY AND GRIEVANCE CASE REPORT
      *               FOR THE HR DIRECTOR. WALKS EVERY COBCIO84 CASE
      *               (APITPDSC CMD-CODE 5 ALL-CASES CURSOR) AND LISTS
      *               ON CASERPT EACH ONE OPEN AT ANY POINT IN THE
      *               QUARTER - OPENED IN IT, CLOSED IN IT OR STILL
      *               RUNNING - AND EVERY WARNING STILL LIVE AT THE
      *               QUARTER END, WITH THE EMPLOYEE'S NAME AND
      *               DEPARTMENT OFF THE MASTER (APITP010). A SECOND
      *               FILE (CASESUMM) COUNTS, FOR DISCIPLINARY AND
      *               GRIEVANCE CASES APART, THE CASES OPENED AND
      *               CLOSED IN THE QUARTER, THOSE STILL OPEN AT ITS
      *               END, THE LIVE WARNINGS AND THE NOT-ELIGIBLE-FOR-
      *               REHIRE OUTCOMES. THE QUARTER IS THE ONE JUST
      *               ENDED UNLESS A CCYYQ SYSIN CARD NAMES ANOTHER.
      *               THE HR DIRECTOR IS TOLD THE REPORT IS READY
      *               THROUGH COBALERT; THE LISTING ITSELF IS
      *               CONFIDENTIAL AND GOES TO NOBODY ELSE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATA6.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-REPORT-FILE ASSIGN TO CASERPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-SUMMARY-FILE ASSIGN TO CASESUMM
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CASE-REPORT-FILE
           RECORDING MODE IS F.
      *    ** one line per case - the status column reads NEW,
      *    ** CLOSED, NEW/CLSD (BOTH IN THE QUARTER), OPEN OR WARNING
      *    ** (CLOSED EARLIER, WARNING STILL LIVE)
       01  CASE-REPORT-RECORD.
           03  CR-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-EMP-ID                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-CASE-NO                  PIC 9(2).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-CASE-TYPE                PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-STAGE                    PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-OPENED-DATE              PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-HEARING-DATE             PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-OUTCOME                  PIC X(2).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-WARNING-EXPIRY           PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-CLOSED-DATE              PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-REHIRE-FLAG              PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-STATUS                   PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-DETAIL                   PIC X(60).

       FD  CASE-SUMMARY-FILE
           RECORDING MODE IS F.
       01  CASE-SUMMARY-RECORD.
           03  CS-QUARTER                  PIC 9(5).
           03  CS-CASE-TYPE                PIC X(1).
           03  CS-OPENED-COUNT             PIC 9(5).
           03  CS-CLOSED-COUNT             PIC 9(5).
           03  CS-OPEN-AT-END-COUNT        PIC 9(5).
           03  CS-LIVE-WARNING-COUNT       PIC 9(5).
           03  CS-NO-REHIRE-COUNT          PIC 9(5).

       WORKING-STORAGE SECTION.

      *    ** one row per employee and case number off COBCIO84 -
      *    ** CMD-CODE 5 ALL-CASES CURSOR
       01  DISCIPLINARY-CASE-RECORD.
           10 WS-DSC-EMP-NO           PIC X(6).
           10 WS-DSC-CASE-NO          PIC 9(2).
           10 WS-DSC-CASE-TYPE        PIC X(1).
               88  WS-DSC-GRIEVANCE       VALUE "G".
           10 WS-DSC-DETAIL           PIC X(60).
           10 WS-DSC-STAGE            PIC X(1).
           10 WS-DSC-OPENED-DATE      PIC 9(6).
           10 WS-DSC-HEARING-DATE     PIC 9(6).
           10 WS-DSC-APPEAL-DATE      PIC 9(6).
           10 WS-DSC-OUTCOME          PIC X(2).
               88  WS-DSC-WARNING         VALUES "VW" "WW" "FW".
           10 WS-DSC-WARNING-EXPIRY   PIC 9(6).
           10 WS-DSC-REHIRE-FLAG      PIC X(1).
               88  WS-DSC-NO-REHIRE       VALUE "N".
           10 WS-DSC-CLOSED-DATE      PIC 9(6).
           10 WS-DSC-MAINT-DATE       PIC 9(6).
           10 WS-DSC-OPID             PIC X(3).

      *    ** only the name and department matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(160).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** optional quarter card from SYSIN - CCYYQ
       01  WS-QUARTER-CARD.
           03  WS-QC-CCYY                  PIC 9(4).
           03  WS-QC-QTR                   PIC 9(1).
       01  WS-REPORT-QUARTER               PIC 9(5).
       01  WS-REPORT-QUARTER-R REDEFINES WS-REPORT-QUARTER.
           03  WS-RQ-CCYY                  PIC 9(4).
           03  WS-RQ-QTR                   PIC 9(1).

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  WS-RUN-DD                   PIC 99.

      *    ** the quarter as a CCYYMM range every case date is
      *    ** compared against
       01  WS-QTR-START-YM                 PIC 9(6).
       01  WS-QTR-END-YM                   PIC 9(6).

      *    ** a yymmdd case date windowed to CCYYMM - zero stays zero
       01  WS-CONV-YYMMDD                  PIC 9(6).
       01  WS-CONV-YYMMDD-R REDEFINES WS-CONV-YYMMDD.
           03  WS-CONV-YY                  PIC 99.
           03  WS-CONV-MM                  PIC 99.
           03  WS-CONV-DD                  PIC 99.
       01  WS-CONV-CCYYMM                  PIC 9(6).
       01  WS-OPENED-YM                    PIC 9(6).
       01  WS-CLOSED-YM                    PIC 9(6).
       01  WS-EXPIRY-YM                    PIC 9(6).

      *    ** per-type counts - 1 DISCIPLINARY, 2 GRIEVANCE
       01  WS-TYPE-TABLE.
           03  WS-TYPE-ENTRY OCCURS 2 TIMES.
               05  WS-TY-OPENED            PIC S9(5) COMP-3.
               05  WS-TY-CLOSED            PIC S9(5) COMP-3.
               05  WS-TY-OPEN-AT-END       PIC S9(5) COMP-3.
               05  WS-TY-LIVE-WARNING      PIC S9(5) COMP-3.
               05  WS-TY-NO-REHIRE         PIC S9(5) COMP-3.
       01  WS-TYPE-IX                      PIC S9(4) COMP.

       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-CASE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-LISTED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard alert handed to COBALERT - de-duplicated on the
      *    ** APITPALT gateway, so a rerun for the same quarter does
      *    ** not tell the director twice
       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBATA6".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "CASERPT".
           03  WS-ALT-SEVERITY             PIC X(1) VALUE "L".
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE      PIC X(8) VALUE "HRDIRECT".
           03  WS-ALT-MSG-CODE             PIC 99   VALUE 1.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATA6".
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
           PERFORM 200-SCAN-CASES THRU 200-EXIT
           PERFORM 800-WRITE-SUMMARY
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - SETTLE THE QUARTER - THE CARD'S, OR THE ONE
      *    BEFORE THE QUARTER THE RUN DATE FALLS IN - AND OPEN THE
      *    FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE    TO WS-RC-RUN-DATE.

           MOVE SPACES TO WS-QUARTER-CARD.
           ACCEPT WS-QUARTER-CARD.
           IF  WS-QUARTER-CARD IS NUMERIC
           AND WS-QC-CCYY > 1900
           AND WS-QC-QTR NOT < 1 AND WS-QC-QTR NOT > 4 THEN
               MOVE WS-QC-CCYY TO WS-RQ-CCYY
               MOVE WS-QC-QTR  TO WS-RQ-QTR
           ELSE
               IF  WS-RUN-YY < 50 THEN
                   COMPUTE WS-RQ-CCYY = 2000 + WS-RUN-YY
               ELSE
                   COMPUTE WS-RQ-CCYY = 1900 + WS-RUN-YY
               END-IF
               COMPUTE WS-RQ-QTR = (WS-RUN-MM - 1) / 3
               IF  WS-RQ-QTR = ZERO THEN
                   MOVE 4 TO WS-RQ-QTR
                   SUBTRACT 1 FROM WS-RQ-CCYY
               END-IF
           END-IF.

           COMPUTE WS-QTR-START-YM =
                   WS-RQ-CCYY * 100 + (WS-RQ-QTR - 1) * 3 + 1.
           COMPUTE WS-QTR-END-YM = WS-RQ-CCYY * 100 + WS-RQ-QTR * 3.

           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 2
               MOVE ZERO TO WS-TY-OPENED (WS-TYPE-IX)
               MOVE ZERO TO WS-TY-CLOSED (WS-TYPE-IX)
               MOVE ZERO TO WS-TY-OPEN-AT-END (WS-TYPE-IX)
               MOVE ZERO TO WS-TY-LIVE-WARNING (WS-TYPE-IX)
               MOVE ZERO TO WS-TY-NO-REHIRE (WS-TYPE-IX)
           END-PERFORM.

           OPEN OUTPUT CASE-REPORT-FILE.
           OPEN OUTPUT CASE-SUMMARY-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-CASES - WALK EVERY CASE ON FILE.
      *-----------------------------------------------------------------
       200-SCAN-CASES.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE 5      TO  CMD-CODE.
           MOVE SPACES TO  DISCIPLINARY-CASE-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE DISCIPLINARY-CASE-RECORD TO DATA-IN
               CALL "APITPDSC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DISCIPLINARY-CASE-RECORD
                   ADD 1 TO WS-CASE-COUNT
                   PERFORM 300-CHECK-ONE-CASE THRU 300-EXIT
      *            ** restore the cursor command after the master
      *            ** read reused it
                   MOVE 5 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-CHECK-ONE-CASE - PLACE THE CASE AGAINST THE QUARTER, COUNT
      *    IT AND LIST IT IF IT BELONGS ON THE REPORT.
      *-----------------------------------------------------------------
       300-CHECK-ONE-CASE.

           MOVE WS-DSC-OPENED-DATE    TO WS-CONV-YYMMDD.
           PERFORM 350-WINDOW-YYMMDD.
           MOVE WS-CONV-CCYYMM        TO WS-OPENED-YM.
           MOVE WS-DSC-CLOSED-DATE    TO WS-CONV-YYMMDD.
           PERFORM 350-WINDOW-YYMMDD.
           MOVE WS-CONV-CCYYMM        TO WS-CLOSED-YM.
           MOVE WS-DSC-WARNING-EXPIRY TO WS-CONV-YYMMDD.
           PERFORM 350-WINDOW-YYMMDD.
           MOVE WS-CONV-CCYYMM        TO WS-EXPIRY-YM.

      *    ** opened after the quarter - not this report's business
           IF  WS-OPENED-YM > WS-QTR-END-YM THEN
               GO TO 300-EXIT
           END-IF.

           IF  WS-DSC-GRIEVANCE THEN
               MOVE 2 TO WS-TYPE-IX
           ELSE
               MOVE 1 TO WS-TYPE-IX
           END-IF.

           MOVE SPACES TO CR-STATUS.

           IF  WS-OPENED-YM NOT < WS-QTR-START-YM THEN
               ADD 1 TO WS-TY-OPENED (WS-TYPE-IX)
               MOVE "NEW"      TO CR-STATUS
           END-IF.

           IF  WS-CLOSED-YM NOT = ZERO
           AND WS-CLOSED-YM NOT < WS-QTR-START-YM
           AND WS-CLOSED-YM NOT > WS-QTR-END-YM THEN
               ADD 1 TO WS-TY-CLOSED (WS-TYPE-IX)
               IF  CR-STATUS = "NEW"
                   MOVE "NEW/CLSD" TO CR-STATUS
               ELSE
                   MOVE "CLOSED"   TO CR-STATUS
               END-IF
               IF  WS-DSC-NO-REHIRE
                   ADD 1 TO WS-TY-NO-REHIRE (WS-TYPE-IX)
               END-IF
           END-IF.

           IF  WS-CLOSED-YM = ZERO
           OR  WS-CLOSED-YM > WS-QTR-END-YM THEN
               ADD 1 TO WS-TY-OPEN-AT-END (WS-TYPE-IX)
               IF  CR-STATUS = SPACES
                   MOVE "OPEN"     TO CR-STATUS
               END-IF
           END-IF.

           IF  WS-DSC-WARNING
           AND WS-EXPIRY-YM > WS-QTR-END-YM THEN
               ADD 1 TO WS-TY-LIVE-WARNING (WS-TYPE-IX)
               IF  CR-STATUS = SPACES
                   MOVE "WARNING"  TO CR-STATUS
               END-IF
           END-IF.

           IF  CR-STATUS = SPACES THEN
               GO TO 300-EXIT
           END-IF.

           PERFORM 700-WRITE-LINE.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-WINDOW-YYMMDD - WS-CONV-YYMMDD TO WS-CONV-CCYYMM, SAME
      *    2-DIGIT YEAR WINDOW AS COBBAT15. A ZERO (UNSET) DATE STAYS
      *    ZERO.
      *-----------------------------------------------------------------
       350-WINDOW-YYMMDD.

           IF  WS-CONV-YYMMDD IS NOT NUMERIC
           OR  WS-CONV-YYMMDD = ZERO
               MOVE ZERO TO WS-CONV-CCYYMM
           ELSE
               IF  WS-CONV-YY < 50 THEN
                   COMPUTE WS-CONV-CCYYMM =
                           (2000 + WS-CONV-YY) * 100 + WS-CONV-MM
               ELSE
                   COMPUTE WS-CONV-CCYYMM =
                           (1900 + WS-CONV-YY) * 100 + WS-CONV-MM
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 700-WRITE-LINE - THE LISTING LINE, NAMED OFF THE MASTER.
      *-----------------------------------------------------------------
       700-WRITE-LINE.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-DSC-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT  TO EMPLOYEE-MASTER-RECORD
           ELSE
               MOVE SPACES    TO EMPLOYEE-MASTER-RECORD
           END-IF.

           MOVE WS-EMP-DEPT-CODE      TO CR-DEPT-CODE.
           MOVE WS-DSC-EMP-NO         TO CR-EMP-ID.
           MOVE WS-EMP-NAME           TO CR-EMP-NAME.
           MOVE WS-DSC-CASE-NO        TO CR-CASE-NO.
           MOVE WS-DSC-CASE-TYPE      TO CR-CASE-TYPE.
           MOVE WS-DSC-STAGE          TO CR-STAGE.
           MOVE WS-DSC-OPENED-DATE    TO CR-OPENED-DATE.
           MOVE WS-DSC-HEARING-DATE   TO CR-HEARING-DATE.
           MOVE WS-DSC-OUTCOME        TO CR-OUTCOME.
           MOVE WS-DSC-WARNING-EXPIRY TO CR-WARNING-EXPIRY.
           MOVE WS-DSC-CLOSED-DATE    TO CR-CLOSED-DATE.
           MOVE WS-DSC-REHIRE-FLAG    TO CR-REHIRE-FLAG.
           MOVE WS-DSC-DETAIL         TO CR-DETAIL.
           WRITE CASE-REPORT-RECORD.
           ADD 1 TO WS-LISTED-COUNT.

      *-----------------------------------------------------------------
      * 800-WRITE-SUMMARY - ONE ROW EACH FOR DISCIPLINARY AND
      *    GRIEVANCE CASES.
      *-----------------------------------------------------------------
       800-WRITE-SUMMARY.

           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 2
               MOVE WS-REPORT-QUARTER      TO CS-QUARTER
               IF  WS-TYPE-IX = 1
                   MOVE "D"                TO CS-CASE-TYPE
               ELSE
                   MOVE "G"                TO CS-CASE-TYPE
               END-IF
               MOVE WS-TY-OPENED (WS-TYPE-IX)  TO CS-OPENED-COUNT
               MOVE WS-TY-CLOSED (WS-TYPE-IX)  TO CS-CLOSED-COUNT
               MOVE WS-TY-OPEN-AT-END (WS-TYPE-IX)
                                           TO CS-OPEN-AT-END-COUNT
               MOVE WS-TY-LIVE-WARNING (WS-TYPE-IX)
                                           TO CS-LIVE-WARNING-COUNT
               MOVE WS-TY-NO-REHIRE (WS-TYPE-IX)
                                           TO CS-NO-REHIRE-COUNT
               WRITE CASE-SUMMARY-RECORD
           END-PERFORM.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, TELL THE HR DIRECTOR THE
      *    REPORT IS READY, LOG THE RUN AND DISPLAY THE RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE CASE-REPORT-FILE.
           CLOSE CASE-SUMMARY-FILE.

           MOVE SPACES              TO WS-ALT-KEY.
           MOVE WS-REPORT-QUARTER   TO WS-ALT-KEY(1:5).
           CALL "COBALERT" USING ALERT-RECORD.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS      TO WS-RC-END-TIME.
           MOVE WS-CASE-COUNT       TO WS-RC-READ-COUNT.
           MOVE WS-LISTED-COUNT     TO WS-RC-SELECT-COUNT.
           COMPUTE WS-RC-WRITE-COUNT = WS-LISTED-COUNT + 2.
           MOVE ZERO                TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"          TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           DISPLAY "COBBATA6 - CASE REPORT FOR QUARTER "
                   WS-RQ-CCYY " Q" WS-RQ-QTR.
           MOVE WS-CASE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA6 - " WS-COUNT-DISPLAY " CASES READ".
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA6 - " WS-COUNT-DISPLAY " CASES LISTED".

      *-----------------------------------------------------------------
      *    COBBAT98 - PROBATION END REMINDER. NEW HIRES WERE PASSING
      *               THEIR PROBATION END DATE WITH NO DECISION EVER
      *               RECORDED - NOBODY WAS REMINDED. WEEKLY, THIS JOB
      *               WALKS EVERY PROBATION ROW COBCIO23 OPENED AT
      *               ONBOARDING (APITPPRB CMD-CODE 4 CURSOR) AND, FOR
      *               ANYONE STILL ON PROBATION (OR ON AN EXTENSION)
      *               WHOSE END DATE FALLS WITHIN THE WINDOW (SYSIN
      *               CARD, DEFAULT 30 DAYS), RAISES A COBALERT TO THE
      *               EMPLOYEE'S MANAGER ON THE COBCIO45 REPORTING LINE
      *               SO THE CONFIRM/EXTEND/TERMINATE DECISION GETS
      *               MADE ON COBCIO75 IN TIME. AN END DATE ALREADY
      *               PASSED WITH NO DECISION ALERTS AT HIGH SEVERITY.
      *               SOMEONE WHO HAS ALREADY LEFT IS PASSED OVER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT98.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the probation row COBCIO23 opens and COBCIO75 decides -
      *    ** APITPPRB CMD-CODE 1 READ BY EMP-NO, 2 ADD, 3 CHANGE,
      *    ** 4 ALL-ROWS CURSOR
       01  PROBATION-RECORD.
           10 WS-PRB-EMP-NO           PIC X(6).
           10 WS-PRB-JOB-CODE         PIC X(8).
           10 WS-PRB-START-DATE       PIC 9(6).
           10 WS-PRB-END-DATE         PIC 9(6).
           10 WS-PRB-STATUS           PIC X(1).
               88  WS-PRB-OPEN            VALUE "P" "E".
           10 WS-PRB-DECISION-DATE    PIC 9(6).
           10 WS-PRB-REASON           PIC X(30).
           10 WS-PRB-DECIDED-OPID     PIC X(3).
           10 WS-PRB-EXTEND-COUNT     PIC 9(1).

      *    ** the reporting-line row COBCIO45 maintains - names the
      *    ** manager the reminder goes to
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** only the key and the termination date matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  FILLER                      PIC X(134).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** window card from SYSIN - blank or non-numeric falls
      *    ** back to this shop's default of thirty days' notice
       01  WS-WINDOW-CARD                  PIC X(3).
       01  WS-WINDOW-DAYS                  PIC S9(4) COMP VALUE +30.

       01  WS-RUN-DATE                     PIC 9(6).
       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                 PIC 9(8).
           03  COBDATE-INPUT-FORMAT         PIC X(10).
           03  COBDATE-OUTPUT-FORMAT        PIC X(10).
           03  COBDATE-MESSAGE              PIC X(60).

      *    ** true continuous day numbers (same 350-CONVERT idiom as
      *    ** COBBAT06) so a window across a year boundary comes out
      *    ** right
       01  WS-RUN-DATE-JULIAN               PIC 9(7).
       01  WS-END-DATE-JULIAN               PIC 9(7).
       01  WS-DAYS-REMAINING                PIC S9(7).

       01  WS-CONV-YYDDD                    PIC 9(5).
       01  WS-CONV-YY                       PIC 9(2).
       01  WS-CONV-DDD                      PIC 9(3).
       01  WS-CONV-YYYY                     PIC 9(4).
       01  WS-CONV-JULIAN                   PIC 9(7).

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-READ-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-OPEN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-ALERT-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-OVERDUE-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard alert handed to COBALERT - de-duplicated on the
      *    ** APITPALT gateway and fed to the email-gateway interface
      *    ** file, message text off the shared APITPMSG file
       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBAT98".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "PROBEND ".
           03  WS-ALT-SEVERITY             PIC X(1).
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE      PIC X(8).
           03  WS-ALT-MSG-CODE             PIC 99.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT98".
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
           PERFORM 200-SCAN-PROBATION THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - PICK UP THE NOTICE WINDOW AND CONVERT THE RUN
      *    DATE TO A CONTINUOUS DAY NUMBER FOR THE DAYS-LEFT ARITHMETIC.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           ACCEPT WS-WINDOW-CARD.
           IF  WS-WINDOW-CARD IS NUMERIC
           AND WS-WINDOW-CARD > "000"
               MOVE WS-WINDOW-CARD TO WS-WINDOW-DAYS
           END-IF.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.
           MOVE WS-RUN-DATE TO COBDATE-DATE.
           MOVE "YYMMDD"    TO COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"     TO COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE(1:5) TO WS-CONV-YYDDD.
           PERFORM 350-CONVERT-YYDDD-TO-JULIAN THRU 350-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RUN-DATE-JULIAN.

      *-----------------------------------------------------------------
      * 200-SCAN-PROBATION - WALK EVERY PROBATION ROW. A CONFIRMED OR
      *    TERMINATED ROW IS DECIDED AND NEEDS NO REMINDER.
      *-----------------------------------------------------------------
       200-SCAN-PROBATION.

           MOVE 4      TO  CMD-CODE.
           MOVE SPACES TO  PROBATION-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE PROBATION-RECORD TO DATA-IN
               CALL "APITPPRB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PROBATION-RECORD
                   ADD 1 TO WS-READ-COUNT
                   IF  WS-PRB-OPEN
                   AND WS-PRB-END-DATE IS NUMERIC
                   AND WS-PRB-END-DATE NOT = ZERO
                       ADD 1 TO WS-OPEN-COUNT
                       PERFORM 300-CHECK-ONE-PROBATION THRU 300-EXIT
                   END-IF
      *            ** restore the cursor command after the alert
      *            ** steps reused it against their own gateways
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-CHECK-ONE-PROBATION - INSIDE THE WINDOW THE MANAGER IS
      *    REMINDED; PAST THE END DATE THE REMINDER GOES OUT AT HIGH
      *    SEVERITY. AN EMPLOYEE ALREADY TERMINATED BY OTHER MEANS IS
      *    LEFT ALONE.
      *-----------------------------------------------------------------
       300-CHECK-ONE-PROBATION.

           MOVE WS-PRB-END-DATE TO COBDATE-DATE.
           MOVE "YYMMDD"        TO COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"         TO COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE(1:5) TO WS-CONV-YYDDD.
           PERFORM 350-CONVERT-YYDDD-TO-JULIAN THRU 350-EXIT.
           MOVE WS-CONV-JULIAN TO WS-END-DATE-JULIAN.

           COMPUTE WS-DAYS-REMAINING =
                   WS-END-DATE-JULIAN - WS-RUN-DATE-JULIAN.

           IF  WS-DAYS-REMAINING > WS-WINDOW-DAYS THEN
               GO TO 300-EXIT
           END-IF.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-PRB-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 300-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.
           IF  WS-EMP-DATE-TERMINATED IS NUMERIC
           AND WS-EMP-DATE-TERMINATED NOT = ZERO
               GO TO 300-EXIT
           END-IF.

           PERFORM 400-RESOLVE-MANAGER THRU 400-EXIT.

           IF  WS-DAYS-REMAINING < ZERO THEN
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "H" TO WS-ALT-SEVERITY
               MOVE 2   TO WS-ALT-MSG-CODE
           ELSE
               MOVE "W" TO WS-ALT-SEVERITY
               MOVE 1   TO WS-ALT-MSG-CODE
           END-IF.

           ADD 1 TO WS-ALERT-COUNT.
           MOVE SPACES        TO WS-ALT-KEY.
           MOVE WS-PRB-EMP-NO TO WS-ALT-KEY.
           CALL "COBALERT" USING ALERT-RECORD.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-CONVERT-YYDDD-TO-JULIAN - SAME CONTINUOUS-DAY-NUMBER
      *    CONVERSION AS COBBAT06, SO A WINDOW ACROSS A YEAR BOUNDARY
      *    COMES OUT RIGHT.
      *-----------------------------------------------------------------
       350-CONVERT-YYDDD-TO-JULIAN.

           MOVE WS-CONV-YYDDD(1:2)   TO  WS-CONV-YY.
           MOVE WS-CONV-YYDDD(3:3)   TO  WS-CONV-DDD.
           IF  WS-CONV-YY < 50 THEN
               COMPUTE WS-CONV-YYYY = 2000 + WS-CONV-YY
           ELSE
               COMPUTE WS-CONV-YYYY = 1900 + WS-CONV-YY
           END-IF.
           COMPUTE WS-CONV-JULIAN =
                   (WS-CONV-YYYY * 365)
                   + ((WS-CONV-YYYY - 1) / 4)
                   - ((WS-CONV-YYYY - 1) / 100)
                   + ((WS-CONV-YYYY - 1) / 400)
                   + WS-CONV-DDD.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-RESOLVE-MANAGER - THE EMPLOYEE'S OWN MANAGER OFF THE
      *    REPORTING LINE. NO ROW (OR NO MANAGER OPID ON IT) FALLS TO
      *    THE COMPANY-WIDE HR ROLE, SAME FALLBACK AS COBBAT61.
      *-----------------------------------------------------------------
       400-RESOLVE-MANAGER.

           MOVE SPACES        TO WS-ALT-RECIPIENT-ROLE.
           MOVE "HR "         TO WS-ALT-RECIPIENT-ROLE (1:3).

           MOVE SPACES        TO REPORTING-LINE-RECORD.
           MOVE WS-PRB-EMP-NO TO WS-RPT-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO REPORTING-LINE-RECORD
               IF  WS-RPT-MGR-OPID > SPACES THEN
                   MOVE WS-RPT-MGR-OPID TO WS-ALT-RECIPIENT-ROLE (1:3)
               END-IF
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - LOG THE RUN AND DISPLAY THE RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS     TO WS-RC-END-TIME.
           MOVE WS-READ-COUNT      TO WS-RC-READ-COUNT.
           MOVE WS-OPEN-COUNT      TO WS-RC-SELECT-COUNT.
           MOVE WS-ALERT-COUNT     TO WS-RC-WRITE-COUNT.
           MOVE ZERO               TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"         TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT98 - " WS-COUNT-DISPLAY
                   " PROBATION ROWS READ".
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT98 - " WS-COUNT-DISPLAY
                   " STILL AWAITING A DECISION".
           MOVE WS-ALERT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT98 - " WS-COUNT-DISPLAY
                   " MANAGERS REMINDED".
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT98 - " WS-COUNT-DISPLAY
                   " PAST THE END DATE WITH NO DECISION".

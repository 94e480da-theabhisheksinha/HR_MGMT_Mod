      *-----------------------------------------------------------------
      *    COBBAT93 - MONTHLY CASH MONITORING CASE REPORT. WALKS EVERY
      *               CASE THE DAILY COBBAT92 RUN HAS OPENED ON THE
      *               APITPAML GATEWAY (CMD-CODE 4 UNFILTERED CURSOR)
      *               AND LISTS, FOR COMPLIANCE AND THE AUDITORS, EVERY
      *               CASE STILL OPEN OR UNDER REVIEW ON COBCIO72 WITH
      *               ITS AGE IN DAYS, FOLLOWED BY EVERY CASE CLOSED
      *               THIS MONTH WITH A SUSPICIOUS ACTIVITY REPORT
      *               FILED. CASES CLOSED WITH NO FURTHER ACTION ARE
      *               COUNTED BUT NOT LISTED. RUN AT MONTH END.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT93.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-REPORT-FILE ASSIGN TO AMLMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CASE-REPORT-FILE
           RECORDING MODE IS F.
       01  CASE-REPORT-RECORD.
           03  CR-SECTION                  PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-CASE-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-RULE                     PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-OPEN-DATE                PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-STATUS                   PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
      *        ** days open for a live case, the close date for a
      *        ** filed one
           03  CR-AGE-DAYS                 PIC ZZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  CR-CLOSE-DATE               PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-AMOUNT                   PIC ZZZZZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-REVIEW-OPID              PIC X(3).

       WORKING-STORAGE SECTION.

      *    ** the monitoring case - APITPAML CMD-CODE 1 READ BY CASE
      *    ** NO, 2 ADD, 3 CHANGE, 4 UNFILTERED CURSOR, 5 PER-CUSTOMER
      *    ** CURSOR
       01  AML-CASE-RECORD.
           10 WS-AMC-CASE-NO          PIC X(10).
           10 WS-AMC-CUST-NO          PIC X(10).
           10 WS-AMC-RULE             PIC X(8).
           10 WS-AMC-FROM-DATE        PIC 9(6).
           10 WS-AMC-TO-DATE          PIC 9(6).
           10 WS-AMC-AMOUNT           PIC S9(11)V9(2) USAGE COMP-3.
           10 WS-AMC-TRAN-COUNT       PIC 9(3).
           10 WS-AMC-ACC-COUNT        PIC 9(2).
           10 WS-AMC-ACC-NO           PIC X(10).
           10 WS-AMC-OPEN-DATE        PIC 9(6).
      *        ** O OPEN, R UNDER REVIEW, C CLOSED
           10 WS-AMC-STATUS           PIC X(1).
               88  WS-AMC-CLOSED          VALUE "C".
      *        ** F REPORT FILED, N NO FURTHER ACTION - SET AT CLOSE
           10 WS-AMC-DISPOSITION      PIC X(1).
               88  WS-AMC-FILED           VALUE "F".
           10 WS-AMC-NOTE             PIC X(60).
           10 WS-AMC-REVIEW-OPID      PIC X(3).
           10 WS-AMC-CLOSE-DATE       PIC 9(6).
           10 WS-AMC-CLOSE-DATE-R REDEFINES WS-AMC-CLOSE-DATE.
               15 WS-AMC-CLOSE-YYMM   PIC 9(4).
               15 FILLER              PIC 9(2).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YYMM                 PIC 9(4).
           03  FILLER                      PIC 9(2).
       01  WS-RUN-JULIAN                   PIC 9(7).
       01  WS-AGE-DAYS                     PIC S9(7) COMP-3.

       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                 PIC 9(8).
           03  COBDATE-INPUT-FORMAT         PIC X(10).
           03  COBDATE-OUTPUT-FORMAT        PIC X(10).
           03  COBDATE-MESSAGE              PIC X(60).

      *    ** scratch fields for 750-CONVERT-DATE-TO-JULIAN - WS-CONV-
      *    ** DATE (YYMMDD) IN, WS-CONV-JULIAN OUT. same windowing and
      *    ** day count as COBBAT06
       01  WS-CONV-DATE                     PIC 9(6).
       01  WS-CONV-YYDDD                    PIC 9(5).
       01  WS-CONV-YY                       PIC 9(2).
       01  WS-CONV-DDD                      PIC 9(3).
       01  WS-CONV-YYYY                     PIC 9(4).
       01  WS-CONV-JULIAN                   PIC 9(7).

      *    ** the pass flag - live cases are listed on the first walk
      *    ** of the cursor, filed ones on the second
       01  WS-PASS-SWITCH                  PIC X.
           88  WS-LIVE-PASS                    VALUE "L".
           88  WS-FILED-PASS                   VALUE "F".
       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-CASE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-LIVE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-FILED-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-NFA-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT93".
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
           SET WS-LIVE-PASS TO TRUE
           PERFORM 200-SCAN-CASES THRU 200-EXIT
           SET WS-FILED-PASS TO TRUE
           PERFORM 200-SCAN-CASES THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - RUN DATE AND OPEN THE REPORT.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE    TO WS-RC-RUN-DATE.
           MOVE WS-RUN-DATE    TO WS-CONV-DATE.
           PERFORM 750-CONVERT-DATE-TO-JULIAN THRU 750-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RUN-JULIAN.

           OPEN OUTPUT CASE-REPORT-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-CASES - ONE WALK OF EVERY CASE, LISTING THE ONES THIS
      *    PASS IS FOR.
      *-----------------------------------------------------------------
       200-SCAN-CASES.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  AML-CASE-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE AML-CASE-RECORD TO DATA-IN
               CALL "APITPAML" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO AML-CASE-RECORD
                   IF  WS-LIVE-PASS
                       ADD 1 TO WS-CASE-COUNT
                       IF  NOT WS-AMC-CLOSED
                           PERFORM 300-LIST-LIVE-CASE THRU 300-EXIT
                       END-IF
                   ELSE
                       IF  WS-AMC-CLOSED
                       AND WS-AMC-CLOSE-YYMM = WS-RUN-YYMM
                           PERFORM 400-LIST-CLOSED-CASE THRU 400-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-LIST-LIVE-CASE - A CASE STILL OPEN OR UNDER REVIEW, WITH
      *    ITS AGE.
      *-----------------------------------------------------------------
       300-LIST-LIVE-CASE.

           ADD 1 TO WS-LIVE-COUNT.
           MOVE ZERO TO WS-AGE-DAYS.
           IF  WS-AMC-OPEN-DATE IS NUMERIC
               MOVE WS-AMC-OPEN-DATE TO WS-CONV-DATE
               PERFORM 750-CONVERT-DATE-TO-JULIAN THRU 750-EXIT
               COMPUTE WS-AGE-DAYS = WS-RUN-JULIAN - WS-CONV-JULIAN
           END-IF.

           MOVE SPACES              TO CASE-REPORT-RECORD.
           MOVE "OPEN"              TO CR-SECTION.
           MOVE WS-AGE-DAYS         TO CR-AGE-DAYS.
           PERFORM 800-WRITE-REPORT-LINE.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-LIST-CLOSED-CASE - A CASE CLOSED THIS MONTH. ONLY THE ONES
      *    WITH A REPORT FILED ARE LISTED.
      *-----------------------------------------------------------------
       400-LIST-CLOSED-CASE.

           IF  NOT WS-AMC-FILED THEN
               ADD 1 TO WS-NFA-COUNT
               GO TO 400-EXIT
           END-IF.

           ADD 1 TO WS-FILED-COUNT.
           MOVE SPACES              TO CASE-REPORT-RECORD.
           MOVE "FILED"             TO CR-SECTION.
           MOVE ZERO                TO CR-AGE-DAYS.
           MOVE WS-AMC-CLOSE-DATE   TO CR-CLOSE-DATE.
           PERFORM 800-WRITE-REPORT-LINE.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 750-CONVERT-DATE-TO-JULIAN - TURN A YYMMDD DATE INTO A TRUE
      *    CONTINUOUS DAY NUMBER THROUGH COBDTE3'S "YYDDD" FORM, SAME
      *    AS COBBAT06, SO AN AGE THAT CROSSES A YEAR END COUNTS ITS
      *    DAYS CORRECTLY.
      *-----------------------------------------------------------------
       750-CONVERT-DATE-TO-JULIAN.

           MOVE WS-CONV-DATE         TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE(1:5)    TO  WS-CONV-YYDDD.

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

       750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 800-WRITE-REPORT-LINE - THE CASE FIGURES ON WHATEVER LINE THE
      *    CALLER HAS STARTED.
      *-----------------------------------------------------------------
       800-WRITE-REPORT-LINE.

           MOVE WS-AMC-CASE-NO      TO CR-CASE-NO.
           MOVE WS-AMC-CUST-NO      TO CR-CUST-NO.
           MOVE WS-AMC-RULE         TO CR-RULE.
           MOVE WS-AMC-OPEN-DATE    TO CR-OPEN-DATE.
           MOVE WS-AMC-STATUS       TO CR-STATUS.
           MOVE WS-AMC-AMOUNT       TO CR-AMOUNT.
           MOVE WS-AMC-REVIEW-OPID  TO CR-REVIEW-OPID.
           WRITE CASE-REPORT-RECORD.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE CASE-REPORT-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS  TO WS-RC-END-TIME.
           MOVE WS-CASE-COUNT   TO WS-RC-READ-COUNT.
           COMPUTE WS-RC-SELECT-COUNT =
                   WS-LIVE-COUNT + WS-FILED-COUNT + WS-NFA-COUNT.
           COMPUTE WS-RC-WRITE-COUNT =
                   WS-LIVE-COUNT + WS-FILED-COUNT.
           MOVE ZERO            TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"      TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-CASE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT93 - " WS-COUNT-DISPLAY
                   " CASES ON FILE".
           MOVE WS-LIVE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT93 - " WS-COUNT-DISPLAY
                   " CASES OPEN OR UNDER REVIEW".
           MOVE WS-FILED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT93 - " WS-COUNT-DISPLAY
                   " FILED THIS MONTH".
           MOVE WS-NFA-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT93 - " WS-COUNT-DISPLAY
                   " CLOSED WITH NO FURTHER ACTION THIS MONTH".

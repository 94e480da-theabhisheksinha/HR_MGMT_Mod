      *-----------------------------------------------------------------
      *    COBBATB4 - MONTHLY SOFTWARE LICENSE TRUE-UP. THE COBCIO95
      *               POOLS SAY HOW MANY SEATS WERE BOUGHT AND THE
      *               COBCIO96 SEAT ROWS SAY WHO HOLDS ONE, BUT NOBODY
      *               SET THE TWO SIDE BY SIDE UNTIL THE VENDOR'S
      *               AUDITOR DID. THIS RUN WALKS EVERY POOL (APITPLIC
      *               CMD-CODE 5), COUNTS THE SEATS STILL HELD AGAINST
      *               IT (APITPSTA CMD-CODE 6 - RECLAIMED ROWS PASSED
      *               BY) AND WRITES ONE TRUE-UP LINE PER POOL: OVER
      *               WHEN MORE SEATS ARE ASSIGNED THAN WERE BOUGHT,
      *               WITH THE COST OF BUYING THE SHORTFALL, AND IDLE
      *               WHEN AT LEAST IDLESEATS (CENTRAL PARAMETER,
      *               DEFAULT 1) PURCHASED SEATS SIT UNASSIGNED, WITH
      *               THE COST OF CARRYING THEM. A POOL WHOSE RENEWAL
      *               DATE FALLS WITHIN RENEWDAYS (CENTRAL PARAMETER,
      *               DEFAULT 60) OF THE RUN DATE, OR HAS ALREADY
      *               PASSED, IS FLAGGED ON ITS LINE AND RAISED
      *               THROUGH COBALERT, SO THE SEAT COUNT IS TRUED UP
      *               BEFORE THE RENEWAL IS SIGNED RATHER THAN AFTER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATB4.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENSE-TRUEUP-FILE ASSIGN TO LICTRUE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LICENSE-TRUEUP-FILE
           RECORDING MODE IS F.
       01  LICENSE-TRUEUP-RECORD.
           03  LT-YEARMONTH                PIC X(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  LT-POOL-ID                  PIC X(8).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  LT-PRODUCT-NAME             PIC X(30).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  LT-VENDOR-ID                PIC X(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  LT-SEATS-PURCHASED          PIC ZZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  LT-SEATS-ASSIGNED           PIC ZZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
      *        ** OVER = ASSIGNED PAST PURCHASED, IDLE = SEATS
      *        ** UNUSED, OK OTHERWISE
           03  LT-STATUS                   PIC X(4).
           03  FILLER                      PIC X(1)  VALUE SPACES.
      *        ** seats over or idle, and what they cost
           03  LT-SEAT-VARIANCE            PIC ZZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  LT-VARIANCE-COST            PIC ZZZZZZZ9.99.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  LT-RENEWAL-DATE             PIC 9(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
      *        ** R = RENEWAL DUE WITHIN THE WINDOW OR PAST
           03  LT-RENEWAL-DUE              PIC X(1).

       WORKING-STORAGE SECTION.

      *    ** the COBCIO95 pool - APITPLIC CMD-CODE 5 ALL-POOLS CURSOR
       01  LICENSE-POOL-RECORD.
           10 WS-LIC-POOL-ID          PIC X(8).
           10 WS-LIC-PRODUCT-NAME     PIC X(30).
           10 WS-LIC-VENDOR-ID        PIC X(6).
           10 WS-LIC-SEATS-PURCHASED  PIC 9(5).
           10 WS-LIC-RENEWAL-DATE     PIC 9(6).
           10 WS-LIC-COST-PER-SEAT    PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LIC-MAINT-OPID       PIC X(3).
           10 WS-LIC-MAINT-DATE       PIC 9(6).

      *    ** the COBCIO96 seat row - APITPSTA CMD-CODE 6 PER-POOL
      *    ** CURSOR. A SEAT IS HELD WHILE ITS RECLAIM-DATE IS ZERO.
       01  SEAT-ASSIGNMENT-RECORD.
           10 WS-STA-POOL-ID          PIC X(8).
           10 WS-STA-EMP-NO           PIC X(6).
           10 WS-STA-ASSIGN-DATE      PIC 9(6).
           10 WS-STA-RECLAIM-DATE     PIC 9(6).
           10 WS-STA-RECLAIM-REASON   PIC X(1).
           10 WS-STA-OPID             PIC X(3).
       01  WS-STA-SWITCH                   PIC X.
           88  WS-STA-DONE                     VALUE "Y".

      *    ** the central runtime parameter row on the APITPPRM
      *    ** gateway (CMD-CODE 1 READ BY PROGRAM+NAME, LATEST
      *    ** EFFECTIVE) - maintained on the COBCIO63 screen
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

      *    ** this many unassigned seats makes a pool idle, and a
      *    ** renewal this many days out (or past) is due
       01  WS-IDLE-SEATS                   PIC S9(5) COMP VALUE +1.
       01  WS-RENEWAL-WINDOW-DAYS          PIC S9(4) COMP VALUE +60.

       01  WS-SEATS-ASSIGNED               PIC S9(5) COMP.
       01  WS-SEAT-VARIANCE                PIC S9(5) COMP.
       01  WS-VARIANCE-COST                PIC S9(9)V9(2) COMP-3.
       01  WS-DAYS-REMAINING               PIC S9(7) COMP.
       01  WS-RENEWAL-JULIAN               PIC 9(7).

      *    ** the run month
       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  FILLER                      PIC 99.
       01  WS-RUN-YEARMONTH                PIC X(6).
       01  WS-RUN-YM-R REDEFINES WS-RUN-YEARMONTH.
           03  WS-RUN-YM-YYYY              PIC 9(4).
           03  WS-RUN-YM-MM                PIC 9(2).

       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                 PIC 9(8).
           03  COBDATE-INPUT-FORMAT         PIC X(10).
           03  COBDATE-OUTPUT-FORMAT        PIC X(10).
           03  COBDATE-MESSAGE              PIC X(60).
      *    ** true continuous day numbers, so two dates in different
      *    ** years subtract safely - same conversion as COBBAT06
       01  WS-RUN-DATE-JULIAN               PIC 9(7).
       01  WS-CONV-YYMMDD                   PIC 9(6).
       01  WS-CONV-YYDDD                    PIC 9(5).
       01  WS-CONV-YY                       PIC 9(2).
       01  WS-CONV-DDD                      PIC 9(3).
       01  WS-CONV-YYYY                     PIC 9(4).
       01  WS-CONV-JULIAN                   PIC 9(7).

      *    ** standard alert handed to COBALERT - de-duplicated on the
      *    ** APITPALT gateway and fed to the email-gateway interface
      *    ** file, message text off the shared APITPMSG file
       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBATB4".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "LICRENEW".
           03  WS-ALT-SEVERITY             PIC X(1).
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE      PIC X(8) VALUE "ITASSETS".
           03  WS-ALT-MSG-CODE             PIC 99.

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-POOL-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-OVER-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-IDLE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-RENEWAL-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-WRITE-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-IDLE-COST-TOTAL              PIC S9(9)V9(2) COMP-3
                                                   VALUE +0.
       01  WS-OVER-COST-TOTAL              PIC S9(9)V9(2) COMP-3
                                                   VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZ9.99-.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATB4".
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
           PERFORM 200-SCAN-POOLS THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE IDLE AND RENEWAL THRESHOLDS, THE RUN
      *    MONTH, THE RUN DATE'S DAY NUMBER, AND OPEN THE REPORT.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

      *    ** today's figures for IDLESEATS and RENEWDAYS off the
      *    ** central parameter file - the compiled-in defaults stand
      *    ** when no row is on file
           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATB4"     TO WS-PRM-PROGRAM.
           MOVE "IDLESEATS   " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-IDLE-SEATS
               END-IF
           END-IF.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATB4"     TO WS-PRM-PROGRAM.
           MOVE "RENEWDAYS   " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-RENEWAL-WINDOW-DAYS
               END-IF
           END-IF.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YM-YYYY = 2000 + WS-RUN-YY
           ELSE
               COMPUTE WS-RUN-YM-YYYY = 1900 + WS-RUN-YY
           END-IF.
           MOVE WS-RUN-MM   TO WS-RUN-YM-MM.

           MOVE WS-RUN-DATE TO WS-CONV-YYMMDD.
           PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RUN-DATE-JULIAN.

           OPEN OUTPUT LICENSE-TRUEUP-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-POOLS - EVERY LICENSE POOL (APITPLIC CMD-CODE 5,
      *    WALKED TO EXHAUSTION). THE SEAT COUNT INSIDE THE LOOP
      *    REUSES CMD-CODE, SO THE CURSOR'S IS PUT BACK EACH TIME.
      *-----------------------------------------------------------------
       200-SCAN-POOLS.

           MOVE SPACES TO LICENSE-POOL-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 5 TO CMD-CODE
               MOVE LICENSE-POOL-RECORD TO DATA-IN
               CALL "APITPLIC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO LICENSE-POOL-RECORD
                   ADD 1 TO WS-POOL-COUNT
                   PERFORM 300-TRUE-UP-ONE-POOL THRU 300-EXIT
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-TRUE-UP-ONE-POOL - SEATS HELD AGAINST PURCHASED, THE
      *    VARIANCE PRICED AT THE POOL'S COST PER SEAT, THE RENEWAL
      *    CHECKED AGAINST THE WINDOW, AND THE POOL'S TRUE-UP LINE.
      *-----------------------------------------------------------------
       300-TRUE-UP-ONE-POOL.

           IF  WS-LIC-SEATS-PURCHASED IS NOT NUMERIC
           OR  WS-LIC-RENEWAL-DATE IS NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               GO TO 300-EXIT
           END-IF.
           IF  WS-LIC-COST-PER-SEAT IS NOT NUMERIC THEN
               MOVE ZERO TO WS-LIC-COST-PER-SEAT
           END-IF.

           PERFORM 400-COUNT-SEATS-HELD THRU 400-EXIT.

           MOVE SPACES                 TO LICENSE-TRUEUP-RECORD.
           MOVE WS-RUN-YEARMONTH       TO LT-YEARMONTH.
           MOVE WS-LIC-POOL-ID         TO LT-POOL-ID.
           MOVE WS-LIC-PRODUCT-NAME    TO LT-PRODUCT-NAME.
           MOVE WS-LIC-VENDOR-ID       TO LT-VENDOR-ID.
           MOVE WS-LIC-SEATS-PURCHASED TO LT-SEATS-PURCHASED.
           MOVE WS-SEATS-ASSIGNED      TO LT-SEATS-ASSIGNED.
           MOVE WS-LIC-RENEWAL-DATE    TO LT-RENEWAL-DATE.

           IF  WS-SEATS-ASSIGNED > WS-LIC-SEATS-PURCHASED THEN
               COMPUTE WS-SEAT-VARIANCE =
                       WS-SEATS-ASSIGNED - WS-LIC-SEATS-PURCHASED
               COMPUTE WS-VARIANCE-COST =
                       WS-SEAT-VARIANCE * WS-LIC-COST-PER-SEAT
               MOVE "OVER"           TO LT-STATUS
               ADD 1                 TO WS-OVER-COUNT
               ADD WS-VARIANCE-COST  TO WS-OVER-COST-TOTAL
           ELSE
               COMPUTE WS-SEAT-VARIANCE =
                       WS-LIC-SEATS-PURCHASED - WS-SEATS-ASSIGNED
               COMPUTE WS-VARIANCE-COST =
                       WS-SEAT-VARIANCE * WS-LIC-COST-PER-SEAT
               IF  WS-SEAT-VARIANCE NOT < WS-IDLE-SEATS
               AND WS-SEAT-VARIANCE > ZERO THEN
                   MOVE "IDLE"          TO LT-STATUS
                   ADD 1                TO WS-IDLE-COUNT
                   ADD WS-VARIANCE-COST TO WS-IDLE-COST-TOTAL
               ELSE
                   MOVE "OK  "          TO LT-STATUS
               END-IF
           END-IF.
           MOVE WS-SEAT-VARIANCE TO LT-SEAT-VARIANCE.
           MOVE WS-VARIANCE-COST TO LT-VARIANCE-COST.

           PERFORM 500-CHECK-RENEWAL THRU 500-EXIT.

           WRITE LICENSE-TRUEUP-RECORD.
           ADD 1 TO WS-WRITE-COUNT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 340-DATE-TO-JULIAN - A YYMMDD DATE (WS-CONV-YYMMDD) TO ITS
      *    CONTINUOUS DAY NUMBER (WS-CONV-JULIAN) THROUGH COBDTE3.
      *-----------------------------------------------------------------
       340-DATE-TO-JULIAN.

           MOVE WS-CONV-YYMMDD       TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE(1:5)    TO  WS-CONV-YYDDD.
           PERFORM 345-CONVERT-YYDDD-TO-JULIAN THRU 345-EXIT.

       340-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 345-CONVERT-YYDDD-TO-JULIAN - TURN A COBDTE3 "YYDDD" VALUE
      *    (WS-CONV-YYDDD) INTO A TRUE CONTINUOUS DAY NUMBER
      *    (WS-CONV-JULIAN) - SAME ARITHMETIC AS COBBAT06.
      *-----------------------------------------------------------------
       345-CONVERT-YYDDD-TO-JULIAN.

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

       345-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-COUNT-SEATS-HELD - THE POOL'S SEAT ROWS (APITPSTA
      *    CMD-CODE 6, WALKED TO EXHAUSTION), COUNTING THOSE NOT YET
      *    RECLAIMED.
      *-----------------------------------------------------------------
       400-COUNT-SEATS-HELD.

           MOVE ZERO           TO WS-SEATS-ASSIGNED.
           MOVE "N"            TO WS-STA-SWITCH.
           MOVE SPACES         TO SEAT-ASSIGNMENT-RECORD.
           MOVE WS-LIC-POOL-ID TO WS-STA-POOL-ID.
           MOVE 6              TO CMD-CODE.

           PERFORM UNTIL WS-STA-DONE
               MOVE SEAT-ASSIGNMENT-RECORD TO DATA-IN
               CALL "APITPSTA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-STA-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO SEAT-ASSIGNMENT-RECORD
                   IF  WS-STA-RECLAIM-DATE = ZERO
                       ADD 1 TO WS-SEATS-ASSIGNED
                   END-IF
                   MOVE WS-LIC-POOL-ID TO WS-STA-POOL-ID
               END-IF
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-CHECK-RENEWAL - DAYS FROM THE RUN DATE TO THE POOL'S
      *    RENEWAL. WITHIN THE WINDOW, OR ALREADY PAST, FLAGS THE LINE
      *    AND GOES TO THE ALERT FEED - HIGH ONCE THE DATE HAS GONE BY.
      *-----------------------------------------------------------------
       500-CHECK-RENEWAL.

           MOVE SPACE TO LT-RENEWAL-DUE.
           IF  WS-LIC-RENEWAL-DATE = ZERO THEN
               GO TO 500-EXIT
           END-IF.

           MOVE WS-LIC-RENEWAL-DATE TO WS-CONV-YYMMDD.
           PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RENEWAL-JULIAN.
           COMPUTE WS-DAYS-REMAINING =
                   WS-RENEWAL-JULIAN - WS-RUN-DATE-JULIAN.

           IF  WS-DAYS-REMAINING > WS-RENEWAL-WINDOW-DAYS THEN
               GO TO 500-EXIT
           END-IF.

           MOVE "R" TO LT-RENEWAL-DUE.
           ADD 1    TO WS-RENEWAL-COUNT.

           IF  WS-DAYS-REMAINING < ZERO THEN
               MOVE "H"        TO WS-ALT-SEVERITY
               MOVE 2          TO WS-ALT-MSG-CODE
           ELSE
               MOVE "M"        TO WS-ALT-SEVERITY
               MOVE 1          TO WS-ALT-MSG-CODE
           END-IF.
           MOVE WS-LIC-POOL-ID TO WS-ALT-KEY.
           CALL "COBALERT" USING ALERT-RECORD.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE LICENSE-TRUEUP-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS     TO WS-RC-END-TIME.
           MOVE WS-POOL-COUNT      TO WS-RC-READ-COUNT.
           COMPUTE WS-RC-SELECT-COUNT = WS-OVER-COUNT + WS-IDLE-COUNT.
           MOVE WS-WRITE-COUNT     TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT     TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"         TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-POOL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB4 - " WS-COUNT-DISPLAY
                   " LICENSE POOLS READ".
           MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB4 - " WS-COUNT-DISPLAY
                   " POOLS OVER-DEPLOYED".
           MOVE WS-OVER-COST-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATB4 - " WS-AMOUNT-DISPLAY
                   " TO TRUE UP OVER-DEPLOYED SEATS".
           MOVE WS-IDLE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB4 - " WS-COUNT-DISPLAY
                   " POOLS WITH IDLE SEATS".
           MOVE WS-IDLE-COST-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATB4 - " WS-AMOUNT-DISPLAY
                   " CARRIED ON IDLE SEATS".
           MOVE WS-RENEWAL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB4 - " WS-COUNT-DISPLAY
                   " RENEWALS DUE".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB4 - " WS-COUNT-DISPLAY
                   " POOLS IN ERROR".

      *               DISPATCHED WITH THE REQUEST'S PARAMETER CARDS,
      *               AND STATUS AND OUTPUT DESTINATION ARE STAMPED
      *               BACK FOR THE SCREEN TO SHOW THE NEXT MORNING.
      *               THE SCHEDULER NOW RUNS BY BUSINESS DATE, NOT BY
      *               THE SYSTEM CLOCK - IT WORKS THE DATE ON THE
      *               APITPBDT CONTROL RECORD (SEEDING IT ON THE FIRST
      *               RUN) AND EVERY JOB IT DISPATCHES PICKS THAT SAME
      *               DATE UP THROUGH COBBUSDT. ONLY WHEN THE DAY'S
      *               SCHEDULE FINISHES WITH NOTHING FAILED OR SKIPPED
      *               DOES THE RECORD ADVANCE TO THE NEXT BUSINESS DATE
      *               ON THE COBCIO35 HOLIDAY CALENDAR (WEEKDAYS LESS
      *               COMPANY-WIDE HOLIDAYS, VIA COBWDAYS), SO A RERUN
      *               AFTER MIDNIGHT STILL PROCESSES THE DAY THAT
      *               FAILED. WEEKLY, MONTH AND YEAR JOBS KEY OFF THE
      *               WEEK/MONTH/YEAR-END FLAGS SET ON THE RECORD AT
      *               EACH ADVANCE, SO A MONTH-END JOB RUNS ON THE LAST
      *               BUSINESS DAY INSTEAD OF A DAY LATE. WHEN OPS SET
      *               A CATCH-UP DATE ON THE COBCIO97 SCREEN, THE
      *               MISSED BUSINESS DATES ARE WORKED ONE AFTER
      *               ANOTHER THROUGH THAT DATE, STOPPING AT THE FIRST
      *               DAY THAT DOES NOT COMPLETE CLEAN. EVERY JOB IS
      *               CANCELLED AS SOON AS IT RETURNS, SO EACH DATE
      *               STARTS IT AFRESH. A JOB MARKED
      *               PARTITIONED ON THE CONTROL FILE (THE MONTH-END
      *               PAYROLL, COBBAT21) IS NOT CALLED HERE BUT RUN AS
      *               EMP-ID RANGE PARTITIONS SIDE BY SIDE - THE
      *               PARTITIONS PARAMETER ON THE CENTRAL PARAMETER
      *               FILE SAYS HOW MANY, AND ONE COPY OF THE JOB'S
      *               PARTITION JCL PER PARTITION GOES TO THE INTERNAL
      *               READER WITH ITS NUMBER FILLED IN. THE SCHEDULER
      *               THEN WATCHES THE APITPPTN PARTITION ROWS UNTIL
      *               ALL HAVE REPORTED, AND THE JOB IS COMPLETE ONLY
      *               WHEN EVERY PARTITION IS. A PARTITION STILL
      *               OUTSTANDING AFTER TWICE THE JOB'S EXPECTED
      *               MINUTES COUNTS AS FAILED. ON THE RERUN ONLY THE
      *               PARTITIONS NOT ALREADY COMPLETE FOR THE BUSINESS
      *               DATE ARE SUBMITTED AGAIN, AND EACH RESUMES FROM
      *               ITS OWN CHECKPOINT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
               ORGANIZATION IS SEQUENTIAL.
      *    ** the partitioned job's JCL skeleton - "##" WHEREVER THE
      *    ** PARTITION NUMBER GOES - and the internal reader each
      *    ** filled-in copy is submitted through
           SELECT PARTITION-JCL-FILE ASSIGN TO PARTJCL
               ORGANIZATION IS SEQUENTIAL.
           SELECT INTERNAL-READER-FILE ASSIGN TO INTRDR
               ORGANIZATION IS SEQUENTIAL.
      *    ** one-shot parameter cards - rewritten before each
      *    ** dispatched request so a producing job whose SYSIN DD
      *    ** points at RRQPARM picks up the requester's keyed parms
           RECORDING MODE IS F.
       01  JOB-CONTROL-RECORD.
           03  JC-JOB-NAME                 PIC X(8).
      *        ** D = EVERY BUSINESS DAY, W = LAST BUSINESS DAY OF
      *        ** THE WEEK, M = FIRST BUSINESS DAY OF THE MONTH,
      *        ** E = LAST BUSINESS DAY OF THE MONTH (MONTH-END),
      *        ** Y = LAST BUSINESS DAY OF THE YEAR (YEAR-END)
           03  JC-FREQUENCY                PIC X(1).
           03  JC-PRED-NAME-1              PIC X(8).
           03  JC-PRED-NAME-2              PIC X(8).
      *        ** how long the job normally takes - the COBBAT74
      *        ** in-flight monitor pages ops when a run blows past it
           03  JC-EXPECTED-MINUTES         PIC 9(4).
      *        ** blank = CALLED IN THIS REGION, P = PARTITIONED -
      *        ** SUBMITTED AS PARALLEL PARTITION JOBS
           03  JC-DISPATCH                 PIC X(1).
           03  FILLER                      PIC X(42).

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  JL-STATUS                   PIC X(10).

       FD  PARTITION-JCL-FILE
           RECORDING MODE IS F.
       01  PARTITION-JCL-RECORD            PIC X(80).

       FD  INTERNAL-READER-FILE
           RECORDING MODE IS F.
       01  INTERNAL-READER-RECORD          PIC X(80).

       FD  RRQ-PARM-FILE
           RECORDING MODE IS F.
       01  RRQ-PARM-RECORD.
               05  WS-JOB-NAME             PIC X(8).
               05  WS-JOB-FREQUENCY        PIC X(1).
               05  WS-JOB-PRED-NAME        PIC X(8) OCCURS 3 TIMES.
               05  WS-JOB-EXPECTED-MINUTES PIC 9(4).
               05  WS-JOB-DISPATCH         PIC X(1).
                   88  WS-JOB-PARTITIONED      VALUE "P".
               05  WS-JOB-STATE            PIC X(1).
                   88  WS-JOB-PENDING          VALUE " ".
                   88  WS-JOB-COMPLETE         VALUE "C".
      *    ** dispatch slot for the dynamic CALL below - the job name
      *    ** out of the control file is the program name
       01  WS-JOB-PROGRAM                  PIC X(8).
      *    ** the job's RETURN-CODE, held across the CANCEL that
      *    ** follows every dispatch
       01  WS-JOB-RC                       PIC S9(4) COMP.

      *    ** one on-demand run request off the COBCIO64 screen -
      *    ** APITPRRQ CMD-CODE 4 OPEN-REQUEST CURSOR, 3 CHANGE
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the central runtime parameter row (APITPPRM CMD-CODE
      *    ** 1) - PARTITIONS UNDER THE JOB'S OWN NAME
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).

      *    ** one partition's row on the APITPPTN gateway (CMD-CODE 1
      *    ** READ BY JOB AND PARTITION, 2 ADD, 3 CHANGE) - FILED
      *    ** SUBMITTED HERE, RUNNING/COMPLETE/FAILED BY THE PARTITION
      *    ** ITSELF, MERGED BY COBBATB9
       01  PARTITION-RECORD.
           10 WS-PTN-JOB-NAME         PIC X(8).
           10 WS-PTN-PART-NO          PIC 9(2).
           10 WS-PTN-RUN-DATE         PIC 9(6).
           10 WS-PTN-STATUS           PIC X(1).
               88  WS-PTN-SUBMITTED       VALUE "S".
               88  WS-PTN-RUNNING         VALUE "R".
               88  WS-PTN-COMPLETE        VALUE "C" "M".
               88  WS-PTN-FAILED          VALUE "F".
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

      *    ** the partitioned job's skeleton JCL, loaded once
       01  WS-SKELETON-TABLE.
           03  WS-SKELETON-LINE            PIC X(80) OCCURS 100 TIMES
                                           INDEXED BY SKL-IX.
       01  WS-SKELETON-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-SKELETON-SWITCH              PIC X VALUE "N".
           88  WS-SKELETON-LOADED              VALUE "Y".
       01  WS-SKELETON-EOF-SWITCH          PIC X VALUE "N".
           88  WS-SKELETON-EOF                 VALUE "Y".
       01  WS-JCL-LINE                     PIC X(80).

      *    ** one partitioned dispatch - how many, which, and where
      *    ** each stood at the last look
       01  WS-PART-COUNT                   PIC S9(4) COMP.
       01  WS-PART-NO                      PIC 9(2).
       01  WS-PART-STATE-TABLE.
           03  WS-PART-STATE               PIC X(1) OCCURS 20 TIMES.
       01  WS-PART-SUBMIT-COUNT            PIC S9(4) COMP.
       01  WS-PART-DONE-COUNT              PIC S9(4) COMP.
       01  WS-PART-FAILED-COUNT            PIC S9(4) COMP.
       01  WS-PART-OUTSTANDING             PIC S9(4) COMP.
       01  WS-PART-LOG-STATUS.
           03  FILLER                      PIC X(4) VALUE "PART".
           03  WS-PLS-PART-NO              PIC 9(2).
           03  FILLER                      PIC X(1) VALUE SPACE.
           03  WS-PLS-OUTCOME              PIC X(3).
      *    ** the look at the partition rows is repeated every
      *    ** WS-POLL-SECONDS through the Language Environment delay
      *    ** service until all are back or twice the job's expected
      *    ** minutes have gone
       01  WS-POLL-SECONDS                 PIC S9(9) COMP VALUE +60.
       01  WS-POLL-COUNT                   PIC S9(7) COMP.
       01  WS-POLL-LIMIT                   PIC S9(7) COMP.
       01  WS-LE-FEEDBACK                  PIC X(12).
       01  WS-PARTITION-RUN-COUNT          PIC S9(7) COMP VALUE +0.

       01  WS-RRQ-CURSOR-SWITCH            PIC X VALUE "N".
           88  WS-RRQ-CURSOR-DONE              VALUE "Y".
       01  WS-ONESHOT-COUNT                PIC S9(7) COMP VALUE +0.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  WS-RUN-DD                   PIC 99.
       01  WS-SYSTEM-DATE                  PIC 9(6).
       01  WS-RUN-TIME                     PIC 9(8).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           03  WS-RUN-HHMMSS               PIC 9(6).
       01  WS-SKIP-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** the business-date control row - APITPBDT CMD-CODE 1
      *    ** READ, 2 ADD, 3 CHANGE. THIS PROGRAM ADVANCES IT; EVERY
      *    ** OTHER BATCH JOB READS IT THROUGH COBBUSDT.
       01  BUSINESS-DATE-RECORD.
           10 WS-BDT-CONTROL-KEY      PIC X(8).
           10 WS-BDT-CURRENT-DATE     PIC 9(6).
           10 WS-BDT-PRIOR-DATE       PIC 9(6).
           10 WS-BDT-NEXT-DATE        PIC 9(6).
      *        ** non-zero while ops have a catch-up running - the
      *        ** last missed business date to be worked
           10 WS-BDT-CATCHUP-THRU     PIC 9(6).
           10 WS-BDT-LAST-OF-WEEK     PIC X(1).
           10 WS-BDT-FIRST-OF-MONTH   PIC X(1).
           10 WS-BDT-LAST-OF-MONTH    PIC X(1).
           10 WS-BDT-LAST-OF-YEAR     PIC X(1).
           10 WS-BDT-ADVANCED-DATE    PIC 9(6).
           10 WS-BDT-ADVANCED-TIME    PIC 9(6).
           10 WS-BDT-OPID             PIC X(3).

       01  WS-DAYS-SWITCH                  PIC X VALUE "N".
           88  WS-DAYS-DONE                    VALUE "Y".
       01  WS-ADVANCE-SWITCH               PIC X VALUE "N".
           88  WS-ADVANCE-DUE                  VALUE "Y".
       01  WS-DAY-ERRORS-BEFORE            PIC S9(7) COMP.
       01  WS-DAY-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-ADVANCE-COUNT                PIC S9(7) COMP VALUE +0.

      *    ** one-day COBWDAYS call - a working-day count of 1 means
      *    ** a business day (weekday, no company-wide holiday)
       01  WDAYS-PARAMETERS.
           03  WS-WD-START-DATE            PIC 9(6).
           03  WS-WD-END-DATE              PIC 9(6).
           03  WS-WD-LOCATION              PIC X(2).
           03  WS-WD-WORKING-DAYS          PIC S9(4) COMP.
           03  WS-WD-MESSAGE               PIC X(30).
           03  WS-WD-EMP-NO                PIC X(6).

      *    ** the date being stepped to find the next/prior business
      *    ** date, and what the step crossed on the way
       01  WS-STEP-DATE                    PIC 9(6).
       01  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.
           03  WS-STEP-YY                  PIC 99.
           03  WS-STEP-MM                  PIC 99.
           03  WS-STEP-DD                  PIC 99.
       01  WS-STEP-YYYY                    PIC 9(4).
       01  WS-STEP-COUNT                   PIC S9(4) COMP.
       01  WS-BUS-DAY-SWITCH               PIC X.
           88  WS-BUSINESS-DAY                 VALUE "Y".
       01  WS-CROSSED-WEEK-SWITCH          PIC X.
           88  WS-CROSSED-WEEK                 VALUE "Y".
       01  WS-CROSSED-MONTH-SWITCH         PIC X.
           88  WS-CROSSED-MONTH                VALUE "Y".
       01  WS-CROSSED-YEAR-SWITCH          PIC X.
           88  WS-CROSSED-YEAR                 VALUE "Y".

      *    ** days in each month, february patched per leap year
       01  WS-MONTH-DAYS-TABLE.
           03  FILLER                      PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-DAYS-THIS-MONTH              PIC 99.

      *    ** zeller working fields for the day-of-week, spelled out
      *    ** in ordinary arithmetic the same as COBWDAYS
       01  WS-Z-YEAR                       PIC S9(4) COMP.
       01  WS-Z-MONTH                      PIC S9(4) COMP.
       01  WS-Z-K                          PIC S9(4) COMP.
       01  WS-Z-J                          PIC S9(4) COMP.
       01  WS-Z-H                          PIC S9(4) COMP.
       01  WS-DIV-QUOT                     PIC S9(4) COMP.
       01  WS-LEAP-WORK                    PIC S9(4) COMP.


      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run

           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-JOB-TABLE THRU 200-EXIT
           PERFORM 150-RUN-BUSINESS-DAY THRU 150-EXIT
                   UNTIL WS-DAYS-DONE
           PERFORM 600-RUN-ONE-SHOTS THRU 600-EXIT
           IF  WS-ADVANCE-DUE THEN
               PERFORM 800-ADVANCE-BUSINESS-DATE
           END-IF
           PERFORM 900-TERMINATE

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - PICK UP THE BUSINESS DATE OFF THE CONTROL
      *    RECORD (SEEDING IT FROM THE SYSTEM DATE THE FIRST TIME)
      *    AND OPEN THE CONTROL AND LOG FILES. A BUSINESS DATE STILL
      *    AHEAD OF THE CLOCK HAS NOTHING DUE YET - THE WEEKEND RUN
      *    AFTER FRIDAY'S ADVANCE, SAY - SO ONLY THE ONE-SHOTS GO.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           ACCEPT WS-SYSTEM-DATE FROM DATE.

           MOVE SPACES     TO BUSINESS-DATE-RECORD.
           MOVE "BUSDATE " TO WS-BDT-CONTROL-KEY.
           MOVE 1 TO CMD-CODE.
           MOVE BUSINESS-DATE-RECORD TO DATA-IN.
           CALL "APITPBDT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 120-SEED-BUSINESS-DATE
           ELSE
               MOVE DATA-OUT TO BUSINESS-DATE-RECORD
           END-IF.

           MOVE WS-BDT-CURRENT-DATE TO WS-RUN-DATE.
           MOVE WS-BDT-CURRENT-DATE TO WS-RC-RUN-DATE.
           IF  WS-BDT-CURRENT-DATE > WS-SYSTEM-DATE THEN
               DISPLAY "COBBAT17 - BUSINESS DATE " WS-RUN-DATE
                       " NOT YET REACHED - NO SCHEDULED RUN"
               MOVE WS-BDT-PRIOR-DATE TO WS-RC-RUN-DATE
               SET WS-DAYS-DONE TO TRUE
           END-IF.

           OPEN INPUT  JOB-CONTROL-FILE.
           OPEN OUTPUT JOB-LOG-FILE.

      *-----------------------------------------------------------------
      * 120-SEED-BUSINESS-DATE - NO CONTROL RECORD YET: START IT AT
      *    TODAY, OR THE NEXT BUSINESS DATE WHEN TODAY ISN'T ONE.
      *-----------------------------------------------------------------
       120-SEED-BUSINESS-DATE.

           MOVE SPACES         TO BUSINESS-DATE-RECORD.
           MOVE "BUSDATE "     TO WS-BDT-CONTROL-KEY.
           MOVE WS-SYSTEM-DATE TO WS-STEP-DATE.
           PERFORM 850-CHECK-BUSINESS-DAY.
           IF  NOT WS-BUSINESS-DAY THEN
               PERFORM 830-STEP-FORWARD
           END-IF.
           MOVE WS-STEP-DATE   TO WS-BDT-CURRENT-DATE.
           MOVE ZERO           TO WS-BDT-CATCHUP-THRU.
           PERFORM 820-SET-DATE-NEIGHBOURS.
           MOVE WS-SYSTEM-DATE TO WS-BDT-ADVANCED-DATE.
           MOVE WS-TIME-HHMMSS TO WS-BDT-ADVANCED-TIME.
           MOVE "BAT"          TO WS-BDT-OPID.

           MOVE 2 TO CMD-CODE.
           MOVE BUSINESS-DATE-RECORD TO DATA-IN.
           CALL "APITPBDT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT17 - BUSINESS DATE RECORD ADD FAILED"
           ELSE
               DISPLAY "COBBAT17 - BUSINESS DATE RECORD SEEDED AT "
                       WS-BDT-CURRENT-DATE
           END-IF.

      *-----------------------------------------------------------------
      * 150-RUN-BUSINESS-DAY - ONE BUSINESS DATE'S SCHEDULE. A DAY
      *    WITH ANY JOB FAILED OR SKIPPED HOLDS THE DATE WHERE IT IS
      *    FOR THE RERUN AND ENDS ANY CATCH-UP. A CLEAN DAY SHORT OF
      *    THE CATCH-UP DATE ADVANCES AND GOES ROUND AGAIN; OTHERWISE
      *    THE ADVANCE WAITS UNTIL THE ONE-SHOTS HAVE RUN.
      *-----------------------------------------------------------------
       150-RUN-BUSINESS-DAY.

           MOVE WS-BDT-CURRENT-DATE TO WS-RUN-DATE.
           MOVE WS-BDT-CURRENT-DATE TO WS-RC-RUN-DATE.
           DISPLAY "COBBAT17 - PROCESSING BUSINESS DATE " WS-RUN-DATE.
           ADD 1 TO WS-DAY-COUNT.
           COMPUTE WS-DAY-ERRORS-BEFORE = WS-FAIL-COUNT + WS-SKIP-COUNT.

           PERFORM 250-CHECK-FREQUENCY
                   VARYING JOB-IX FROM 1 BY 1
                   UNTIL JOB-IX > WS-JOB-COUNT.

           MOVE "N" TO WS-SCHEDULE-SWITCH.
           PERFORM 300-RUN-SCHEDULE THRU 300-EXIT.

           IF  WS-FAIL-COUNT + WS-SKIP-COUNT > WS-DAY-ERRORS-BEFORE
               DISPLAY "COBBAT17 - BUSINESS DATE " WS-RUN-DATE
                       " NOT COMPLETE - DATE HELD FOR RERUN"
               SET WS-DAYS-DONE TO TRUE
               GO TO 150-EXIT
           END-IF.

           IF  WS-BDT-CATCHUP-THRU > ZERO
           AND WS-BDT-CURRENT-DATE < WS-BDT-CATCHUP-THRU
               PERFORM 800-ADVANCE-BUSINESS-DATE
           ELSE
               SET WS-ADVANCE-DUE TO TRUE
               SET WS-DAYS-DONE   TO TRUE
           END-IF.

       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-LOAD-JOB-TABLE - LOAD THE RUN SHEET INTO WS-JOB-TABLE
      *    ONCE; EACH BUSINESS DATE WORKED RESETS THE JOB STATES.
      *-----------------------------------------------------------------
       200-LOAD-JOB-TABLE.

                                   TO WS-JOB-PRED-NAME (JOB-IX 2)
                       MOVE JC-PRED-NAME-3
                                   TO WS-JOB-PRED-NAME (JOB-IX 3)
                       MOVE JC-EXPECTED-MINUTES
                                   TO WS-JOB-EXPECTED-MINUTES (JOB-IX)
                       MOVE JC-DISPATCH    TO WS-JOB-DISPATCH (JOB-IX)
                       MOVE SPACE          TO WS-JOB-STATE (JOB-IX)
               END-READ
           END-PERFORM.

           EXIT.

      *-----------------------------------------------------------------
      * 250-CHECK-FREQUENCY - MARK THE JOB AT JOB-IX PENDING, OR
      *    NOT-DUE WHEN THE BUSINESS DATE ISN'T ITS SCHEDULED DAY (A
      *    NOT-DUE JOB SATISFIES ITS SUCCESSORS' DEPENDENCY CHECKS -
      *    IT DIDN'T FAIL, IT JUST ISN'T SCHEDULED).
      *-----------------------------------------------------------------
       250-CHECK-FREQUENCY.

           MOVE SPACE TO WS-JOB-STATE (JOB-IX).

           EVALUATE WS-JOB-FREQUENCY (JOB-IX)
               WHEN "D"
                   CONTINUE
               WHEN "W"
                   IF  WS-BDT-LAST-OF-WEEK NOT = "Y" THEN
                       SET WS-JOB-NOT-DUE (JOB-IX) TO TRUE
                   END-IF
               WHEN "M"
                   IF  WS-BDT-FIRST-OF-MONTH NOT = "Y" THEN
                       SET WS-JOB-NOT-DUE (JOB-IX) TO TRUE
                   END-IF
               WHEN "E"
                   IF  WS-BDT-LAST-OF-MONTH NOT = "Y" THEN
                       SET WS-JOB-NOT-DUE (JOB-IX) TO TRUE
                   END-IF
               WHEN "Y"
                   IF  WS-BDT-LAST-OF-YEAR NOT = "Y" THEN
                       SET WS-JOB-NOT-DUE (JOB-IX) TO TRUE
                   END-IF
               WHEN OTHER
           WRITE JOB-LOG-RECORD.

           MOVE ZERO TO RETURN-CODE.
           IF  WS-JOB-PARTITIONED (JOB-IX) THEN
               PERFORM 550-RUN-PARTITIONED THRU 550-EXIT
           ELSE
               CALL WS-JOB-PROGRAM
                   ON EXCEPTION
                       MOVE +16 TO RETURN-CODE
               END-CALL
               PERFORM 590-CANCEL-JOB
           END-IF.

           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-HHMMSS        TO JL-END-TIME.
           MOVE WS-JOB-NAME (JOB-IX) TO JL-JOB-NAME.

           IF  RETURN-CODE = ZERO THEN
               SET WS-JOB-COMPLETE (JOB-IX) TO TRUE

           WRITE JOB-LOG-RECORD.

      *-----------------------------------------------------------------
      * 550-RUN-PARTITIONED - THE JOB AT JOB-IX AS PARALLEL PARTITION
      *    JOBS. EVERY PARTITION NOT ALREADY COMPLETE FOR THE BUSINESS
      *    DATE IS SUBMITTED, THEN THE ROWS ARE WATCHED UNTIL ALL ARE
      *    BACK. ONE LOG ROW PER PARTITION, AND A NON-ZERO RETURN-CODE
      *    UNLESS EVERY PARTITION CAME BACK COMPLETE. A JOB WITH NO
      *    PARTITIONS PARAMETER (OR ONLY ONE) IS SIMPLY CALLED.
      *-----------------------------------------------------------------
       550-RUN-PARTITIONED.

           MOVE ZERO            TO WS-PART-COUNT.
           MOVE SPACES          TO PARAMETER-RECORD.
           MOVE WS-JOB-PROGRAM  TO WS-PRM-PROGRAM.
           MOVE "PARTITIONS  "  TO WS-PRM-NAME.
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
               CALL WS-JOB-PROGRAM
                   ON EXCEPTION
                       MOVE +16 TO RETURN-CODE
               END-CALL
               PERFORM 590-CANCEL-JOB
               GO TO 550-EXIT
           END-IF.

           IF  NOT WS-SKELETON-LOADED THEN
               PERFORM 555-LOAD-SKELETON
           END-IF.
           IF  WS-SKELETON-COUNT = ZERO THEN
               DISPLAY "COBBAT17 - NO PARTITION JCL FOR "
                       WS-JOB-PROGRAM " - NOT SUBMITTED"
               MOVE +16 TO RETURN-CODE
               GO TO 550-EXIT
           END-IF.

           MOVE ZERO TO WS-PART-SUBMIT-COUNT.
           PERFORM 560-SUBMIT-PARTITION
                   VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PART-COUNT.
           ADD 1 TO WS-PARTITION-RUN-COUNT.
           DISPLAY "COBBAT17 - " WS-JOB-PROGRAM " PARTITIONS SUBMITTED "
                   WS-PART-SUBMIT-COUNT.

           COMPUTE WS-POLL-LIMIT =
                   WS-JOB-EXPECTED-MINUTES (JOB-IX) * 2.
           IF  WS-POLL-LIMIT = ZERO THEN
               MOVE 240 TO WS-POLL-LIMIT
           END-IF.
           MOVE ZERO TO WS-POLL-COUNT.
           PERFORM 570-CHECK-PARTITIONS.
           PERFORM UNTIL WS-PART-OUTSTANDING = ZERO
           OR WS-POLL-COUNT NOT < WS-POLL-LIMIT
               CALL "CEE3DLY" USING WS-POLL-SECONDS WS-LE-FEEDBACK
               ADD 1 TO WS-POLL-COUNT
               PERFORM 570-CHECK-PARTITIONS
           END-PERFORM.

      *    ** one row per partition ahead of the job's own ending row
           PERFORM 580-LOG-PARTITION
                   VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PART-COUNT.

           IF  WS-PART-DONE-COUNT < WS-PART-COUNT THEN
               DISPLAY "COBBAT17 - " WS-JOB-PROGRAM " PARTITIONS NOT "
                       "COMPLETE - RERUN RESUBMITS ONLY THOSE"
               MOVE +8 TO RETURN-CODE
           END-IF.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 555-LOAD-SKELETON - THE PARTITION JCL INTO STORAGE, ONCE.
      *-----------------------------------------------------------------
       555-LOAD-SKELETON.

           SET WS-SKELETON-LOADED TO TRUE.
           OPEN INPUT PARTITION-JCL-FILE.
           PERFORM UNTIL WS-SKELETON-EOF
           OR WS-SKELETON-COUNT = 100
               READ PARTITION-JCL-FILE
                   AT END
                       SET WS-SKELETON-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SKELETON-COUNT
                       SET SKL-IX TO WS-SKELETON-COUNT
                       MOVE PARTITION-JCL-RECORD
                                   TO WS-SKELETON-LINE (SKL-IX)
               END-READ
           END-PERFORM.
           CLOSE PARTITION-JCL-FILE.

      *-----------------------------------------------------------------
      * 560-SUBMIT-PARTITION - PARTITION WS-PART-NO: LEFT ALONE IF IT
      *    ALREADY COMPLETED FOR THIS BUSINESS DATE, OTHERWISE FILED
      *    SUBMITTED AND ITS JCL SENT TO THE INTERNAL READER (CLOSING
      *    THE READER RELEASES THE JOB).
      *-----------------------------------------------------------------
       560-SUBMIT-PARTITION.

           MOVE SPACES         TO PARTITION-RECORD.
           MOVE WS-JOB-PROGRAM TO WS-PTN-JOB-NAME.
           MOVE WS-PART-NO     TO WS-PTN-PART-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PARTITION-RECORD TO DATA-IN.
           CALL "APITPPTN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARTITION-RECORD
      *        ** complete but not yet merged - a row already
      *        ** merged belongs to an earlier run of the job
               IF  WS-PTN-STATUS = "C"
               AND WS-PTN-RUN-DATE = WS-RUN-DATE
                   DISPLAY "COBBAT17 - PARTITION " WS-PART-NO
                           " ALREADY COMPLETE - NOT RESUBMITTED"
               ELSE
                   MOVE 3 TO CMD-CODE
                   PERFORM 565-SEND-PARTITION
               END-IF
           ELSE
               MOVE 2 TO CMD-CODE
               PERFORM 565-SEND-PARTITION
           END-IF.

       565-SEND-PARTITION.

           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE    TO WS-PTN-RUN-DATE.
           MOVE "S"            TO WS-PTN-STATUS.
           MOVE WS-RUN-HHMMSS  TO WS-PTN-SUBMIT-TIME.
           MOVE ZERO           TO WS-PTN-START-TIME.
           MOVE ZERO           TO WS-PTN-END-TIME.
           MOVE PARTITION-RECORD TO DATA-IN.
           CALL "APITPPTN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT17 - PARTITION ROW WRITE FAILED FOR "
                       "PARTITION " WS-PART-NO
           END-IF.

           OPEN OUTPUT INTERNAL-READER-FILE.
           PERFORM VARYING SKL-IX FROM 1 BY 1
                   UNTIL SKL-IX > WS-SKELETON-COUNT
               MOVE WS-SKELETON-LINE (SKL-IX) TO WS-JCL-LINE
               INSPECT WS-JCL-LINE REPLACING ALL "##" BY WS-PART-NO
               WRITE INTERNAL-READER-RECORD FROM WS-JCL-LINE
           END-PERFORM.
           CLOSE INTERNAL-READER-FILE.
           ADD 1 TO WS-PART-SUBMIT-COUNT.

      *-----------------------------------------------------------------
      * 570-CHECK-PARTITIONS - ONE LOOK AT EVERY PARTITION ROW: HOW
      *    MANY ARE COMPLETE, HOW MANY FAILED, HOW MANY STILL OUT.
      *-----------------------------------------------------------------
       570-CHECK-PARTITIONS.

           MOVE ZERO TO WS-PART-DONE-COUNT.
           MOVE ZERO TO WS-PART-FAILED-COUNT.
           MOVE ZERO TO WS-PART-OUTSTANDING.
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PART-COUNT
               MOVE SPACES         TO PARTITION-RECORD
               MOVE WS-JOB-PROGRAM TO WS-PTN-JOB-NAME
               MOVE WS-PART-NO     TO WS-PTN-PART-NO
               MOVE 1 TO CMD-CODE
               MOVE PARTITION-RECORD TO DATA-IN
               CALL "APITPPTN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   MOVE "F" TO WS-PART-STATE (WS-PART-NO)
               ELSE
                   MOVE DATA-OUT      TO PARTITION-RECORD
                   MOVE WS-PTN-STATUS TO WS-PART-STATE (WS-PART-NO)
               END-IF
               EVALUATE WS-PART-STATE (WS-PART-NO)
                   WHEN "C"
                   WHEN "M"
                       ADD 1 TO WS-PART-DONE-COUNT
                   WHEN "F"
                       ADD 1 TO WS-PART-FAILED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-PART-OUTSTANDING
               END-EVALUATE
           END-PERFORM.

      *-----------------------------------------------------------------
      * 580-LOG-PARTITION - ONE JOB LOG ROW FOR PARTITION WS-PART-NO.
      *    ONE STILL SUBMITTED OR RUNNING WHEN THE WAIT RAN OUT IS
      *    LOGGED LATE AND COUNTS AS FAILED.
      *-----------------------------------------------------------------
       580-LOG-PARTITION.

           MOVE WS-PART-NO TO WS-PLS-PART-NO.
           EVALUATE WS-PART-STATE (WS-PART-NO)
               WHEN "C"
               WHEN "M"
                   MOVE "OK " TO WS-PLS-OUTCOME
               WHEN "F"
                   MOVE "BAD" TO WS-PLS-OUTCOME
               WHEN OTHER
                   MOVE "OUT" TO WS-PLS-OUTCOME
                   DISPLAY "COBBAT17 - PARTITION " WS-PART-NO " OF "
                           WS-JOB-PROGRAM " NOT BACK - TREATED AS "
                           "FAILED"
           END-EVALUATE.
           MOVE WS-JOB-PROGRAM     TO JL-JOB-NAME.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-HHMMSS      TO JL-END-TIME.
           MOVE WS-PART-LOG-STATUS TO JL-STATUS.
           WRITE JOB-LOG-RECORD.

      *-----------------------------------------------------------------
      * 590-CANCEL-JOB - RELEASE THE JOB JUST CALLED SO THE NEXT CALL
      *    OF IT (THE NEXT CATCH-UP BUSINESS DATE, OR A ONE-SHOT OF
      *    THE SAME PROGRAM) GETS A FRESH COPY WITH ITS WORKING-STORAGE
      *    BACK AT ITS VALUE CLAUSES. THE JOB'S RETURN-CODE IS KEPT.
      *-----------------------------------------------------------------
       590-CANCEL-JOB.

           MOVE RETURN-CODE TO WS-JOB-RC.
           CANCEL WS-JOB-PROGRAM.
           MOVE WS-JOB-RC   TO RETURN-CODE.

      *-----------------------------------------------------------------
      * 600-RUN-ONE-SHOTS - EVERY OPEN COBCIO64 REQUEST BECOMES A
      *    ONE-SHOT DISPATCH OF ITS CATALOGUED PRODUCING JOB, JUDGED
               ON EXCEPTION
                   MOVE +16 TO RETURN-CODE
           END-CALL.
           PERFORM 590-CANCEL-JOB.

           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-HHMMSS        TO JL-END-TIME.
                       WS-RRQ-REQ-NO
           END-IF.

      *-----------------------------------------------------------------
      * 800-ADVANCE-BUSINESS-DATE - STEP THE CONTROL RECORD ON TO THE
      *    NEXT BUSINESS DATE (RE-WALKED HERE SO A HOLIDAY KEYED SINCE
      *    THE LAST ADVANCE IS HONOURED), RESET THE NEIGHBOURS AND
      *    PERIOD-END FLAGS, AND DROP THE CATCH-UP DATE ONCE IT HAS
      *    BEEN WORKED.
      *-----------------------------------------------------------------
       800-ADVANCE-BUSINESS-DATE.

           MOVE WS-BDT-CURRENT-DATE TO WS-STEP-DATE.
           PERFORM 830-STEP-FORWARD.
           MOVE WS-STEP-DATE        TO WS-BDT-CURRENT-DATE.
           PERFORM 820-SET-DATE-NEIGHBOURS.

           IF  WS-BDT-CATCHUP-THRU > ZERO
           AND WS-BDT-CURRENT-DATE > WS-BDT-CATCHUP-THRU
               DISPLAY "COBBAT17 - CATCH-UP COMPLETE THROUGH "
                       WS-BDT-CATCHUP-THRU
               MOVE ZERO TO WS-BDT-CATCHUP-THRU
           END-IF.

           ACCEPT WS-BDT-ADVANCED-DATE FROM DATE.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-BDT-ADVANCED-TIME.

           MOVE 3 TO CMD-CODE.
           MOVE BUSINESS-DATE-RECORD TO DATA-IN.
           CALL "APITPBDT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT17 - BUSINESS DATE ADVANCE FAILED"
               SET WS-DAYS-DONE TO TRUE
           ELSE
               ADD 1 TO WS-ADVANCE-COUNT
               DISPLAY "COBBAT17 - BUSINESS DATE ADVANCED TO "
                       WS-BDT-CURRENT-DATE
           END-IF.

      *-----------------------------------------------------------------
      * 820-SET-DATE-NEIGHBOURS - FOR THE CURRENT BUSINESS DATE, FIND
      *    THE NEXT AND PRIOR BUSINESS DATES AND SET THE PERIOD FLAGS
      *    FROM WHAT LIES BETWEEN: A SUNDAY BEFORE THE NEXT ONE MAKES
      *    IT THE LAST OF ITS WEEK, A MONTH OR YEAR TURNING BEFORE THE
      *    NEXT ONE THE LAST OF ITS MONTH OR YEAR, AND A MONTH TURNING
      *    SINCE THE PRIOR ONE THE FIRST OF ITS MONTH.
      *-----------------------------------------------------------------
       820-SET-DATE-NEIGHBOURS.

           MOVE "N" TO WS-BDT-LAST-OF-WEEK.
           MOVE "N" TO WS-BDT-FIRST-OF-MONTH.
           MOVE "N" TO WS-BDT-LAST-OF-MONTH.
           MOVE "N" TO WS-BDT-LAST-OF-YEAR.

           MOVE WS-BDT-CURRENT-DATE TO WS-STEP-DATE.
           PERFORM 830-STEP-FORWARD.
           MOVE WS-STEP-DATE        TO WS-BDT-NEXT-DATE.
           IF  WS-CROSSED-WEEK THEN
               MOVE "Y" TO WS-BDT-LAST-OF-WEEK
           END-IF.
           IF  WS-CROSSED-MONTH THEN
               MOVE "Y" TO WS-BDT-LAST-OF-MONTH
           END-IF.
           IF  WS-CROSSED-YEAR THEN
               MOVE "Y" TO WS-BDT-LAST-OF-YEAR
           END-IF.

           MOVE WS-BDT-CURRENT-DATE TO WS-STEP-DATE.
           PERFORM 840-STEP-BACK.
           MOVE WS-STEP-DATE        TO WS-BDT-PRIOR-DATE.
           IF  WS-CROSSED-MONTH THEN
               MOVE "Y" TO WS-BDT-FIRST-OF-MONTH
           END-IF.

      *-----------------------------------------------------------------
      * 830-STEP-FORWARD - WS-STEP-DATE ON TO THE NEXT BUSINESS DATE.
      *    A CALENDAR WITH NO BUSINESS DAY IN A MONTH IS A KEYING
      *    ERROR, SO THE WALK GIVES UP AFTER 31 DAYS RATHER THAN LOOP.
      *-----------------------------------------------------------------
       830-STEP-FORWARD.

           MOVE "N"  TO WS-CROSSED-WEEK-SWITCH.
           MOVE "N"  TO WS-CROSSED-MONTH-SWITCH.
           MOVE "N"  TO WS-CROSSED-YEAR-SWITCH.
           MOVE "N"  TO WS-BUS-DAY-SWITCH.
           MOVE ZERO TO WS-STEP-COUNT.

           PERFORM UNTIL WS-BUSINESS-DAY
           OR WS-STEP-COUNT > 31
               ADD 1 TO WS-STEP-COUNT
               PERFORM 860-SET-DAYS-THIS-MONTH
               ADD 1 TO WS-STEP-DD
               IF  WS-STEP-DD > WS-DAYS-THIS-MONTH THEN
                   MOVE 1 TO WS-STEP-DD
                   SET WS-CROSSED-MONTH TO TRUE
                   ADD 1 TO WS-STEP-MM
                   IF  WS-STEP-MM > 12 THEN
                       MOVE 1 TO WS-STEP-MM
                       ADD 1 TO WS-STEP-YY
                       SET WS-CROSSED-YEAR TO TRUE
                   END-IF
               END-IF
               PERFORM 870-COMPUTE-DAY-OF-WEEK
      *        ** zeller as computed here: 2 = sunday
               IF  WS-Z-H = 2 THEN
                   SET WS-CROSSED-WEEK TO TRUE
               END-IF
               PERFORM 850-CHECK-BUSINESS-DAY
           END-PERFORM.

      *-----------------------------------------------------------------
      * 840-STEP-BACK - WS-STEP-DATE BACK TO THE PRIOR BUSINESS DATE.
      *-----------------------------------------------------------------
       840-STEP-BACK.

           MOVE "N"  TO WS-CROSSED-MONTH-SWITCH.
           MOVE "N"  TO WS-BUS-DAY-SWITCH.
           MOVE ZERO TO WS-STEP-COUNT.

           PERFORM UNTIL WS-BUSINESS-DAY
           OR WS-STEP-COUNT > 31
               ADD 1 TO WS-STEP-COUNT
               IF  WS-STEP-DD > 1 THEN
                   SUBTRACT 1 FROM WS-STEP-DD
               ELSE
                   SET WS-CROSSED-MONTH TO TRUE
                   IF  WS-STEP-MM > 1 THEN
                       SUBTRACT 1 FROM WS-STEP-MM
                   ELSE
                       MOVE 12 TO WS-STEP-MM
                       SUBTRACT 1 FROM WS-STEP-YY
                   END-IF
                   PERFORM 860-SET-DAYS-THIS-MONTH
                   MOVE WS-DAYS-THIS-MONTH TO WS-STEP-DD
               END-IF
               PERFORM 850-CHECK-BUSINESS-DAY
           END-PERFORM.

      *-----------------------------------------------------------------
      * 850-CHECK-BUSINESS-DAY - WS-STEP-DATE IS A BUSINESS DAY WHEN
      *    COBWDAYS COUNTS IT AS A COMPANY-WIDE WORKING DAY.
      *-----------------------------------------------------------------
       850-CHECK-BUSINESS-DAY.

           MOVE WS-STEP-DATE TO WS-WD-START-DATE.
           MOVE WS-STEP-DATE TO WS-WD-END-DATE.
           MOVE SPACES       TO WS-WD-LOCATION.
           MOVE SPACES       TO WS-WD-EMP-NO.
           CALL "COBWDAYS" USING WDAYS-PARAMETERS.
           IF  WS-WD-WORKING-DAYS = 1 THEN
               SET WS-BUSINESS-DAY TO TRUE
           ELSE
               MOVE "N" TO WS-BUS-DAY-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * 860-SET-DAYS-THIS-MONTH - MONTH LENGTH WITH THE FEBRUARY LEAP
      *    PATCH.
      *-----------------------------------------------------------------
       860-SET-DAYS-THIS-MONTH.

           MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-DAYS-THIS-MONTH.
           IF  WS-STEP-MM = 2 THEN
               COMPUTE WS-STEP-YYYY = 2000 + WS-STEP-YY
               DIVIDE WS-STEP-YYYY BY 4
                       GIVING WS-DIV-QUOT REMAINDER WS-LEAP-WORK
               IF  WS-LEAP-WORK = 0 THEN
                   DIVIDE WS-STEP-YYYY BY 100
                           GIVING WS-DIV-QUOT REMAINDER WS-LEAP-WORK
                   IF  WS-LEAP-WORK = 0 THEN
                       DIVIDE WS-STEP-YYYY BY 400
                               GIVING WS-DIV-QUOT
                               REMAINDER WS-LEAP-WORK
                       IF  WS-LEAP-WORK = 0 THEN
                           MOVE 29 TO WS-DAYS-THIS-MONTH
                       END-IF
                   ELSE
                       MOVE 29 TO WS-DAYS-THIS-MONTH
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 870-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE 20XX
      *    YEAR, 1 = SATURDAY, 2 = SUNDAY ... 7 = FRIDAY.
      *-----------------------------------------------------------------
       870-COMPUTE-DAY-OF-WEEK.

           COMPUTE WS-Z-YEAR = 2000 + WS-STEP-YY.
           MOVE WS-STEP-MM TO WS-Z-MONTH.
           IF  WS-Z-MONTH < 3 THEN
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF.
           DIVIDE WS-Z-YEAR BY 100
                   GIVING WS-Z-J REMAINDER WS-Z-K.
           COMPUTE WS-Z-H = 13 * (WS-Z-MONTH + 1).
           DIVIDE WS-Z-H BY 5
                   GIVING WS-Z-H REMAINDER WS-DIV-QUOT.
           COMPUTE WS-Z-H = WS-Z-H + WS-STEP-DD + WS-Z-K
                   + (5 * WS-Z-J).
           DIVIDE WS-Z-K BY 4
                   GIVING WS-DIV-QUOT REMAINDER WS-LEAP-WORK.
           ADD WS-DIV-QUOT TO WS-Z-H.
           DIVIDE WS-Z-J BY 4
                   GIVING WS-DIV-QUOT REMAINDER WS-LEAP-WORK.
           ADD WS-DIV-QUOT TO WS-Z-H.
           DIVIDE WS-Z-H BY 7
                   GIVING WS-DIV-QUOT REMAINDER WS-Z-H.
           ADD 1 TO WS-Z-H.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES AND DISPLAY THE RUN TOTALS.
      *-----------------------------------------------------------------
           MOVE WS-ONESHOT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT17 - " WS-COUNT-DISPLAY
                   " ON-DEMAND REQUESTS RUN".
           MOVE WS-DAY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT17 - " WS-COUNT-DISPLAY
                   " BUSINESS DATES PROCESSED".
           MOVE WS-ADVANCE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT17 - " WS-COUNT-DISPLAY
                   " BUSINESS DATE ADVANCES".
           MOVE WS-PARTITION-RUN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT17 - " WS-COUNT-DISPLAY
                   " PARTITIONED DISPATCHES".

      *-----------------------------------------------------------------
      *    COBCIO88 - WEEKLY TIMESHEET ENTRY AND APPROVAL. PROJECT TIME
      *               ONLY EVER ARRIVED AS THE EXTERNAL RETURN FILE
      *               COBBAT36 LOADS, SO CONTRACTORS AND SMALL PROJECTS
      *               NOT ON THAT SYSTEM BOOKED NOTHING. KEY AN
      *               EMPLOYEE AND THE MONDAY OF A WEEK AND THE WEEK
      *               SHOWS AS UP TO EIGHT LINES OF PROJECT, ACTIVITY
      *               AND WHOLE HOURS FOR EACH DAY, MONDAY FIRST, ON
      *               THE NEW APITPTSH GATEWAY. PF10 SUBMITS THE WEEK:
      *               EACH LINE'S PROJECT MUST BE OPEN ON THE COBCIO32
      *               MASTER, EACH DAY BOOKED MUST FALL INSIDE THE
      *               COBCIO20 ACTIVITY WINDOW AND INSIDE ONE OF THE
      *               EMPLOYEE'S COBCIOP4 ASSIGNMENT SPELLS ON THAT
      *               ACTIVITY, AND A DAY'S HOURS ACROSS ALL LINES MAY
      *               NOT EXCEED THE ATTENDANCE ON FILE FOR IT (THE
      *               APITPATT DAY COBBAT41 AGGREGATES - A PRESENT DAY
      *               IS THE STANDARD DAY PLUS ANY APPROVED OVERTIME, A
      *               HALF DAY HALF THE STANDARD DAY, AN ABSENCE OR NO
      *               BADGE DAY NOTHING). EACH LINE IS ROUTED TO THE
      *               PROJECT OWNER ON THE COBCIO32 MASTER - OR, FOR
      *               THE OWNER'S OWN TIME, TO THEIR LINE MANAGER ON
      *               THE COBCIO45 REPORTING LINE. WITH NO EMPLOYEE
      *               KEYED THE SCREEN LISTS THE LINES WAITING ON THE
      *               CALLER (THE APITPSEC OPERATOR DIRECTORY SAYS
      *               WHOSE ID IT IS); PF11 APPROVES AND PF12 REJECTS
      *               THE LINES MARKED X. AN APPROVED LINE IS LOCKED
      *               AND ITS HOURS, TURNED INTO DAYS AT THE STANDARD
      *               DAY (APITPPRM COBCIO88/TSHRSDAY, DEFAULT 8),
      *               ARE ADDED TO THE EMPLOYEE'S MONTHLY ACTUAL ON
      *               APITPTSA - THE SAME STORE COBBAT36 FILLS - SO
      *               THE BILLING, UNBILLED AND PLAN-VERSUS-ACTUAL RUNS
      *               PICK THEM UP AS THEY ARE. EVERY FILING AND
      *               DECISION IS AUDITED THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO88.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one timesheet line - employee, week and line number on
      *    ** the APITPTSH gateway. CMD-CODE 1 READ, 2 ADD, 3 CHANGE,
      *    ** 4 CURSOR BY EMPLOYEE AND WEEK, 7 SUBMITTED-LINE CURSOR BY
      *    ** APPROVER EMP-NO
       01  TIMESHEET-LINE-RECORD.
           10 WS-TSH-EMP-NO           PIC X(6).
      *        ** the monday the week starts on (yymmdd)
           10 WS-TSH-WEEK-START       PIC 9(6).
           10 WS-TSH-LINE-NO          PIC 9(2).
           10 WS-TSH-PROJ-NO          PIC X(6).
           10 WS-TSH-ACT-NO           PIC S9(4) USAGE COMP.
      *        ** whole hours, monday first
           10 WS-TSH-HOURS-WEEK.
               15 WS-TSH-HOURS        PIC 9(2) OCCURS 7 TIMES.
      *        ** S SUBMITTED, A APPROVED, R REJECTED, C WITHDRAWN
           10 WS-TSH-STATUS           PIC X(1).
               88  WS-TSH-SUBMITTED       VALUE "S".
               88  WS-TSH-APPROVED        VALUE "A".
               88  WS-TSH-REJECTED        VALUE "R".
               88  WS-TSH-WITHDRAWN       VALUE "C".
      *        ** the EMP-NO the line is routed to for approval
           10 WS-TSH-APPROVER-EMP-NO  PIC X(6).
           10 WS-TSH-MAKER-OPID       PIC X(3).
           10 WS-TSH-SUBMIT-DATE      PIC 9(6).
           10 WS-TSH-DECIDE-OPID      PIC X(3).
           10 WS-TSH-DECIDE-DATE      PIC 9(6).

      *    ** the same monthly actual COBBAT36 files - APITPTSA
      *    ** CMD-CODE 1 READ BY EMPLOYEE, PROJECT, ACTIVITY AND
      *    ** MONTH, 2 ADD/REPLACE
       01  TIME-ACTUAL-RECORD.
           10 WS-TSA-EMP-NO           PIC X(6).
           10 WS-TSA-PROJ-NO          PIC X(6).
           10 WS-TSA-ACT-NO           PIC S9(4) USAGE COMP.
           10 WS-TSA-YEARMONTH        PIC X(6).
           10 WS-TSA-ACTUAL-DAYS      PIC S9(3)V9(2) USAGE COMP-3.

      *    ** same PROJ-MASTER-RECORD shape COBCIO32 maintains
       01  PROJ-MASTER-RECORD.
           10 WS-PRJ-PROJ-NO          PIC X(6).
           10 WS-PRJ-NAME             PIC X(30).
           10 WS-PRJ-DEPT-CODE        PIC X(4).
           10 WS-PRJ-CUST-NO          PIC X(10).
           10 WS-PRJ-STATUS           PIC X(1).
               88  WS-PRJ-OPEN            VALUE "O".
           10 WS-PRJ-START-DATE       PIC X(10).
           10 WS-PRJ-END-DATE         PIC X(10).
           10 WS-PRJ-BUDGET           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PRJ-BILL-TYPE        PIC X(1).
           10 WS-PRJ-OWNER-EMP-NO     PIC X(6).

      *    ** same PACTV-MASTER-RECORD shape COBCIO20 keys - the
      *    ** window dates are yyyy-mm-dd
       01  PACTV-MASTER-RECORD.
           10 WS-PROJ-NO               PIC X(6).
           10 WS-ACT-NO                PIC S9(4) USAGE COMP.
           10 WS-ACT-STAFF             PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-ACT-STARTDATE         PIC X(10).
           10 WS-ACT-ENDDATE           PIC X(10).

      *    ** the employee's activity row, same field order/sizes
      *    ** COBCIOP4 owns - APITPP4 CMD-CODE 3 WALKS EVERY SPELL ON
      *    ** FILE FOR THE EMPLOYEE AND PROJECT
       01  PROJECT-MASTER-RECORD.
           03  EMP-NO                      PIC X(6).
           03  PROJ-NO                     PIC X(6).
           03  ACT-NO                      PIC S9(2).
           03  EMPTIME                     PIC S9(5).
      *        ** format (yymmdd), zero while the spell is open
           03  ACT-DATE-STARTED            PIC 9(6).
           03  ACT-DATE-ENDED              PIC 9(6).

      *    ** same attendance row COBBAT40 loads and COBCIO34 corrects
       01  ATTENDANCE-RECORD.
           10 WS-ATT-EMP-NO           PIC X(6).
           10 WS-ATT-DATE             PIC 9(6).
           10 WS-ATT-CODE             PIC X(1).
               88  WS-ATT-PRESENT         VALUE "P".
               88  WS-ATT-ABSENT          VALUE "A".
               88  WS-ATT-HALF            VALUE "H".
           10 WS-ATT-IN-TIME          PIC 9(4).
           10 WS-ATT-OUT-TIME         PIC 9(4).
           10 WS-ATT-OT-HOURS         PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-ATT-OT-APPROVED      PIC X(1).
           10 WS-ATT-OT-ELECT         PIC X(1).

      *    ** only the name is wanted off the employee master
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(160).

      *    ** the COBCIO45 reporting line - the owner's own time goes
      *    ** to their manager
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** the operator directory row on APITPSEC - who an
      *    ** operator id belongs to (CMD-CODE 3 READ BY OPID)
       01  OPERATOR-DIR-RECORD.
           03  WS-OPR-OPID                 PIC X(3).
           03  WS-OPR-EMP-NO               PIC X(6).
       01  WS-CALLER-EMP-NO                PIC X(6) VALUE SPACES.

      *    ** the standard day the hours are turned into days at -
      *    ** APITPPRM CMD-CODE 1, THE COMPILED DEFAULT STANDS WHEN
      *    ** THERE IS NO ROW
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).
       01  WS-STD-DAY-HOURS                PIC S9(2)V9(2) COMP-3
                                                   VALUE +8.

      *    ** who/when/before/after capture for every filing and
      *    ** decision - COBAUDIT stamps date/time and files through
      *    ** APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO88".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "TIMESHT".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

      *    ** the keyed week and its seven dates, monday first
       01  WS-KEY-WEEK                     PIC 9(6).
       01  WS-KEY-WEEK-R REDEFINES WS-KEY-WEEK.
           03  WS-KEY-YY                   PIC 99.
           03  WS-KEY-MM                   PIC 99.
           03  WS-KEY-DD                   PIC 99.
       01  WS-WEEK-DATES.
           03  WS-WEEK-DATE                PIC 9(6) OCCURS 7 TIMES.
       01  WS-DAY-HEADING.
           03  WS-DH-DAY OCCURS 7 TIMES.
               05  WS-DH-DD                PIC 99.
               05  FILLER                  PIC X VALUE "/".
               05  WS-DH-MM                PIC 99.
               05  FILLER                  PIC X VALUE SPACE.

      *    ** the lines on file for the week, by line number, and
      *    ** the lines as keyed - a line is keyed when it has a
      *    ** project
       01  WS-SHEET-TABLE.
           03  WS-SHEET-LINE OCCURS 8 TIMES.
               05  WS-SL-FOUND-SWITCH      PIC X.
                   88  WS-SL-FOUND             VALUE "Y".
               05  WS-SL-ROW               PIC X(80).
       01  WS-GRID-TABLE.
           03  WS-GRID-LINE OCCURS 8 TIMES.
               05  WS-GR-KEYED-SWITCH      PIC X.
                   88  WS-GR-KEYED             VALUE "Y".
               05  WS-GR-LOCKED-SWITCH     PIC X.
                   88  WS-GR-LOCKED            VALUE "Y".
               05  WS-GR-PROJ-NO           PIC X(6).
               05  WS-GR-ACT-NO            PIC S9(4) COMP.
               05  WS-GR-APPROVER          PIC X(6).
               05  WS-GR-HOURS             PIC 9(2) OCCURS 7 TIMES.
       01  WS-LINE-SUB                     PIC S9(4) COMP.
       01  WS-DAY-SUB                      PIC S9(4) COMP.
       01  WS-LINE-HOURS                   PIC S9(4) COMP.

      *    ** one keyed hours field - blank is none, a single digit
      *    ** either side of the field is taken as that many hours
       01  WS-HRS-IN                       PIC X(2).
       01  WS-HRS-IN-R REDEFINES WS-HRS-IN PIC 9(2).
       01  WS-KEYED-HOURS.
           03  WS-KH-HOURS                 PIC X(2) OCCURS 7 TIMES.
       01  WS-ACT-IN                       PIC X(4).
       01  WS-ACT-IN-R REDEFINES WS-ACT-IN PIC 9(4).

      *    ** the days of a line an assignment spell covers, and the
      *    ** day being compared against the activity window
       01  WS-COVER-DAYS.
           03  WS-COVER-DAY                PIC X(1) OCCURS 7 TIMES.
       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-DAY-ISO.
           03  WS-DI-CENT                  PIC X(2) VALUE "20".
           03  WS-DI-YY                    PIC 99.
           03  FILLER                      PIC X VALUE "-".
           03  WS-DI-MM                    PIC 99.
           03  FILLER                      PIC X VALUE "-".
           03  WS-DI-DD                    PIC 99.

      *    ** the day's hours across every line against the most the
      *    ** attendance day allows
       01  WS-DAY-TOTALS.
           03  WS-DAY-TOTAL                PIC S9(4) COMP
                                                   OCCURS 7 TIMES.
       01  WS-DAY-CAP                      PIC S9(3)V9(2) COMP-3.

      *    ** the lines listed for the approver, as read
       01  WS-PEND-TABLE.
           03  WS-PEND-ROW                 PIC X(80) OCCURS 8 TIMES.
       01  WS-PEND-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-PEND-MORE-SWITCH             PIC X.
           88  WS-PEND-MORE                    VALUE "Y".
       01  WS-DECIDED-COUNT                PIC S9(4) COMP.
       01  WS-REFUSED-COUNT                PIC S9(4) COMP.
       01  WS-SELECTED-COUNT               PIC S9(4) COMP.
       01  WS-REFUSE-MSG                   PIC 99.

      *    ** one month's share of an approved line's hours
       01  WS-POST-YEARMONTH               PIC X(6).
       01  WS-POST-HOURS                   PIC S9(4) COMP.
       01  WS-DAY-YEARMONTH.
           03  WS-DYM-CENT                 PIC X(2) VALUE "20".
           03  WS-DYM-YY                   PIC 99.
           03  WS-DYM-MM                   PIC 99.

      *    ** day stepping and the zeller day-of-week, same spelled
      *    ** out arithmetic as COBBAT62/COBBAT41 - this shop avoids
      *    ** intrinsic functions
       01  WS-CURR-DATE                    PIC 9(6).
       01  WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
           03  WS-CURR-YY                  PIC 99.
           03  WS-CURR-MM                  PIC 99.
           03  WS-CURR-DD                  PIC 99.
       01  WS-CURR-YYYY                    PIC 9(4).
       01  WS-MONTH-DAYS-TABLE.
           03  FILLER                      PIC X(24)
                   VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-DAYS-THIS-MONTH              PIC 99.
       01  WS-Z-YEAR                       PIC S9(4) COMP.
       01  WS-Z-MONTH                      PIC S9(4) COMP.
       01  WS-Z-K                          PIC S9(4) COMP.
       01  WS-Z-J                          PIC S9(4) COMP.
       01  WS-Z-H                          PIC S9(4) COMP.
       01  WS-DIV-QUOT                     PIC S9(4) COMP.
       01  WS-LEAP-WORK                    PIC S9(4) COMP.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look but not submit or decide
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO88".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO88".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the line stamps, same manually-declared
      *    ** EIB field convention COBCIO24 uses
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO88".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

           COPY DFHBMSCA.

           COPY DFHAID.

           COPY TSHM.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *    handle conditions

           EXEC CICS
               IGNORE CONDITION
               LENGERR
           END-EXEC.

           EXEC CICS
               IGNORE CONDITION
               MAPFAIL
           END-EXEC.

           EXEC CICS
               HANDLE AID
               PF3(910-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR TIMESHEETS" TO TSHMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

      *    ** whose operator id this is - an approver only ever sees
      *    ** the lines routed to their own EMP-NO
           MOVE SPACES         TO  OPERATOR-DIR-RECORD.
           MOVE WS-SEC-OPID    TO  WS-OPR-OPID.
           MOVE 3 TO CMD-CODE.
           MOVE OPERATOR-DIR-RECORD TO DATA-IN.
           CALL "APITPSEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT (1:9)  TO OPERATOR-DIR-RECORD
               MOVE WS-OPR-EMP-NO   TO WS-CALLER-EMP-NO
           END-IF.

           MOVE SPACES         TO  PARAMETER-RECORD.
           MOVE "COBCIO88"     TO  WS-PRM-PROGRAM.
           MOVE "TSHRSDAY"     TO  WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO
                   MOVE WS-PRM-VALUE TO WS-STD-DAY-HOURS
               END-IF
           END-IF.

           MOVE SPACES         TO  TSHMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  TSHMEMPL.

           GO TO 300-SEND-TSHMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. WITH AN EMPLOYEE KEYED THE
      * WEEK IS SHOWN AND PF10 SUBMITS IT; WITH NONE THE LINES WAITING
      * ON THE CALLER ARE LISTED AND PF11/PF12 DECIDE THE MARKED ONES.
      *-----------------------------------------------------------------
       200-RECEIVE-TSHMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("TSHM")
               INTO(TSHMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  TSHMEMPI NOT > SPACES THEN
               MOVE ZERO TO WS-DECIDED-COUNT
               MOVE ZERO TO WS-REFUSED-COUNT
               IF  EIBAID = DFHPF11 OR EIBAID = DFHPF12 THEN
                   PERFORM 700-DECIDE-LINES THRU 700-EXIT
               END-IF
               PERFORM 450-SHOW-PENDING THRU 450-EXIT
               MOVE DFHBMFSE        TO  TSHMEMPA
                                        TSHMWKSA
               GO TO 300-SEND-TSHMAP
           END-IF.

           PERFORM 210-VALIDATE-WEEK THRU 210-EXIT.
           IF  ERRORS THEN
               GO TO 300-SEND-TSHMAP
           END-IF.

           MOVE SPACES                 TO EMPLOYEE-MASTER-RECORD.
           MOVE TSHMEMPI               TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  TSHMEMPA
               MOVE -1        TO  TSHMEMPL
               MOVE 5         TO  WORK-MSG-CODE
               GO TO 300-SEND-TSHMAP
           END-IF.
           MOVE DATA-OUT      TO  EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-NAME   TO  TSHMNAMO.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-SHEET THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-SHEET THRU 600-EXIT
               END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 400-SHOW-SHEET THRU 400-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  TSHMEMPA
                                    TSHMWKSA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-TSHMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO TSHMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("TSHM")
               FROM(TSHMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-TSHMAP.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS THE KEYED WEEK - A REAL YYMMDD DATE THAT IS A
      * MONDAY - AND LAYS OUT ITS SEVEN DATES AND THE DAY HEADING.
      *-----------------------------------------------------------------
       210-VALIDATE-WEEK.

           IF  TSHMWKSI IS NOT NUMERIC THEN
               GO TO 210-BAD-WEEK
           END-IF.
           MOVE TSHMWKSI      TO  WS-KEY-WEEK.
           IF  WS-KEY-MM < 1 OR WS-KEY-MM > 12 THEN
               GO TO 210-BAD-WEEK
           END-IF.
           MOVE WS-KEY-WEEK   TO  WS-CURR-DATE.
           PERFORM 820-SET-DAYS-THIS-MONTH THRU 820-EXIT.
           IF  WS-KEY-DD < 1 OR WS-KEY-DD > WS-DAYS-THIS-MONTH THEN
               GO TO 210-BAD-WEEK
           END-IF.

           PERFORM 830-DAY-OF-WEEK THRU 830-EXIT.
      *    ** zeller's 3 is a monday
           IF  WS-Z-H NOT = 3 THEN
               GO TO 210-BAD-WEEK
           END-IF.

           PERFORM 230-SET-WEEK-DATES THRU 230-EXIT.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               MOVE WS-WEEK-DATE (WS-DAY-SUB) (5:2)
                                      TO WS-DH-DD (WS-DAY-SUB)
               MOVE WS-WEEK-DATE (WS-DAY-SUB) (3:2)
                                      TO WS-DH-MM (WS-DAY-SUB)
           END-PERFORM.
           MOVE WS-DAY-HEADING    TO  TSHMDAYO.
           GO TO 210-EXIT.

       210-BAD-WEEK.
           SET ERRORS     TO  TRUE.
           MOVE DFHBMASB  TO  TSHMWKSA.
           MOVE -1        TO  TSHMWKSL.
           MOVE 4         TO  WORK-MSG-CODE.

       210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA LAYS OUT THE SEVEN DATES OF THE WEEK STARTING ON
      * WS-CURR-DATE.
      *-----------------------------------------------------------------
       230-SET-WEEK-DATES.

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               MOVE WS-CURR-DATE TO WS-WEEK-DATE (WS-DAY-SUB)
               PERFORM 810-STEP-TO-NEXT-DAY THRU 810-EXIT
           END-PERFORM.

       230-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE WEEK'S LINES ON FILE - AN APPROVED LINE IS
      * PROTECTED, IT HAS ALREADY BEEN BOOKED AS ACTUAL TIME.
      *-----------------------------------------------------------------
       400-SHOW-SHEET.

           PERFORM 410-LOAD-SHEET THRU 410-EXIT.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8
               MOVE SPACES TO TSHMSELO (WS-LINE-SUB)
               MOVE SPACES TO TSHMEMLO (WS-LINE-SUB)
               IF  WS-SL-FOUND (WS-LINE-SUB)
                   MOVE WS-SL-ROW (WS-LINE-SUB)
                                   TO TIMESHEET-LINE-RECORD
                   PERFORM 420-FILL-ONE-LINE THRU 420-EXIT
                   IF  WS-TSH-APPROVED
                       MOVE DFHBMPRO TO TSHMPRJA (WS-LINE-SUB)
                                        TSHMACTA (WS-LINE-SUB)
                                        TSHMH1A (WS-LINE-SUB)
                                        TSHMH2A (WS-LINE-SUB)
                                        TSHMH3A (WS-LINE-SUB)
                                        TSHMH4A (WS-LINE-SUB)
                                        TSHMH5A (WS-LINE-SUB)
                                        TSHMH6A (WS-LINE-SUB)
                                        TSHMH7A (WS-LINE-SUB)
                   END-IF
               ELSE
                   MOVE SPACES TO TSHMPRJO (WS-LINE-SUB)
                                  TSHMACTO (WS-LINE-SUB)
                                  TSHMH1O (WS-LINE-SUB)
                                  TSHMH2O (WS-LINE-SUB)
                                  TSHMH3O (WS-LINE-SUB)
                                  TSHMH4O (WS-LINE-SUB)
                                  TSHMH5O (WS-LINE-SUB)
                                  TSHMH6O (WS-LINE-SUB)
                                  TSHMH7O (WS-LINE-SUB)
                                  TSHMTOTO (WS-LINE-SUB)
                                  TSHMSTAO (WS-LINE-SUB)
               END-IF
           END-PERFORM.

           IF  WORK-MSG-CODE NOT = 1 THEN
               MOVE 8 TO WORK-MSG-CODE
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA READS EVERY LINE ON FILE FOR THE EMPLOYEE AND WEEK
      * (APITPTSH CMD-CODE 4) INTO ITS SLOT BY LINE NUMBER.
      *-----------------------------------------------------------------
       410-LOAD-SHEET.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8
               MOVE "N"    TO WS-SL-FOUND-SWITCH (WS-LINE-SUB)
               MOVE SPACES TO WS-SL-ROW (WS-LINE-SUB)
           END-PERFORM.

           MOVE "N"              TO WS-SCAN-SWITCH.
           MOVE SPACES           TO TIMESHEET-LINE-RECORD.
           MOVE TSHMEMPI         TO WS-TSH-EMP-NO.
           MOVE WS-KEY-WEEK      TO WS-TSH-WEEK-START.
           MOVE 4                TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE TIMESHEET-LINE-RECORD TO DATA-IN
               CALL "APITPTSH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TIMESHEET-LINE-RECORD
                   IF  WS-TSH-LINE-NO > 0 AND WS-TSH-LINE-NO < 9
                       MOVE "Y" TO WS-SL-FOUND-SWITCH (WS-TSH-LINE-NO)
                       MOVE TIMESHEET-LINE-RECORD
                                TO WS-SL-ROW (WS-TSH-LINE-NO)
                   END-IF
               END-IF
           END-PERFORM.

       410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILLS ONE SCREEN LINE FROM THE TIMESHEET LINE IN
      * HAND - PROJECT, ACTIVITY, THE SEVEN DAYS, THE LINE TOTAL AND
      * ITS STATUS.
      *-----------------------------------------------------------------
       420-FILL-ONE-LINE.

           MOVE WS-TSH-PROJ-NO   TO TSHMPRJO (WS-LINE-SUB).
           MOVE WS-TSH-ACT-NO    TO WS-ACT-IN-R.
           MOVE WS-ACT-IN        TO TSHMACTO (WS-LINE-SUB).
           MOVE WS-TSH-HOURS (1) TO TSHMH1O (WS-LINE-SUB).
           MOVE WS-TSH-HOURS (2) TO TSHMH2O (WS-LINE-SUB).
           MOVE WS-TSH-HOURS (3) TO TSHMH3O (WS-LINE-SUB).
           MOVE WS-TSH-HOURS (4) TO TSHMH4O (WS-LINE-SUB).
           MOVE WS-TSH-HOURS (5) TO TSHMH5O (WS-LINE-SUB).
           MOVE WS-TSH-HOURS (6) TO TSHMH6O (WS-LINE-SUB).
           MOVE WS-TSH-HOURS (7) TO TSHMH7O (WS-LINE-SUB).
           MOVE ZERO             TO WS-LINE-HOURS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               ADD WS-TSH-HOURS (WS-DAY-SUB) TO WS-LINE-HOURS
           END-PERFORM.
           MOVE WS-LINE-HOURS    TO TSHMTOTO (WS-LINE-SUB).
           MOVE WS-TSH-STATUS    TO TSHMSTAO (WS-LINE-SUB).

       420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA LISTS THE SUBMITTED LINES ROUTED TO THE CALLER
      * (APITPTSH CMD-CODE 7), EIGHT AT MOST - A DECIDED LINE DROPS OFF
      * THE CURSOR, SO THE NEXT ONES COME UP AS THESE ARE WORKED.
      *-----------------------------------------------------------------
       450-SHOW-PENDING.

           MOVE ZERO             TO WS-PEND-COUNT.
           MOVE "N"              TO WS-PEND-MORE-SWITCH.
           MOVE SPACES           TO WS-PEND-TABLE.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8
               MOVE SPACES TO TSHMSELO (WS-LINE-SUB)
                              TSHMEMLO (WS-LINE-SUB)
                              TSHMPRJO (WS-LINE-SUB)
                              TSHMACTO (WS-LINE-SUB)
                              TSHMH1O (WS-LINE-SUB)
                              TSHMH2O (WS-LINE-SUB)
                              TSHMH3O (WS-LINE-SUB)
                              TSHMH4O (WS-LINE-SUB)
                              TSHMH5O (WS-LINE-SUB)
                              TSHMH6O (WS-LINE-SUB)
                              TSHMH7O (WS-LINE-SUB)
                              TSHMTOTO (WS-LINE-SUB)
                              TSHMSTAO (WS-LINE-SUB)
           END-PERFORM.
           MOVE SPACES           TO TSHMNAMO.
           MOVE SPACES           TO TSHMDAYO.

           IF  WS-CALLER-EMP-NO NOT > SPACES THEN
               IF  WS-DECIDED-COUNT = ZERO
               AND WS-REFUSED-COUNT = ZERO THEN
                   MOVE 7 TO WORK-MSG-CODE
               END-IF
               GO TO 450-EXIT
           END-IF.

           MOVE "N"              TO WS-SCAN-SWITCH.
           MOVE SPACES           TO TIMESHEET-LINE-RECORD.
           MOVE WS-CALLER-EMP-NO TO WS-TSH-APPROVER-EMP-NO.
           MOVE 7                TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE TIMESHEET-LINE-RECORD TO DATA-IN
               CALL "APITPTSH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TIMESHEET-LINE-RECORD
                   IF  WS-PEND-COUNT < 8
                       ADD 1 TO WS-PEND-COUNT
                       MOVE TIMESHEET-LINE-RECORD
                                TO WS-PEND-ROW (WS-PEND-COUNT)
                       MOVE WS-PEND-COUNT TO WS-LINE-SUB
                       PERFORM 420-FILL-ONE-LINE THRU 420-EXIT
                       MOVE WS-TSH-EMP-NO TO TSHMEMLO (WS-LINE-SUB)
                   ELSE
                       SET WS-PEND-MORE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    ** a decision's own message stands over the list message
           IF  WS-DECIDED-COUNT > ZERO
           OR  WS-REFUSED-COUNT > ZERO THEN
               GO TO 450-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-PEND-COUNT = ZERO
                   MOVE 7  TO WORK-MSG-CODE
               WHEN WS-PEND-MORE
                   MOVE 22 TO WORK-MSG-CODE
               WHEN OTHER
                   MOVE 21 TO WORK-MSG-CODE
           END-EVALUATE.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE WEEK BEFORE IT IS SUBMITTED - EVERY
      * KEYED LINE ON ITS OWN, THEN EACH DAY'S HOURS ACROSS ALL THE
      * LINES AGAINST THE ATTENDANCE FOR THE DAY. A MASKED CREDENTIAL
      * MAY NOT SUBMIT.
      *-----------------------------------------------------------------
       500-VALIDATE-SHEET.

           IF  WS-SEC-MASKED THEN
               SET ERRORS     TO  TRUE
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           PERFORM 410-LOAD-SHEET THRU 410-EXIT.
           INITIALIZE WS-GRID-TABLE.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8 OR ERRORS
               PERFORM 510-VALIDATE-LINE THRU 510-EXIT
           END-PERFORM.
           IF  ERRORS THEN
               GO TO 500-EXIT
           END-IF.

           PERFORM 550-CHECK-ATTENDANCE THRU 550-EXIT.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES ONE LINE. AN APPROVED LINE ON FILE IS
      * TAKEN AS IT STANDS; A LINE WITH NO PROJECT IS NOT BOOKED.
      * OTHERWISE THE ACTIVITY AND HOURS MUST BE NUMBERS, THE PROJECT
      * OPEN WITH SOMEONE TO APPROVE, AND EVERY DAY BOOKED INSIDE THE
      * ACTIVITY WINDOW AND AN ASSIGNMENT SPELL.
      *-----------------------------------------------------------------
       510-VALIDATE-LINE.

           IF  WS-SL-FOUND (WS-LINE-SUB) THEN
               MOVE WS-SL-ROW (WS-LINE-SUB) TO TIMESHEET-LINE-RECORD
               IF  WS-TSH-APPROVED
                   SET WS-GR-LOCKED (WS-LINE-SUB) TO TRUE
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 7
                       MOVE WS-TSH-HOURS (WS-DAY-SUB)
                         TO WS-GR-HOURS (WS-LINE-SUB, WS-DAY-SUB)
                   END-PERFORM
                   GO TO 510-EXIT
               END-IF
           END-IF.

           IF  TSHMPRJI (WS-LINE-SUB) NOT > SPACES THEN
               GO TO 510-EXIT
           END-IF.
           SET WS-GR-KEYED (WS-LINE-SUB) TO TRUE.
           MOVE TSHMPRJI (WS-LINE-SUB) TO WS-GR-PROJ-NO (WS-LINE-SUB).

           MOVE TSHMACTI (WS-LINE-SUB) TO WS-ACT-IN.
           INSPECT WS-ACT-IN REPLACING LEADING SPACE BY ZERO.
           IF  WS-ACT-IN IS NOT NUMERIC OR WS-ACT-IN-R = ZERO THEN
               SET ERRORS     TO  TRUE
               MOVE DFHBMASB  TO  TSHMACTA (WS-LINE-SUB)
               MOVE -1        TO  TSHMACTL (WS-LINE-SUB)
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.
           MOVE WS-ACT-IN-R   TO  WS-GR-ACT-NO (WS-LINE-SUB).

           MOVE TSHMH1I (WS-LINE-SUB) TO WS-KH-HOURS (1).
           MOVE TSHMH2I (WS-LINE-SUB) TO WS-KH-HOURS (2).
           MOVE TSHMH3I (WS-LINE-SUB) TO WS-KH-HOURS (3).
           MOVE TSHMH4I (WS-LINE-SUB) TO WS-KH-HOURS (4).
           MOVE TSHMH5I (WS-LINE-SUB) TO WS-KH-HOURS (5).
           MOVE TSHMH6I (WS-LINE-SUB) TO WS-KH-HOURS (6).
           MOVE TSHMH7I (WS-LINE-SUB) TO WS-KH-HOURS (7).
           MOVE ZERO TO WS-LINE-HOURS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               MOVE WS-KH-HOURS (WS-DAY-SUB) TO WS-HRS-IN
               IF  WS-HRS-IN NOT > SPACES
                   MOVE ZERO TO WS-HRS-IN-R
               END-IF
               IF  WS-HRS-IN (2:1) = SPACE
                   MOVE WS-HRS-IN (1:1) TO WS-HRS-IN (2:1)
                   MOVE "0"             TO WS-HRS-IN (1:1)
               END-IF
               IF  WS-HRS-IN (1:1) = SPACE
                   MOVE "0"             TO WS-HRS-IN (1:1)
               END-IF
               IF  WS-HRS-IN IS NOT NUMERIC OR WS-HRS-IN-R > 24
                   SET ERRORS TO TRUE
               ELSE
                   MOVE WS-HRS-IN-R
                     TO WS-GR-HOURS (WS-LINE-SUB, WS-DAY-SUB)
                   ADD WS-HRS-IN-R TO WS-LINE-HOURS
               END-IF
           END-PERFORM.
           IF  ERRORS OR WS-LINE-HOURS = ZERO THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TSHMH1L (WS-LINE-SUB)
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

           PERFORM 520-CHECK-PROJECT THRU 520-EXIT.
           IF  ERRORS THEN
               GO TO 510-EXIT
           END-IF.

           PERFORM 530-CHECK-WINDOW THRU 530-EXIT.
           IF  ERRORS THEN
               GO TO 510-EXIT
           END-IF.

           PERFORM 540-CHECK-ASSIGNMENT THRU 540-EXIT.

       510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS THE LINE'S PROJECT IS OPEN ON THE COBCIO32
      * MASTER AND WORKS OUT WHO APPROVES THE LINE - THE PROJECT OWNER,
      * OR THE OWNER'S LINE MANAGER WHEN IT IS THE OWNER'S OWN TIME.
      *-----------------------------------------------------------------
       520-CHECK-PROJECT.

           MOVE SPACES                 TO PROJ-MASTER-RECORD.
           MOVE TSHMPRJI (WS-LINE-SUB) TO WS-PRJ-PROJ-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PROJ-MASTER-RECORD TO DATA-IN.
           CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT       TO  PROJ-MASTER-RECORD
           ELSE
               MOVE SPACE          TO  WS-PRJ-STATUS
           END-IF.
           IF  NOT WS-PRJ-OPEN THEN
               SET ERRORS     TO  TRUE
               MOVE DFHBMASB  TO  TSHMPRJA (WS-LINE-SUB)
               MOVE -1        TO  TSHMPRJL (WS-LINE-SUB)
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 520-EXIT
           END-IF.

           MOVE WS-PRJ-OWNER-EMP-NO TO WS-GR-APPROVER (WS-LINE-SUB).
           IF  WS-PRJ-OWNER-EMP-NO = TSHMEMPI THEN
               MOVE SPACES   TO WS-GR-APPROVER (WS-LINE-SUB)
               MOVE SPACES   TO REPORTING-LINE-RECORD
               MOVE TSHMEMPI TO WS-RPT-EMP-NO
               MOVE 1 TO CMD-CODE
               MOVE REPORTING-LINE-RECORD TO DATA-IN
               CALL "APITPRLN" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO REPORTING-LINE-RECORD
                   MOVE WS-RPT-MGR-EMP-NO
                                 TO WS-GR-APPROVER (WS-LINE-SUB)
               END-IF
           END-IF.

           IF  WS-GR-APPROVER (WS-LINE-SUB) NOT > SPACES THEN
               SET ERRORS     TO  TRUE
               MOVE DFHBMASB  TO  TSHMPRJA (WS-LINE-SUB)
               MOVE -1        TO  TSHMPRJL (WS-LINE-SUB)
               MOVE 12        TO  WORK-MSG-CODE
           END-IF.

       520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS EVERY DAY BOOKED ON THE LINE FALLS INSIDE THE
      * PROJECT/ACTIVITY WINDOW COBCIO20 KEEPS (APITP020 CMD-CODE 1).
      *-----------------------------------------------------------------
       530-CHECK-WINDOW.

           MOVE SPACES                 TO PACTV-MASTER-RECORD.
           MOVE TSHMPRJI (WS-LINE-SUB) TO WS-PROJ-NO.
           MOVE WS-GR-ACT-NO (WS-LINE-SUB) TO WS-ACT-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PACTV-MASTER-RECORD TO DATA-IN.
           CALL "APITP020" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               SET ERRORS     TO  TRUE
               MOVE DFHBMASB  TO  TSHMACTA (WS-LINE-SUB)
               MOVE -1        TO  TSHMACTL (WS-LINE-SUB)
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 530-EXIT
           END-IF.
           MOVE DATA-OUT TO PACTV-MASTER-RECORD.

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               IF  WS-GR-HOURS (WS-LINE-SUB, WS-DAY-SUB) > ZERO
                   MOVE WS-WEEK-DATE (WS-DAY-SUB) (1:2) TO WS-DI-YY
                   MOVE WS-WEEK-DATE (WS-DAY-SUB) (3:2) TO WS-DI-MM
                   MOVE WS-WEEK-DATE (WS-DAY-SUB) (5:2) TO WS-DI-DD
                   IF  WS-DAY-ISO < WS-ACT-STARTDATE
                   OR  WS-DAY-ISO > WS-ACT-ENDDATE
                       SET ERRORS TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF  ERRORS THEN
               MOVE DFHBMASB  TO  TSHMACTA (WS-LINE-SUB)
               MOVE -1        TO  TSHMH1L (WS-LINE-SUB)
               MOVE 13        TO  WORK-MSG-CODE
           END-IF.

       530-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS THE EMPLOYEE WAS ASSIGNED TO THE ACTIVITY ON
      * EVERY DAY BOOKED - THE APITPP4 CMD-CODE 3 CURSOR WALKS EVERY
      * SPELL ON FILE FOR THE EMPLOYEE AND PROJECT, AND EACH SPELL ON
      * THE LINE'S ACTIVITY COVERS THE DAYS BETWEEN ITS START AND END
      * (AN OPEN SPELL HAS NO END).
      *-----------------------------------------------------------------
       540-CHECK-ASSIGNMENT.

           MOVE SPACES                 TO WS-COVER-DAYS.
           MOVE "N"                    TO WS-SCAN-SWITCH.
           MOVE SPACES                 TO PROJECT-MASTER-RECORD.
           MOVE TSHMEMPI               TO EMP-NO.
           MOVE TSHMPRJI (WS-LINE-SUB) TO PROJ-NO.
           MOVE 3                      TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE PROJECT-MASTER-RECORD TO DATA-IN
               CALL "APITPP4" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PROJECT-MASTER-RECORD
                   IF  ACT-NO = WS-GR-ACT-NO (WS-LINE-SUB)
                       PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                               UNTIL WS-DAY-SUB > 7
                           IF  WS-WEEK-DATE (WS-DAY-SUB)
                                   NOT < ACT-DATE-STARTED
                           AND (ACT-DATE-ENDED = ZERO
                                OR WS-WEEK-DATE (WS-DAY-SUB)
                                   NOT > ACT-DATE-ENDED)
                               MOVE "Y" TO WS-COVER-DAY (WS-DAY-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               IF  WS-GR-HOURS (WS-LINE-SUB, WS-DAY-SUB) > ZERO
               AND WS-COVER-DAY (WS-DAY-SUB) NOT = "Y"
                   SET ERRORS TO TRUE
               END-IF
           END-PERFORM.
           IF  ERRORS THEN
               MOVE DFHBMASB  TO  TSHMPRJA (WS-LINE-SUB)
               MOVE -1        TO  TSHMPRJL (WS-LINE-SUB)
               MOVE 14        TO  WORK-MSG-CODE
           END-IF.

       540-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CAPS EACH DAY'S HOURS ACROSS ALL LINES (APPROVED ONES
      * INCLUDED) BY THE ATTENDANCE DAY ON APITPATT - A PRESENT DAY IS
      * THE STANDARD DAY PLUS ANY APPROVED OVERTIME, A HALF DAY HALF
      * THE STANDARD DAY, AND AN ABSENCE OR A DAY WITH NO BADGE ROW
      * ALLOWS NOTHING.
      *-----------------------------------------------------------------
       550-CHECK-ATTENDANCE.

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               MOVE ZERO TO WS-DAY-TOTAL (WS-DAY-SUB)
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 8
                   ADD WS-GR-HOURS (WS-LINE-SUB, WS-DAY-SUB)
                    TO WS-DAY-TOTAL (WS-DAY-SUB)
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7 OR ERRORS
               IF  WS-DAY-TOTAL (WS-DAY-SUB) > ZERO
                   MOVE SPACES                   TO ATTENDANCE-RECORD
                   MOVE TSHMEMPI                 TO WS-ATT-EMP-NO
                   MOVE WS-WEEK-DATE (WS-DAY-SUB) TO WS-ATT-DATE
                   MOVE 1 TO CMD-CODE
                   MOVE ATTENDANCE-RECORD TO DATA-IN
                   CALL "APITPATT" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   MOVE ZERO TO WS-DAY-CAP
                   IF  RESP-CODE <> 0
                       MOVE DATA-OUT TO ATTENDANCE-RECORD
                       EVALUATE TRUE
                           WHEN WS-ATT-PRESENT
                               MOVE WS-STD-DAY-HOURS TO WS-DAY-CAP
                               IF  WS-ATT-OT-APPROVED = "Y"
                               AND WS-ATT-OT-HOURS IS NUMERIC
                                   ADD WS-ATT-OT-HOURS TO WS-DAY-CAP
                               END-IF
                           WHEN WS-ATT-HALF
                               COMPUTE WS-DAY-CAP =
                                       WS-STD-DAY-HOURS / 2
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF  WS-DAY-TOTAL (WS-DAY-SUB) > WS-DAY-CAP
                       SET ERRORS TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF  ERRORS THEN
               MOVE DFHBMASB  TO  TSHMDAYA
               MOVE -1        TO  TSHMPRJL (1)
               MOVE 15        TO  WORK-MSG-CODE
           END-IF.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE WEEK - EVERY KEYED LINE THAT IS NOT YET
      * APPROVED GOES ON FILE SUBMITTED TO ITS APPROVER (A REJECTED
      * LINE IS RESUBMITTED AS KEYED), AND A LINE ON FILE WHOSE
      * PROJECT HAS BEEN BLANKED OUT IS WITHDRAWN.
      *-----------------------------------------------------------------
       600-FILE-SHEET.

           PERFORM 850-GET-OPID-AND-TIME.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8
               EVALUATE TRUE
                   WHEN WS-GR-LOCKED (WS-LINE-SUB)
                       CONTINUE
                   WHEN WS-GR-KEYED (WS-LINE-SUB)
                       PERFORM 610-FILE-ONE-LINE THRU 610-EXIT
                   WHEN WS-SL-FOUND (WS-LINE-SUB)
                       PERFORM 620-WITHDRAW-LINE THRU 620-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           MOVE 1 TO WORK-MSG-CODE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES ONE KEYED LINE AS SUBMITTED - CHANGED WHEN THE
      * LINE IS ALREADY ON FILE, ADDED OTHERWISE.
      *-----------------------------------------------------------------
       610-FILE-ONE-LINE.

           IF  WS-SL-FOUND (WS-LINE-SUB) THEN
               MOVE WS-SL-ROW (WS-LINE-SUB) TO TIMESHEET-LINE-RECORD
               MOVE TIMESHEET-LINE-RECORD   TO WS-AUD-BEFORE-IMAGE
               MOVE 3                       TO CMD-CODE
           ELSE
               MOVE SPACES                  TO TIMESHEET-LINE-RECORD
               MOVE SPACES                  TO WS-AUD-BEFORE-IMAGE
               MOVE 2                       TO CMD-CODE
           END-IF.

           MOVE TSHMEMPI                   TO WS-TSH-EMP-NO.
           MOVE WS-KEY-WEEK                TO WS-TSH-WEEK-START.
           MOVE WS-LINE-SUB                TO WS-TSH-LINE-NO.
           MOVE WS-GR-PROJ-NO (WS-LINE-SUB) TO WS-TSH-PROJ-NO.
           MOVE WS-GR-ACT-NO (WS-LINE-SUB) TO WS-TSH-ACT-NO.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               MOVE WS-GR-HOURS (WS-LINE-SUB, WS-DAY-SUB)
                 TO WS-TSH-HOURS (WS-DAY-SUB)
           END-PERFORM.
           MOVE "S"                        TO WS-TSH-STATUS.
           MOVE WS-GR-APPROVER (WS-LINE-SUB) TO WS-TSH-APPROVER-EMP-NO.
           MOVE EIBOPID                    TO WS-TSH-MAKER-OPID.
           MOVE WS-STAMP-YYMMDD            TO WS-TSH-SUBMIT-DATE.
           MOVE SPACES                     TO WS-TSH-DECIDE-OPID.
           MOVE ZERO                       TO WS-TSH-DECIDE-DATE.

           MOVE TIMESHEET-LINE-RECORD TO DATA-IN.
           CALL "APITPTSH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 870-AUDIT-LINE.

       610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA WITHDRAWS A LINE ON FILE THE EMPLOYEE HAS BLANKED
      * OUT - IT LEAVES THE APPROVER'S LIST AND BOOKS NOTHING.
      *-----------------------------------------------------------------
       620-WITHDRAW-LINE.

           MOVE WS-SL-ROW (WS-LINE-SUB) TO TIMESHEET-LINE-RECORD.
           IF  WS-TSH-WITHDRAWN THEN
               GO TO 620-EXIT
           END-IF.
           MOVE TIMESHEET-LINE-RECORD   TO WS-AUD-BEFORE-IMAGE.
           MOVE "C"                     TO WS-TSH-STATUS.
           MOVE EIBOPID                 TO WS-TSH-MAKER-OPID.
           MOVE WS-STAMP-YYMMDD         TO WS-TSH-SUBMIT-DATE.

           MOVE 3 TO CMD-CODE.
           MOVE TIMESHEET-LINE-RECORD TO DATA-IN.
           CALL "APITPTSH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 870-AUDIT-LINE.

       620-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA DECIDES THE LISTED LINES MARKED X - PF11 APPROVES,
      * PF12 REJECTS. EACH LINE IS READ AGAIN FIRST: IT MUST STILL BE
      * SUBMITTED, STILL ROUTED TO THE CALLER, AND NOT THE CALLER'S OWN
      * TIME. A MASKED CREDENTIAL MAY NOT DECIDE.
      *-----------------------------------------------------------------
       700-DECIDE-LINES.

           MOVE ZERO TO WS-DECIDED-COUNT.
           MOVE ZERO TO WS-REFUSED-COUNT.
           MOVE ZERO TO WS-SELECTED-COUNT.

           IF  WS-SEC-MASKED THEN
               ADD 1          TO  WS-REFUSED-COUNT
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 850-GET-OPID-AND-TIME.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-PEND-COUNT
               IF  TSHMSELI (WS-LINE-SUB) = "X"
                   ADD 1 TO WS-SELECTED-COUNT
                   PERFORM 710-DECIDE-ONE-LINE THRU 710-EXIT
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-SELECTED-COUNT = ZERO
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 19 TO WORK-MSG-CODE
               WHEN WS-REFUSED-COUNT > ZERO
                   MOVE WS-REFUSE-MSG TO WORK-MSG-CODE
               WHEN EIBAID = DFHPF11
                   MOVE 2  TO WORK-MSG-CODE
               WHEN OTHER
                   MOVE 3  TO WORK-MSG-CODE
           END-EVALUATE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA DECIDES ONE MARKED LINE AND, ON AN APPROVAL, BOOKS
      * ITS HOURS AS ACTUAL TIME.
      *-----------------------------------------------------------------
       710-DECIDE-ONE-LINE.

           MOVE WS-PEND-ROW (WS-LINE-SUB) TO TIMESHEET-LINE-RECORD.
           MOVE 1 TO CMD-CODE.
           MOVE TIMESHEET-LINE-RECORD TO DATA-IN.
           CALL "APITPTSH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1  TO WS-REFUSED-COUNT
               MOVE 20 TO WS-REFUSE-MSG
               GO TO 710-EXIT
           END-IF.
           MOVE DATA-OUT TO TIMESHEET-LINE-RECORD.

           IF  NOT WS-TSH-SUBMITTED
           OR  WS-TSH-APPROVER-EMP-NO NOT = WS-CALLER-EMP-NO THEN
               ADD 1  TO WS-REFUSED-COUNT
               MOVE 16 TO WS-REFUSE-MSG
               GO TO 710-EXIT
           END-IF.
           IF  WS-TSH-EMP-NO = WS-CALLER-EMP-NO THEN
               ADD 1  TO WS-REFUSED-COUNT
               MOVE 17 TO WS-REFUSE-MSG
               GO TO 710-EXIT
           END-IF.

           MOVE TIMESHEET-LINE-RECORD TO WS-AUD-BEFORE-IMAGE.
           IF  EIBAID = DFHPF11 THEN
               MOVE "A"               TO WS-TSH-STATUS
           ELSE
               MOVE "R"               TO WS-TSH-STATUS
           END-IF.
           MOVE EIBOPID               TO WS-TSH-DECIDE-OPID.
           MOVE WS-STAMP-YYMMDD       TO WS-TSH-DECIDE-DATE.

           MOVE 3 TO CMD-CODE.
           MOVE TIMESHEET-LINE-RECORD TO DATA-IN.
           CALL "APITPTSH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           IF  WS-TSH-APPROVED THEN
               PERFORM 750-BOOK-ACTUALS THRU 750-EXIT
           END-IF.

           PERFORM 870-AUDIT-LINE.
           ADD 1 TO WS-DECIDED-COUNT.

       710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA BOOKS AN APPROVED LINE'S HOURS ON THE MONTHLY ACTUAL
      * COBBAT36 FILLS - A WEEK CAN RUN ACROSS A MONTH END, SO THE
      * HOURS ARE SUMMED MONTH BY MONTH AND EACH MONTH'S SHARE IS
      * TURNED INTO DAYS AT THE STANDARD DAY ONCE.
      *-----------------------------------------------------------------
       750-BOOK-ACTUALS.

           MOVE WS-TSH-WEEK-START TO WS-CURR-DATE.
           PERFORM 230-SET-WEEK-DATES THRU 230-EXIT.

           MOVE SPACES TO WS-POST-YEARMONTH.
           MOVE ZERO   TO WS-POST-HOURS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               MOVE WS-WEEK-DATE (WS-DAY-SUB) (1:2) TO WS-DYM-YY
               MOVE WS-WEEK-DATE (WS-DAY-SUB) (3:2) TO WS-DYM-MM
               IF  WS-DAY-YEARMONTH NOT = WS-POST-YEARMONTH
                   PERFORM 760-POST-MONTH THRU 760-EXIT
                   MOVE WS-DAY-YEARMONTH TO WS-POST-YEARMONTH
               END-IF
               ADD WS-TSH-HOURS (WS-DAY-SUB) TO WS-POST-HOURS
           END-PERFORM.
           PERFORM 760-POST-MONTH THRU 760-EXIT.

       750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA ADDS ONE MONTH'S HOURS, AS DAYS, TO THE EMPLOYEE'S
      * ACTUAL FOR THE PROJECT AND ACTIVITY (APITPTSA CMD-CODE 1 READ,
      * THEN THE SAME CMD-CODE 2 ADD/REPLACE COBBAT36 FILES WITH).
      *-----------------------------------------------------------------
       760-POST-MONTH.

           IF  WS-POST-HOURS = ZERO THEN
               GO TO 760-EXIT
           END-IF.

           MOVE SPACES            TO TIME-ACTUAL-RECORD.
           MOVE WS-TSH-EMP-NO     TO WS-TSA-EMP-NO.
           MOVE WS-TSH-PROJ-NO    TO WS-TSA-PROJ-NO.
           MOVE WS-TSH-ACT-NO     TO WS-TSA-ACT-NO.
           MOVE WS-POST-YEARMONTH TO WS-TSA-YEARMONTH.
           MOVE 1 TO CMD-CODE.
           MOVE TIME-ACTUAL-RECORD TO DATA-IN.
           CALL "APITPTSA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT      TO TIME-ACTUAL-RECORD
           ELSE
               MOVE ZERO          TO WS-TSA-ACTUAL-DAYS
           END-IF.

           COMPUTE WS-TSA-ACTUAL-DAYS ROUNDED =
                   WS-TSA-ACTUAL-DAYS
                   + WS-POST-HOURS / WS-STD-DAY-HOURS.

           MOVE 2 TO CMD-CODE.
           MOVE TIME-ACTUAL-RECORD TO DATA-IN.
           CALL "APITPTSA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE ZERO TO WS-POST-HOURS.

       760-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 810-STEP-TO-NEXT-DAY - MOVE WS-CURR-DATE ON ONE CALENDAR DAY.
      *-----------------------------------------------------------------
       810-STEP-TO-NEXT-DAY.

           PERFORM 820-SET-DAYS-THIS-MONTH THRU 820-EXIT.
           ADD 1 TO WS-CURR-DD.
           IF  WS-CURR-DD > WS-DAYS-THIS-MONTH THEN
               MOVE 1 TO WS-CURR-DD
               ADD 1 TO WS-CURR-MM
               IF  WS-CURR-MM > 12 THEN
                   MOVE 1 TO WS-CURR-MM
                   ADD 1 TO WS-CURR-YY
               END-IF
           END-IF.

       810-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 820-SET-DAYS-THIS-MONTH - MONTH LENGTH WITH THE FEBRUARY LEAP
      *    PATCH, SAME AS COBWDAYS.
      *-----------------------------------------------------------------
       820-SET-DAYS-THIS-MONTH.

           IF  WS-CURR-MM < 1 OR WS-CURR-MM > 12 THEN
               MOVE 31 TO WS-DAYS-THIS-MONTH
               GO TO 820-EXIT
           END-IF.
           MOVE WS-MONTH-DAYS (WS-CURR-MM) TO WS-DAYS-THIS-MONTH.
           IF  WS-CURR-MM = 2 THEN
               IF  WS-CURR-YY < 50 THEN
                   COMPUTE WS-CURR-YYYY = 2000 + WS-CURR-YY
               ELSE
                   COMPUTE WS-CURR-YYYY = 1900 + WS-CURR-YY
               END-IF
               DIVIDE WS-CURR-YYYY BY 4
                       GIVING WS-DIV-QUOT REMAINDER WS-LEAP-WORK
               IF  WS-LEAP-WORK = 0 THEN
                   DIVIDE WS-CURR-YYYY BY 100
                           GIVING WS-DIV-QUOT REMAINDER WS-LEAP-WORK
                   IF  WS-LEAP-WORK = 0 THEN
                       DIVIDE WS-CURR-YYYY BY 400
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

       820-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 830-DAY-OF-WEEK - ZELLER'S CONGRUENCE FOR WS-CURR-DATE INTO
      *    WS-Z-H (1 SATURDAY, 2 SUNDAY, 3 MONDAY ... 7 FRIDAY), SAME
      *    SPELLED OUT ARITHMETIC AS COBBAT41.
      *-----------------------------------------------------------------
       830-DAY-OF-WEEK.

           IF  WS-CURR-YY < 50 THEN
               COMPUTE WS-Z-YEAR = 2000 + WS-CURR-YY
           ELSE
               COMPUTE WS-Z-YEAR = 1900 + WS-CURR-YY
           END-IF.
           MOVE WS-CURR-MM TO WS-Z-MONTH.
           IF  WS-Z-MONTH < 3 THEN
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF.
           DIVIDE WS-Z-YEAR BY 100
                   GIVING WS-Z-J REMAINDER WS-Z-K.
           COMPUTE WS-Z-H = 13 * (WS-Z-MONTH + 1).
           DIVIDE WS-Z-H BY 5
                   GIVING WS-Z-H REMAINDER WS-DIV-QUOT.
           COMPUTE WS-Z-H = WS-Z-H + WS-CURR-DD + WS-Z-K
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

       830-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * LINE STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS COBCIO24.
      *-----------------------------------------------------------------
       850-GET-OPID-AND-TIME.

           EXEC CICS
               ASSIGN OPID(EIBOPID)
           END-EXEC.

           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.

           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

      *-----------------------------------------------------------------
      * THIS PARA PUTS THE LINE JUST FILED OR DECIDED ON THE HR AUDIT
      * TRAIL, KEYED BY EMPLOYEE AND WEEK.
      *-----------------------------------------------------------------
       870-AUDIT-LINE.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           MOVE SPACES                   TO WS-AUD-KEY.
           STRING WS-TSH-EMP-NO WS-TSH-WEEK-START
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE TIMESHEET-LINE-RECORD    TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO TSHMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO TSHMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO TSHMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO TSHMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(TSHMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

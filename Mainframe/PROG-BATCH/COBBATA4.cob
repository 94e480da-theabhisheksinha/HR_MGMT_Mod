      *-----------------------------------------------------------------
      *    COBBATA4 - RETIREMENT ELIGIBILITY FORECAST AND SUCCESSION
      *               RISK. EMP-BIRTH-DATE SAT ON EVERY EMPLOYEE-
      *               MASTER-RECORD UNUSED AND KEY PEOPLE RETIRED WITH
      *               NOBODY READY BEHIND THEM. THIS RUN WALKS THE
      *               EMPLOYEE MASTER (APITP010 CMD-CODE 4, CONTRACTORS
      *               AND LEAVERS SKIPPED), WORKS OUT EACH PERSON'S
      *               RETIREMENT DATE FROM THE BIRTH DATE (COBDTE3
      *               CONVERSION) AND THE RETIREMENT AGE ON THE RUNTIME
      *               PARAMETER FILE (APITPPRM COBBATA4/RETIREAGE, 60
      *               WHEN NO ROW), AND EVERYONE REACHING IT IN THE
      *               NEXT FIVE YEARS IS LISTED BY DEPARTMENT AND JOB
      *               WITH HOW MANY YEARS OUT THEY ARE. EACH LINE IS
      *               FLAGGED WHERE THE PERSON IS THE ONLY HOLDER OF A
      *               COBCIO29 SKILL (APITPSKL CMD-CODE 4 THEIR ROWS,
      *               CMD-CODE 5 EVERYONE ELSE'S FOR THE SAME CODE),
      *               HOLDS A SECURITY CLEARANCE STILL IN DATE
      *               (EMP-SECURITY-EXP, SAME FIELD COBBAT15 WATCHES)
      *               OR IS THE APPROVING MANAGER OVER ANYBODY ON
      *               APITPRLN (CMD-CODE 4 PER-MANAGER CURSOR). A
      *               SECOND FILE COUNTS THE RETIREMENTS BY DEPARTMENT
      *               AND JOB FOR EACH OF THE FIVE YEARS. THE LISTING
      *               IS CUT ON A "REPORT" SYSIN CARD, ONCE A QUARTER;
      *               EVERY RUN - THE NIGHTLY ONE HAS A BLANK CARD -
      *               OPENS THE COBCIO57 EXIT CLEARANCE FOR ANYONE
      *               WHOSE RETIREMENT DATE HAS ARRIVED BY STAMPING IT
      *               AS EMP-DATE-TERMINATED (APITP010 CMD-CODE 5,
      *               AUDITED THROUGH COBAUDIT), SO THE HARDWARE, LOAN
      *               AND LEAVE SIGN-OFFS AND THE COBBAT14 CLOSE-OUT
      *               START ON THE DAY, AND ALERTS HR THROUGH COBALERT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATA4.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIREMENT-REPORT-FILE ASSIGN TO RETFCST
               ORGANIZATION IS SEQUENTIAL.
      *    ** the department/job counts succession planning works from
           SELECT RETIREMENT-SUMMARY-FILE ASSIGN TO RETSUMM
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  RETIREMENT-REPORT-FILE
           RECORDING MODE IS F.
      *    ** one line per employee retiring inside the horizon - the
      *    ** risk column reads HIGH when any of the three flags is up
       01  RETIREMENT-REPORT-RECORD.
           03  RR-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-JOB                      PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-EMP-ID                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-RETIRE-DATE              PIC 9(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-YEARS-OUT                PIC 9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-SOLE-SKILL               PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-CLEARANCE-FLAG           PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-MANAGER-FLAG             PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-RISK                     PIC X(4).

       FD  RETIREMENT-SUMMARY-FILE
           RECORDING MODE IS F.
       01  RETIREMENT-SUMMARY-RECORD.
           03  RS-DEPT-CODE                PIC X(4).
           03  RS-JOB                      PIC X(8).
           03  RS-RUN-DATE                 PIC 9(6).
           03  RS-YEAR-COUNT               PIC 9(5) OCCURS 5 TIMES.
           03  RS-AT-RISK-COUNT            PIC 9(5).

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
           03  WS-EMP-DATE-MAINTAINED      PIC 9(5).
           03  WS-EMP-BIRTH-DATE           PIC 9(5).
           03  WS-EMP-SECURITY-EXP         PIC 9(5) COMP-3.
           03  WS-EMP-SALARY               PIC S9(7)V9(2) COMP-3.
           03  WS-EMP-FIRST-JOINED         PIC 9(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  WS-EMP-LOCATION             PIC X(2).
           03  WS-EMP-TYPE                 PIC X(1).
           03  FILLER                      PIC X(20).

      *    ** per-employee skill rows off the COBCIO29 inventory -
      *    ** APITPSKL CMD-CODE 4 PER-DEVELOPER CURSOR, 5 PER-SKILL
      *    ** CURSOR
       01  EMP-SKILL-RECORD.
           10 WS-SKL-EMP-NO           PIC X(6).
           10 WS-SKL-SKILL-CODE       PIC X(6).
           10 WS-SKL-PROFICIENCY      PIC 9(2).
           10 WS-SKL-LAST-USED        PIC 9(6).
           10 WS-SKL-CERT-FLAG        PIC X(1).
      *    ** the per-developer cursor row held while the per-skill
      *    ** cursor counts the other holders
       01  WS-SKL-SAVE-RECORD              PIC X(21).

      *    ** the COBCIO45 reporting line - CMD-CODE 4 PER-MANAGER
      *    ** CURSOR returns the rows whose WS-RPT-MGR-EMP-NO matches
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

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

      *    ** same COBDTE3 parameter shape COBBAT46 converts with
       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                PIC X(8).
           03  COBDATE-DATE-RED1 REDEFINES COBDATE-DATE.
               05  COBDATE-DATE-YYDDD      PIC 9(5).
               05  FILLER                  PIC X(3).
           03  COBDATE-DATE-RED2 REDEFINES COBDATE-DATE.
               05  COBDATE-DATE-YYMMDD     PIC 9(6).
               05  FILLER                  PIC X(2).
           03  COBDATE-INPUT-FORMAT        PIC X(8).
           03  COBDATE-OUTPUT-FORMAT       PIC X(8).
           03  COBDATE-MESSAGE             PIC X(30).

      *    ** run-mode card from SYSIN - REPORT cuts the quarterly
      *    ** listing, anything else only opens the clearances due
       01  WS-MODE-CARD                    PIC X(6).
           88  WS-REPORT-RUN                   VALUE "REPORT".

       01  WS-RETIRE-AGE                   PIC S9(3) COMP-3 VALUE +60.
       01  WS-HORIZON-MONTHS               PIC S9(4) COMP VALUE +60.

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  WS-RUN-DD                   PIC 99.
       01  WS-RUN-CCYYMMDD                 PIC 9(8).
       01  WS-RUN-CCYYDDD                  PIC 9(7).

      *    ** the birth date as COBDTE3 hands it back, and the
      *    ** retirement date built from it
       01  WS-BIRTH-YYMMDD                 PIC 9(6).
       01  WS-BIRTH-YYMMDD-R REDEFINES WS-BIRTH-YYMMDD.
           03  WS-BIRTH-YY                 PIC 99.
           03  WS-BIRTH-MM                 PIC 99.
           03  WS-BIRTH-DD                 PIC 99.
       01  WS-BIRTH-CCYY                   PIC 9(4).
       01  WS-RETIRE-CCYYMMDD              PIC 9(8).
       01  WS-RETIRE-CCYYMMDD-R REDEFINES WS-RETIRE-CCYYMMDD.
           03  WS-RETIRE-CCYY              PIC 9(4).
           03  WS-RETIRE-CCYY-R REDEFINES WS-RETIRE-CCYY.
               05  FILLER                  PIC 99.
               05  WS-RETIRE-YY            PIC 99.
           03  WS-RETIRE-MM                PIC 99.
           03  WS-RETIRE-DD                PIC 99.
       01  WS-RETIRE-YYMMDD                PIC 9(6).
       01  WS-RETIRE-YYMMDD-R REDEFINES WS-RETIRE-YYMMDD.
           03  WS-RET-YY                   PIC 99.
           03  WS-RET-MM                   PIC 99.
           03  WS-RET-DD                   PIC 99.
       01  WS-MONTHS-OUT                   PIC S9(5) COMP.
       01  WS-YEARS-OUT                    PIC S9(4) COMP.
       01  WS-LEAP-REM                     PIC S9(4) COMP.
       01  WS-LEAP-QUOT                    PIC S9(4) COMP.

      *    ** the clearance expiry as a comparable CCYYDDD
       01  WS-CLR-YYDDD                    PIC 9(5).
       01  WS-CLR-YYDDD-R REDEFINES WS-CLR-YYDDD.
           03  WS-CLR-YY                   PIC 99.
           03  WS-CLR-DDD                  PIC 999.
       01  WS-CLR-CCYYDDD                  PIC 9(7).

      *    ** the three risk flags for the line in hand
       01  WS-SOLE-SKILL                   PIC X(6).
       01  WS-CLEARANCE-FLAG               PIC X(1).
       01  WS-MANAGER-FLAG                 PIC X(1).
       01  WS-OTHER-HOLDERS                PIC S9(5) COMP.
       01  WS-SKL-CURSOR-SWITCH            PIC X.
           88  WS-SKL-CURSOR-DONE              VALUE "Y".
       01  WS-HOLDER-CURSOR-SWITCH         PIC X.
           88  WS-HOLDER-CURSOR-DONE           VALUE "Y".

      *    ** department/job retirement counts, same rollup-table
      *    ** idiom as COBBAT16/COBBAT21/COBBAT25, keyed one level
      *    ** deeper
       01  WS-DEPT-JOB-TABLE.
           03  WS-DJ-ENTRY OCCURS 200 TIMES INDEXED BY DJ-IX.
               05  WS-DJ-DEPT-CODE         PIC X(4).
               05  WS-DJ-JOB               PIC X(8).
               05  WS-DJ-YEAR-COUNT        PIC S9(5) COMP-3
                                           OCCURS 5 TIMES.
               05  WS-DJ-AT-RISK-COUNT     PIC S9(5) COMP-3.
       01  WS-DJ-COUNT                     PIC S9(4) COMP VALUE +0.
       01  WS-DJ-FOUND-SWITCH              PIC X.
           88  WS-DJ-FOUND                     VALUE "Y".
       01  WS-YEAR-IX                      PIC S9(4) COMP.

       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-EMP-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-FORECAST-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-AT-RISK-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-OPENED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-NO-BIRTH-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** who/when/before/after capture for HR master changes -
      *    ** COBAUDIT stamps date/time and files the row through the
      *    ** APITPAUD gateway, same facility the COBCIO25 inquiry
      *    ** browses
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBBATA4".
           03  WS-AUD-OPERATOR             PIC X(8) VALUE "COBBATA4".
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** standard alert handed to COBALERT - de-duplicated on the
      *    ** APITPALT gateway and fed to the email-gateway interface
      *    ** file, message text off the shared APITPMSG file
       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBATA4".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "RETIRE".
           03  WS-ALT-SEVERITY             PIC X(1).
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE      PIC X(8) VALUE "HR".
           03  WS-ALT-MSG-CODE             PIC 99.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATA4".
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
           PERFORM 200-SCAN-EMPLOYEES THRU 200-EXIT
           IF  WS-REPORT-RUN THEN
               PERFORM 800-WRITE-SUMMARY
           END-IF
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - READ THE MODE CARD, WORK OUT THE RUN DATE IN
      *    BOTH THE FORMS THE COMPARISONS NEED, LOAD THE RETIREMENT
      *    AGE AND OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           ACCEPT WS-MODE-CARD.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-CCYYMMDD = 20000000 + WS-RUN-DATE
           ELSE
               COMPUTE WS-RUN-CCYYMMDD = 19000000 + WS-RUN-DATE
           END-IF.

           MOVE WS-RUN-DATE          TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE-YYDDD   TO  WS-CLR-YYDDD.
           PERFORM 360-WINDOW-YYDDD.
           MOVE WS-CLR-CCYYDDD       TO  WS-RUN-CCYYDDD.

           MOVE "COBBATA4"     TO WS-PRM-PROGRAM.
           MOVE "RETIREAGE   " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > 40 AND WS-PRM-VALUE < 80
                   MOVE WS-PRM-VALUE TO WS-RETIRE-AGE
               END-IF
           END-IF.

           IF  WS-REPORT-RUN THEN
               OPEN OUTPUT RETIREMENT-REPORT-FILE
               OPEN OUTPUT RETIREMENT-SUMMARY-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 200-SCAN-EMPLOYEES - WALK EVERY EMPLOYEE-MASTER-RECORD AND
      *    CHECK EACH PERMANENT EMPLOYEE STILL ON THE BOOKS.
      *-----------------------------------------------------------------
       200-SCAN-EMPLOYEES.

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
                   AND WS-EMP-DATE-TERMINATED = ZERO
                       PERFORM 300-CHECK-ONE-EMPLOYEE THRU 300-EXIT
                   END-IF
      *            ** restore the cursor command after the change
      *            ** and the skill/reporting-line reads reused it
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-CHECK-ONE-EMPLOYEE - WORK OUT THE RETIREMENT DATE. ONE
      *    THAT HAS ARRIVED OPENS THE EXIT CLEARANCE; ONE INSIDE THE
      *    FIVE-YEAR HORIZON GOES ON THE QUARTERLY LISTING.
      *-----------------------------------------------------------------
       300-CHECK-ONE-EMPLOYEE.

           IF  WS-EMP-BIRTH-DATE IS NOT NUMERIC
           OR  WS-EMP-BIRTH-DATE = ZERO
               ADD 1 TO WS-NO-BIRTH-COUNT
               GO TO 300-EXIT
           END-IF.

           PERFORM 350-RETIREMENT-DATE.

           IF  WS-RETIRE-CCYYMMDD NOT > WS-RUN-CCYYMMDD THEN
               PERFORM 600-OPEN-EXIT-CLEARANCE THRU 600-EXIT
               GO TO 300-EXIT
           END-IF.

           IF  NOT WS-REPORT-RUN THEN
               GO TO 300-EXIT
           END-IF.

           COMPUTE WS-MONTHS-OUT =
                   (WS-RETIRE-CCYY * 12 + WS-RETIRE-MM)
                 - ((WS-RUN-CCYYMMDD / 10000) * 12 + WS-RUN-MM).
           IF  WS-MONTHS-OUT > WS-HORIZON-MONTHS THEN
               GO TO 300-EXIT
           END-IF.
           IF  WS-MONTHS-OUT < 1 THEN
               MOVE 1 TO WS-YEARS-OUT
           ELSE
               COMPUTE WS-YEARS-OUT = (WS-MONTHS-OUT - 1) / 12 + 1
           END-IF.

           PERFORM 400-CHECK-SKILLS THRU 400-EXIT.
           PERFORM 450-CHECK-CLEARANCE.
           PERFORM 500-CHECK-MANAGER.
           PERFORM 700-WRITE-LINE.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-RETIREMENT-DATE - THE BIRTHDAY THE RETIREMENT AGE IS
      *    REACHED ON. A TWO-DIGIT BIRTH YEAR THE USUAL WINDOW WOULD
      *    PUT AFTER THE RUN DATE BELONGS TO THE LAST CENTURY, AND A
      *    29 FEBRUARY BIRTHDAY FALLS ON THE 28TH OUTSIDE A LEAP YEAR.
      *-----------------------------------------------------------------
       350-RETIREMENT-DATE.

           MOVE WS-EMP-BIRTH-DATE TO COBDATE-DATE.
           MOVE "YYDDD"           TO COBDATE-INPUT-FORMAT.
           MOVE "YYMMDD"          TO COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE-YYMMDD TO WS-BIRTH-YYMMDD.

           IF  WS-BIRTH-YY < 50 THEN
               COMPUTE WS-BIRTH-CCYY = 2000 + WS-BIRTH-YY
           ELSE
               COMPUTE WS-BIRTH-CCYY = 1900 + WS-BIRTH-YY
           END-IF.
           IF  WS-BIRTH-CCYY * 10000 + WS-BIRTH-MM * 100 + WS-BIRTH-DD
               > WS-RUN-CCYYMMDD
               SUBTRACT 100 FROM WS-BIRTH-CCYY
           END-IF.

           COMPUTE WS-RETIRE-CCYY = WS-BIRTH-CCYY + WS-RETIRE-AGE.
           MOVE WS-BIRTH-MM TO WS-RETIRE-MM.
           MOVE WS-BIRTH-DD TO WS-RETIRE-DD.
           IF  WS-RETIRE-MM = 2 AND WS-RETIRE-DD = 29
               DIVIDE WS-RETIRE-CCYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
               IF  WS-LEAP-REM NOT = ZERO
                   MOVE 28 TO WS-RETIRE-DD
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 360-WINDOW-YYDDD - WS-CLR-YYDDD TO A COMPARABLE WS-CLR-CCYYDDD,
      *    SAME 2-DIGIT YEAR WINDOW AS COBBAT15.
      *-----------------------------------------------------------------
       360-WINDOW-YYDDD.

           IF  WS-CLR-YY < 50 THEN
               COMPUTE WS-CLR-CCYYDDD = 2000000 + WS-CLR-YYDDD
           ELSE
               COMPUTE WS-CLR-CCYYDDD = 1900000 + WS-CLR-YYDDD
           END-IF.

      *-----------------------------------------------------------------
      * 400-CHECK-SKILLS - WALK THE EMPLOYEE'S OWN SKILL ROWS AND, FOR
      *    EACH, COUNT ANYONE ELSE HOLDING THE SAME CODE. THE FIRST
      *    CODE NOBODY ELSE HOLDS IS THE ONE REPORTED.
      *-----------------------------------------------------------------
       400-CHECK-SKILLS.

           MOVE SPACES    TO WS-SOLE-SKILL.
           MOVE "N"       TO WS-SKL-CURSOR-SWITCH.
           MOVE SPACES    TO EMP-SKILL-RECORD.
           MOVE WS-EMP-ID TO WS-SKL-EMP-NO.

           PERFORM UNTIL WS-SKL-CURSOR-DONE
               MOVE 4 TO CMD-CODE
               MOVE EMP-SKILL-RECORD TO DATA-IN
               CALL "APITPSKL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SKL-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMP-SKILL-RECORD
                   MOVE EMP-SKILL-RECORD TO WS-SKL-SAVE-RECORD
                   PERFORM 420-COUNT-OTHER-HOLDERS
                   IF  WS-OTHER-HOLDERS = ZERO
                       MOVE WS-SKL-SKILL-CODE TO WS-SOLE-SKILL
                       SET WS-SKL-CURSOR-DONE TO TRUE
                   END-IF
                   MOVE WS-SKL-SAVE-RECORD TO EMP-SKILL-RECORD
               END-IF
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 420-COUNT-OTHER-HOLDERS - THE PER-SKILL CURSOR FOR THE CODE IN
      *    HAND, STOPPING AT THE FIRST OTHER HOLDER.
      *-----------------------------------------------------------------
       420-COUNT-OTHER-HOLDERS.

           MOVE ZERO TO WS-OTHER-HOLDERS.
           MOVE "N"  TO WS-HOLDER-CURSOR-SWITCH.
           MOVE 5    TO CMD-CODE.

           PERFORM UNTIL WS-HOLDER-CURSOR-DONE
               MOVE EMP-SKILL-RECORD TO DATA-IN
               CALL "APITPSKL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-HOLDER-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMP-SKILL-RECORD
                   IF  WS-SKL-EMP-NO NOT = WS-EMP-ID
                       ADD 1 TO WS-OTHER-HOLDERS
                       SET WS-HOLDER-CURSOR-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 450-CHECK-CLEARANCE - A CLEARANCE EXPIRY ON OR AFTER TODAY IS
      *    ONE STILL IN FORCE.
      *-----------------------------------------------------------------
       450-CHECK-CLEARANCE.

           MOVE "N" TO WS-CLEARANCE-FLAG.
           IF  WS-EMP-SECURITY-EXP > ZERO THEN
               MOVE WS-EMP-SECURITY-EXP TO WS-CLR-YYDDD
               PERFORM 360-WINDOW-YYDDD
               IF  WS-CLR-CCYYDDD NOT < WS-RUN-CCYYDDD
                   MOVE "Y" TO WS-CLEARANCE-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 500-CHECK-MANAGER - ANY REPORTING-LINE ROW NAMING THE EMPLOYEE
      *    AS MANAGER MAKES THEM AN APPROVER.
      *-----------------------------------------------------------------
       500-CHECK-MANAGER.

           MOVE "N"       TO WS-MANAGER-FLAG.
           MOVE SPACES    TO REPORTING-LINE-RECORD.
           MOVE WS-EMP-ID TO WS-RPT-MGR-EMP-NO.
           MOVE 4 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE "Y" TO WS-MANAGER-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * 600-OPEN-EXIT-CLEARANCE - THE RETIREMENT DATE HAS ARRIVED:
      *    STAMP IT AS THE TERMINATION DATE SO COBCIO57 TAKES THE
      *    EMPLOYEE AND COBBAT14 CLOSES THEM OUT, AUDIT THE CHANGE AND
      *    TELL HR.
      *-----------------------------------------------------------------
       600-OPEN-EXIT-CLEARANCE.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-RETIRE-YY  TO WS-RET-YY.
           MOVE WS-RETIRE-MM  TO WS-RET-MM.
           MOVE WS-RETIRE-DD  TO WS-RET-DD.
           MOVE WS-RETIRE-YYMMDD TO WS-EMP-DATE-TERMINATED.

           MOVE 5 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATA4 - RETIREMENT NOT STAMPED FOR "
                       WS-EMP-ID
               GO TO 600-EXIT
           END-IF.

           MOVE "EMPMASTR"             TO WS-AUD-FILE.
           MOVE WS-EMP-ID              TO WS-AUD-KEY.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE "M"       TO WS-ALT-SEVERITY.
           MOVE WS-EMP-ID TO WS-ALT-KEY.
           MOVE 1         TO WS-ALT-MSG-CODE.
           CALL "COBALERT" USING ALERT-RECORD.

           ADD 1 TO WS-OPENED-COUNT.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-WRITE-LINE - THE LISTING LINE AND THE DEPARTMENT/JOB COUNT.
      *-----------------------------------------------------------------
       700-WRITE-LINE.

           MOVE SPACES             TO RETIREMENT-REPORT-RECORD.
           MOVE WS-EMP-DEPT-CODE   TO RR-DEPT-CODE.
           MOVE WS-EMP-JOB         TO RR-JOB.
           MOVE WS-EMP-ID          TO RR-EMP-ID.
           MOVE WS-EMP-NAME        TO RR-EMP-NAME.
           MOVE WS-RETIRE-CCYYMMDD TO RR-RETIRE-DATE.
           MOVE WS-YEARS-OUT       TO RR-YEARS-OUT.
           MOVE WS-SOLE-SKILL      TO RR-SOLE-SKILL.
           MOVE WS-CLEARANCE-FLAG  TO RR-CLEARANCE-FLAG.
           MOVE WS-MANAGER-FLAG    TO RR-MANAGER-FLAG.
           IF  WS-SOLE-SKILL > SPACES
           OR  WS-CLEARANCE-FLAG = "Y"
           OR  WS-MANAGER-FLAG = "Y"
               MOVE "HIGH" TO RR-RISK
               ADD 1 TO WS-AT-RISK-COUNT
           END-IF.
           WRITE RETIREMENT-REPORT-RECORD.
           ADD 1 TO WS-FORECAST-COUNT.

           MOVE "N" TO WS-DJ-FOUND-SWITCH.
           PERFORM VARYING DJ-IX FROM 1 BY 1
                   UNTIL DJ-IX > WS-DJ-COUNT OR WS-DJ-FOUND
               IF  WS-DJ-DEPT-CODE (DJ-IX) = WS-EMP-DEPT-CODE
               AND WS-DJ-JOB (DJ-IX) = WS-EMP-JOB
                   SET WS-DJ-FOUND TO TRUE
                   PERFORM 750-ADD-TO-DEPT-JOB
               END-IF
           END-PERFORM.

           IF  NOT WS-DJ-FOUND AND WS-DJ-COUNT < 200
               ADD 1 TO WS-DJ-COUNT
               SET DJ-IX TO WS-DJ-COUNT
               MOVE WS-EMP-DEPT-CODE TO WS-DJ-DEPT-CODE (DJ-IX)
               MOVE WS-EMP-JOB       TO WS-DJ-JOB (DJ-IX)
               MOVE ZERO TO WS-DJ-AT-RISK-COUNT (DJ-IX)
               PERFORM VARYING WS-YEAR-IX FROM 1 BY 1
                       UNTIL WS-YEAR-IX > 5
                   MOVE ZERO TO WS-DJ-YEAR-COUNT (DJ-IX, WS-YEAR-IX)
               END-PERFORM
               PERFORM 750-ADD-TO-DEPT-JOB
           END-IF.

      *-----------------------------------------------------------------
      * 750-ADD-TO-DEPT-JOB - COUNT THE LINE IN HAND AT DJ-IX.
      *-----------------------------------------------------------------
       750-ADD-TO-DEPT-JOB.

           ADD 1 TO WS-DJ-YEAR-COUNT (DJ-IX, WS-YEARS-OUT).
           IF  RR-RISK = "HIGH"
               ADD 1 TO WS-DJ-AT-RISK-COUNT (DJ-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 800-WRITE-SUMMARY - ONE ROW PER DEPARTMENT/JOB.
      *-----------------------------------------------------------------
       800-WRITE-SUMMARY.

           PERFORM VARYING DJ-IX FROM 1 BY 1
                   UNTIL DJ-IX > WS-DJ-COUNT
               MOVE WS-DJ-DEPT-CODE (DJ-IX)     TO RS-DEPT-CODE
               MOVE WS-DJ-JOB (DJ-IX)           TO RS-JOB
               MOVE WS-RUN-DATE                 TO RS-RUN-DATE
               PERFORM VARYING WS-YEAR-IX FROM 1 BY 1
                       UNTIL WS-YEAR-IX > 5
                   MOVE WS-DJ-YEAR-COUNT (DJ-IX, WS-YEAR-IX)
                       TO RS-YEAR-COUNT (WS-YEAR-IX)
               END-PERFORM
               MOVE WS-DJ-AT-RISK-COUNT (DJ-IX) TO RS-AT-RISK-COUNT
               WRITE RETIREMENT-SUMMARY-RECORD
           END-PERFORM.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           IF  WS-REPORT-RUN THEN
               CLOSE RETIREMENT-REPORT-FILE
               CLOSE RETIREMENT-SUMMARY-FILE
           END-IF.

           MOVE WS-EMP-COUNT        TO WS-RC-READ-COUNT.
           COMPUTE WS-RC-SELECT-COUNT =
                   WS-FORECAST-COUNT + WS-OPENED-COUNT.
           COMPUTE WS-RC-WRITE-COUNT = WS-FORECAST-COUNT + WS-DJ-COUNT.
           MOVE WS-ERROR-COUNT      TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"          TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-EMP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA4 - " WS-COUNT-DISPLAY " EMPLOYEES READ".
           MOVE WS-OPENED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA4 - " WS-COUNT-DISPLAY
                   " EXIT CLEARANCES OPENED AT RETIREMENT".
           MOVE WS-NO-BIRTH-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA4 - " WS-COUNT-DISPLAY
                   " EMPLOYEES WITH NO BIRTH DATE".
           IF  WS-REPORT-RUN THEN
               MOVE WS-FORECAST-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBATA4 - " WS-COUNT-DISPLAY
                       " RETIRING WITHIN FIVE YEARS"
               MOVE WS-AT-RISK-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBATA4 - " WS-COUNT-DISPLAY
                       " FLAGGED AS SUCCESSION RISK"
           END-IF.

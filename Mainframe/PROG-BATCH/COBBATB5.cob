      *-----------------------------------------------------------------
      *    COBBATB5 - WEEKLY SENSITIVE-INQUIRY ACCESS REVIEW. COBACCLG
      *               LOGS EVERY SALARY, BANK-DETAIL AND DEPENDENT VIEW
      *               ON THE APITPACL GATEWAY, BUT A LOG NOBODY READS
      *               STOPS NO LEAK. THIS RUN WALKS THE WHOLE LOG
      *               (APITPACL CMD-CODE 4) FOR THE SEVEN DAYS ENDING
      *               ON THE BUSINESS DATE AND WRITES ONE EXCEPTION
      *               LINE FOR EVERY VIEW THAT NEEDS EXPLAINING: OUTLINE
      *               WHEN THE EMPLOYEE VIEWED IS NEITHER THE OPERATOR
      *               THEMSELVES (APITPSEC OPERATOR DIRECTORY) NOR
      *               ANYONE WHOSE APITPRLN REPORTING LINE, WALKED UP
      *               THROUGH THE MANAGERS, REACHES THE OPERATOR; AND
      *               SENIOR WHEN UNMASKED PAY WAS SHOWN FOR AN
      *               EMPLOYEE WHOSE JOB (APITPJOB) IS GRADED AT OR
      *               ABOVE SENIORGRD (CENTRAL PARAMETER, DEFAULT 10).
      *               AN OPERATOR WITH MORE THAN VIEWLIMIT VIEWS IN THE
      *               WEEK (CENTRAL PARAMETER, DEFAULT 200) GETS A
      *               VOLUME LINE AT THE FOOT OF THE REPORT AND IS
      *               RAISED THROUGH COBALERT FOR THE SECURITY OFFICER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATB5.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-EXCEPTION-FILE ASSIGN TO ACCEXCP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  ACCESS-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  ACCESS-EXCEPTION-RECORD.
           03  AX-RUN-DATE                 PIC 9(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
      *        ** OUTLINE = OUTSIDE THE OPERATOR'S REPORTING LINE,
      *        ** SENIOR = SENIOR-GRADE PAY SHOWN, VOLUME = TOO MANY
      *        ** VIEWS IN THE WEEK
           03  AX-EXCEPTION                PIC X(8).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  AX-OPERATOR                 PIC X(3).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  AX-OPERATOR-EMP-NO          PIC X(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  AX-FUNCTION                 PIC X(8).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  AX-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  AX-JOB-GRADE                PIC X(2).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  AX-VIEW-DATE                PIC 9(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  AX-VIEW-TIME                PIC 9(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  AX-MASKED                   PIC X(1).
           03  FILLER                      PIC X(1)  VALUE SPACES.
      *        ** the operator's views in the week - VOLUME lines only
           03  AX-VIEW-COUNT               PIC ZZZZ9.

       WORKING-STORAGE SECTION.

      *    ** one logged view - APITPACL CMD-CODE 4 ALL-ROWS CURSOR,
      *    ** same shape COBACCLG adds
       01  ACCESS-LOG-RECORD.
           03  WS-ACL-OPERATOR             PIC X(3).
           03  WS-ACL-FUNCTION             PIC X(8).
      *        ** the inquiries that show pay - a senior-grade view
      *        ** only matters on these
               88  WS-ACL-PAY-FUNCTION         VALUES "COBCIO15"
                                                      "COBCIOP7"
                                                      "COBCIO59"
                                                      "COBSV003".
           03  WS-ACL-EMP-NO               PIC X(6).
           03  WS-ACL-MASKED               PIC X(1).
           03  WS-ACL-DATE                 PIC 9(6).
           03  WS-ACL-TIME                 PIC 9(6).

      *    ** the operator directory row on APITPSEC (CMD-CODE 3) -
      *    ** whose employee number an operator id belongs to
       01  OPERATOR-DIR-RECORD.
           03  WS-OPR-OPID                 PIC X(3).
           03  WS-OPR-EMP-NO               PIC X(6).

      *    ** the COBCIO45 reporting line - CMD-CODE 1 READ BY EMP-NO
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** only the job code matters - it leads to the grade
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
           03  FILLER                      PIC X(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  FILLER                      PIC X(23).

      *    ** the COBCIO27 job band - APITPJOB CMD-CODE 1 READ
       01  JOB-MASTER-RECORD.
           10 WS-JOB-CODE             PIC X(8).
           10 WS-JOB-TITLE            PIC X(20).
           10 WS-JOB-GRADE            PIC X(2).
           10 WS-JOB-SAL-FLOOR        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JOB-SAL-CEILING      PIC S9(7)V9(2) USAGE COMP-3.

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

      *    ** a job graded this high or above is senior, and more than
      *    ** this many views in the week is unusual
       01  WS-SENIOR-GRADE                 PIC 9(2) VALUE 10.
       01  WS-VIEW-LIMIT                   PIC S9(5) COMP VALUE +200.
       01  WS-GRADE-NUMBER                 PIC 9(2).

      *    ** the reporting line is walked up at most this many
      *    ** managers - a loop in the line cannot hang the run
       01  WS-MAX-LINE-LEVELS              PIC S9(4) COMP VALUE +10.
       01  WS-LINE-LEVEL                   PIC S9(4) COMP.
       01  WS-LINE-SWITCH                  PIC X.
           88  WS-IN-LINE                      VALUE "Y".
           88  WS-OUT-OF-LINE                  VALUE "N".
       01  WS-LINE-WALK-SWITCH             PIC X.
           88  WS-LINE-WALK-DONE               VALUE "Y".

      *    ** one row per operator seen in the week - built up in
      *    ** memory then reported in 700-REPORT-VOLUMES, same
      *    ** accumulate-then-report shape as COBBAT08's rollup
       01  WS-MAX-OPERATORS                PIC S9(4) COMP VALUE +500.
       01  OPERATOR-VIEW-TABLE.
           03  OPERATOR-VIEW-ROW OCCURS 500 TIMES
                                 INDEXED BY OPV-IDX.
               05  OV-OPERATOR             PIC X(3).
               05  OV-OPERATOR-EMP-NO      PIC X(6).
               05  OV-VIEW-COUNT           PIC S9(5) COMP.
       01  WS-OPERATOR-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-OPV-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-OPV-FOUND                    VALUE "Y".

      *    ** the review week - the business date and the six days
      *    ** before it
       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-WINDOW-FROM-JULIAN           PIC 9(7).
       01  WS-VIEW-JULIAN                  PIC 9(7).

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
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBATB5".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "ACCVOLUM".
           03  WS-ALT-SEVERITY             PIC X(1) VALUE "H".
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE      PIC X(8) VALUE "SECOFFCR".
           03  WS-ALT-MSG-CODE             PIC 99   VALUE 1.

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-READ-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-WEEK-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-OUTLINE-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-SENIOR-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-VOLUME-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-WRITE-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATB5".
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
           PERFORM 200-SCAN-ACCESS-LOG THRU 200-EXIT
           PERFORM 700-REPORT-VOLUMES THRU 700-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE SENIOR GRADE AND VIEW LIMIT, THE REVIEW
      *    WEEK AS DAY NUMBERS, AND OPEN THE REPORT.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

      *    ** today's figures for SENIORGRD and VIEWLIMIT off the
      *    ** central parameter file - the compiled-in defaults stand
      *    ** when no row is on file
           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATB5"     TO WS-PRM-PROGRAM.
           MOVE "SENIORGRD   " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-SENIOR-GRADE
               END-IF
           END-IF.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATB5"     TO WS-PRM-PROGRAM.
           MOVE "VIEWLIMIT   " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-VIEW-LIMIT
               END-IF
           END-IF.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.

           MOVE WS-RUN-DATE TO WS-CONV-YYMMDD.
           PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RUN-DATE-JULIAN.
           COMPUTE WS-WINDOW-FROM-JULIAN = WS-RUN-DATE-JULIAN - 6.

           MOVE SPACES TO OPERATOR-VIEW-TABLE.

           OPEN OUTPUT ACCESS-EXCEPTION-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-ACCESS-LOG - EVERY LOGGED VIEW (APITPACL CMD-CODE 4,
      *    WALKED TO EXHAUSTION). THE LOOKUPS INSIDE THE LOOP REUSE
      *    CMD-CODE, SO THE CURSOR'S IS PUT BACK EACH TIME.
      *-----------------------------------------------------------------
       200-SCAN-ACCESS-LOG.

           MOVE SPACES TO ACCESS-LOG-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE ACCESS-LOG-RECORD TO DATA-IN
               CALL "APITPACL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCESS-LOG-RECORD
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 300-REVIEW-ONE-VIEW THRU 300-EXIT
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-REVIEW-ONE-VIEW - A VIEW INSIDE THE REVIEW WEEK IS COUNTED
      *    AGAINST ITS OPERATOR, THEN CHECKED AGAINST THE OPERATOR'S
      *    REPORTING LINE AND, WHERE PAY WAS SHOWN, THE EMPLOYEE'S
      *    GRADE.
      *-----------------------------------------------------------------
       300-REVIEW-ONE-VIEW.

           IF  WS-ACL-DATE IS NOT NUMERIC
           OR  WS-ACL-DATE = ZERO
               ADD 1 TO WS-ERROR-COUNT
               GO TO 300-EXIT
           END-IF.

           MOVE WS-ACL-DATE TO WS-CONV-YYMMDD.
           PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN TO WS-VIEW-JULIAN.
           IF  WS-VIEW-JULIAN < WS-WINDOW-FROM-JULIAN
           OR  WS-VIEW-JULIAN > WS-RUN-DATE-JULIAN
               GO TO 300-EXIT
           END-IF.
           ADD 1 TO WS-WEEK-COUNT.

           PERFORM 400-COUNT-OPERATOR-VIEW THRU 400-EXIT.
           IF  NOT WS-OPV-FOUND THEN
               GO TO 300-EXIT
           END-IF.

           MOVE SPACES                 TO ACCESS-EXCEPTION-RECORD.
           MOVE WS-RUN-DATE            TO AX-RUN-DATE.
           MOVE WS-ACL-OPERATOR        TO AX-OPERATOR.
           MOVE OV-OPERATOR-EMP-NO (OPV-IDX) TO AX-OPERATOR-EMP-NO.
           MOVE WS-ACL-FUNCTION        TO AX-FUNCTION.
           MOVE WS-ACL-EMP-NO          TO AX-EMP-NO.
           MOVE WS-ACL-DATE            TO AX-VIEW-DATE.
           MOVE WS-ACL-TIME            TO AX-VIEW-TIME.
           MOVE WS-ACL-MASKED          TO AX-MASKED.

           PERFORM 500-CHECK-REPORTING-LINE THRU 500-EXIT.
           IF  WS-OUT-OF-LINE THEN
               MOVE "OUTLINE "         TO AX-EXCEPTION
               WRITE ACCESS-EXCEPTION-RECORD
               ADD 1 TO WS-OUTLINE-COUNT
               ADD 1 TO WS-WRITE-COUNT
           END-IF.

           IF  WS-ACL-PAY-FUNCTION
           AND WS-ACL-MASKED NOT = "Y"
               PERFORM 600-CHECK-SENIOR-GRADE THRU 600-EXIT
           END-IF.

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
      * 400-COUNT-OPERATOR-VIEW - FIND (OR ADD) THE OPERATOR'S ROW IN
      *    OPERATOR-VIEW-TABLE AND COUNT THE VIEW. A NEW OPERATOR'S
      *    OWN EMPLOYEE NUMBER IS LOOKED UP ONCE, ON THE OPERATOR
      *    DIRECTORY. OPV-IDX IS LEFT ON THE OPERATOR'S ROW; A FULL
      *    TABLE LEAVES WS-OPV-FOUND OFF AND THE VIEW UNREVIEWED.
      *-----------------------------------------------------------------
       400-COUNT-OPERATOR-VIEW.

           MOVE "N" TO WS-OPV-FOUND-SWITCH.

           IF  WS-OPERATOR-COUNT > 0 THEN
               SET OPV-IDX TO 1
               SEARCH OPERATOR-VIEW-ROW
                   VARYING OPV-IDX
                   AT END CONTINUE
                   WHEN OV-OPERATOR (OPV-IDX) = WS-ACL-OPERATOR
                       SET WS-OPV-FOUND TO TRUE
               END-SEARCH
           END-IF.

           IF  NOT WS-OPV-FOUND THEN
               IF  WS-OPERATOR-COUNT < WS-MAX-OPERATORS THEN
                   ADD 1 TO WS-OPERATOR-COUNT
                   SET OPV-IDX TO WS-OPERATOR-COUNT
                   MOVE WS-ACL-OPERATOR TO OV-OPERATOR (OPV-IDX)
                   MOVE ZERO            TO OV-VIEW-COUNT (OPV-IDX)
                   MOVE SPACES          TO OPERATOR-DIR-RECORD
                   MOVE WS-ACL-OPERATOR TO WS-OPR-OPID
                   MOVE 3 TO CMD-CODE
                   MOVE OPERATOR-DIR-RECORD TO DATA-IN
                   CALL "APITPSEC" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  RESP-CODE <> 0
                       MOVE DATA-OUT (1:9) TO OPERATOR-DIR-RECORD
                   END-IF
                   MOVE WS-OPR-EMP-NO   TO OV-OPERATOR-EMP-NO (OPV-IDX)
                   SET WS-OPV-FOUND     TO TRUE
               ELSE
                   DISPLAY "COBBATB5 - OPERATOR TABLE FULL, SKIPPING "
                           WS-ACL-OPERATOR
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 400-EXIT
               END-IF
           END-IF.

           ADD 1 TO OV-VIEW-COUNT (OPV-IDX).

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-CHECK-REPORTING-LINE - THE VIEW IS IN LINE WHEN THE
      *    EMPLOYEE VIEWED IS THE OPERATOR THEMSELVES, OR WHEN WALKING
      *    UP THE EMPLOYEE'S REPORTING LINE (APITPRLN CMD-CODE 1, ONE
      *    MANAGER AT A TIME) REACHES A ROW MANAGED BY THE OPERATOR.
      *-----------------------------------------------------------------
       500-CHECK-REPORTING-LINE.

           SET WS-OUT-OF-LINE TO TRUE.

           IF  WS-ACL-EMP-NO = OV-OPERATOR-EMP-NO (OPV-IDX)
           AND WS-ACL-EMP-NO > SPACES
               SET WS-IN-LINE TO TRUE
               GO TO 500-EXIT
           END-IF.

           MOVE "N"           TO WS-LINE-WALK-SWITCH.
           MOVE ZERO          TO WS-LINE-LEVEL.
           MOVE SPACES        TO REPORTING-LINE-RECORD.
           MOVE WS-ACL-EMP-NO TO WS-RPT-EMP-NO.

           PERFORM UNTIL WS-LINE-WALK-DONE
               MOVE 1 TO CMD-CODE
               MOVE REPORTING-LINE-RECORD TO DATA-IN
               CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               ADD 1 TO WS-LINE-LEVEL
               IF RESP-CODE = 0
                   SET WS-LINE-WALK-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REPORTING-LINE-RECORD
                   IF  WS-RPT-MGR-OPID = WS-ACL-OPERATOR
                       SET WS-IN-LINE TO TRUE
                       SET WS-LINE-WALK-DONE TO TRUE
                   ELSE
                       IF  WS-RPT-MGR-EMP-NO = SPACES
                       OR  WS-LINE-LEVEL NOT < WS-MAX-LINE-LEVELS
                           SET WS-LINE-WALK-DONE TO TRUE
                       ELSE
                           MOVE WS-RPT-MGR-EMP-NO TO WS-RPT-EMP-NO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-CHECK-SENIOR-GRADE - UNMASKED PAY WAS SHOWN: THE EMPLOYEE'S
      *    JOB (APITP010 THEN APITPJOB) AT OR ABOVE THE SENIOR GRADE
      *    MAKES IT AN EXCEPTION. A GRADE THAT IS NOT A NUMBER IS NOT
      *    RANKED.
      *-----------------------------------------------------------------
       600-CHECK-SENIOR-GRADE.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ACL-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 600-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.

           MOVE SPACES     TO JOB-MASTER-RECORD.
           MOVE WS-EMP-JOB TO WS-JOB-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE JOB-MASTER-RECORD TO DATA-IN.
           CALL "APITPJOB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 600-EXIT
           END-IF.
           MOVE DATA-OUT TO JOB-MASTER-RECORD.

           IF  WS-JOB-GRADE IS NOT NUMERIC
               GO TO 600-EXIT
           END-IF.
           MOVE WS-JOB-GRADE TO WS-GRADE-NUMBER.
           IF  WS-GRADE-NUMBER < WS-SENIOR-GRADE
               GO TO 600-EXIT
           END-IF.

           MOVE "SENIOR  "    TO AX-EXCEPTION.
           MOVE WS-JOB-GRADE  TO AX-JOB-GRADE.
           WRITE ACCESS-EXCEPTION-RECORD.
           ADD 1 TO WS-SENIOR-COUNT.
           ADD 1 TO WS-WRITE-COUNT.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-REPORT-VOLUMES - ONE VOLUME LINE, AND AN ALERT, FOR EACH
      *    OPERATOR WHOSE VIEWS IN THE WEEK WENT PAST THE VIEW LIMIT.
      *-----------------------------------------------------------------
       700-REPORT-VOLUMES.

           PERFORM VARYING OPV-IDX FROM 1 BY 1
                   UNTIL OPV-IDX > WS-OPERATOR-COUNT
               IF  OV-VIEW-COUNT (OPV-IDX) > WS-VIEW-LIMIT
                   MOVE SPACES              TO ACCESS-EXCEPTION-RECORD
                   MOVE WS-RUN-DATE         TO AX-RUN-DATE
                   MOVE "VOLUME  "          TO AX-EXCEPTION
                   MOVE OV-OPERATOR (OPV-IDX)
                                            TO AX-OPERATOR
                   MOVE OV-OPERATOR-EMP-NO (OPV-IDX)
                                            TO AX-OPERATOR-EMP-NO
                   MOVE ZERO                TO AX-VIEW-DATE
                   MOVE ZERO                TO AX-VIEW-TIME
                   MOVE OV-VIEW-COUNT (OPV-IDX)
                                            TO AX-VIEW-COUNT
                   WRITE ACCESS-EXCEPTION-RECORD
                   ADD 1 TO WS-VOLUME-COUNT
                   ADD 1 TO WS-WRITE-COUNT
                   MOVE SPACES              TO WS-ALT-KEY
                   MOVE OV-OPERATOR (OPV-IDX) TO WS-ALT-KEY (1:3)
                   MOVE WS-RUN-DATE         TO WS-ALT-KEY (4:6)
                   CALL "COBALERT" USING ALERT-RECORD
               END-IF
           END-PERFORM.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE ACCESS-EXCEPTION-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS     TO WS-RC-END-TIME.
           MOVE WS-READ-COUNT      TO WS-RC-READ-COUNT.
           MOVE WS-WEEK-COUNT      TO WS-RC-SELECT-COUNT.
           MOVE WS-WRITE-COUNT     TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT     TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"         TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB5 - " WS-COUNT-DISPLAY
                   " ACCESS LOG ROWS READ".
           MOVE WS-WEEK-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB5 - " WS-COUNT-DISPLAY
                   " VIEWS IN THE REVIEW WEEK".
           MOVE WS-OUTLINE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB5 - " WS-COUNT-DISPLAY
                   " VIEWS OUTSIDE THE REPORTING LINE".
           MOVE WS-SENIOR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB5 - " WS-COUNT-DISPLAY
                   " SENIOR-GRADE PAY VIEWS".
           MOVE WS-VOLUME-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB5 - " WS-COUNT-DISPLAY
                   " OPERATORS OVER THE VIEW LIMIT".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB5 - " WS-COUNT-DISPLAY
                   " ROWS IN ERROR".

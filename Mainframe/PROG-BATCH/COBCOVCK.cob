      *-----------------------------------------------------------------
      *    COBCOVCK - DEPARTMENT MINIMUM-COVERAGE ROUTINE. LEAVE WAS
      *               DECIDED ONE REQUEST AT A TIME, SO NOTHING
      *               NOTICED HALF THE SUPPORT DESK BOOKING THE SAME
      *               AUGUST WEEK. GIVEN A DEPARTMENT AND A RUN OF
      *               DAYS, THIS ROUTINE WORKS OUT WHO IS ON DUTY EACH
      *               DAY: EVERY ACTIVE EMPLOYEE OF THE DEPARTMENT
      *               (APITP010 CMD-CODE 4 CURSOR) WHOSE DAY IT IS TO
      *               WORK BY COBWDAYS - SO THE COBCIO47 SHIFT ROSTER
      *               AND THE COBCIO35 SITE HOLIDAY CALENDAR BOTH
      *               COUNT - LESS ANYONE ON APPROVED OR PENDING LEAVE
      *               THAT DAY (APITP014 CMD-CODE 6, EACH REQUEST
      *               LAID OUT OVER ITS WORKING DAYS FROM ITS START
      *               DATE). THE MINIMUM ON-DUTY HEADCOUNTS LIVE ON
      *               THE NEW APITPCOV GATEWAY (COBCIO87): ONE ROW FOR
      *               THE WHOLE DEPARTMENT AND, OPTIONALLY, ONE PER
      *               COBCIO47 ROSTER PATTERN, WHICH COUNTS ONLY THE
      *               STAFF WORKING THAT PATTERN. EACH ROW CARRIES HOW
      *               FAR BELOW THE MINIMUM A DAY MAY GO WITH ONLY A
      *               WARNING; PAST THAT THE REQUEST IS REFUSED.
      *               FUNCTION C CHECKS ONE EMPLOYEE'S REQUEST (THE
      *               FIRST N OF THEIR WORKING DAYS FROM THE START
      *               DATE) FOR COBCIO14 AND THE COBSV010 INBOX;
      *               FUNCTION M LAYS OUT A WHOLE MONTH, EMPLOYEE BY
      *               EMPLOYEE, FOR THE COBCIO87 TEAM LEAVE CALENDAR.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCOVCK.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one minimum-coverage row per department + roster
      *    ** pattern on the new APITPCOV gateway - CMD-CODE 1 READ,
      *    ** 2 ADD, 3 CHANGE. SPACES IN THE PATTERN IS THE
      *    ** WHOLE-DEPARTMENT ROW
       01  COVERAGE-RECORD.
           10 WS-COV-DEPT-CODE        PIC X(4).
           10 WS-COV-PATTERN          PIC X(7).
           10 WS-COV-MIN-ON-DUTY      PIC 9(3).
      *        ** how many heads below the minimum still only warns
           10 WS-COV-WARN-MARGIN      PIC 9(3).
           10 WS-COV-MAINT-OPID       PIC X(3).
           10 WS-COV-MAINT-DATE       PIC 9(6).

      *    ** the two rules in force for this call - the department
      *    ** row, and the row for the requester's own roster pattern
       01  WS-RULE-TABLE.
           03  WS-RULE OCCURS 2 TIMES.
               05  WS-RULE-FOUND          PIC X(1).
               05  WS-RULE-PATTERN        PIC X(7).
               05  WS-RULE-MINIMUM        PIC S9(4) COMP.
               05  WS-RULE-MARGIN         PIC S9(4) COMP.
       01  WS-RULE-SUB                     PIC S9(4) COMP.

       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  FILLER                      PIC X(130).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(31).
           03  WS-EMP-LOCATION             PIC X(2).
           03  FILLER                      PIC X(21).

      *    ** the COBCIO47 roster row - only the pattern matters here
       01  ROSTER-RECORD.
           10 WS-RST-EMP-NO           PIC X(6).
           10 WS-RST-PATTERN          PIC X(7).

      *    ** same LEAVE-MASTER-RECORD shape COBCIO14 files
       01  LEAVE-MASTER-RECORD.
           10 WS-LV-EMP-NO            PIC X(6).
           10 WS-LYEARMONTH           PIC X(6).
           10 WS-LAVAILABLE           PIC S9(4) USAGE COMP.
           10 WS-LTAKEN               PIC S9(4) USAGE COMP.
           10 WS-LBALANCE             PIC S9(4) USAGE COMP.
           10 WS-WORKINGDAYS          PIC S9(4) USAGE COMP.
           10 WS-LDAYSREQ             PIC S9(4) USAGE COMP.
           10 WS-LSTATUS              PIC X.
               88  WS-LEAVE-PENDING          VALUE "P".
               88  WS-LEAVE-APPROVED         VALUE "A".
           10 WS-LTYPE                PIC X(1).
           10 WS-LAPPROVER            PIC X(3).
           10 WS-LREQ-DATE            PIC 9(6).
           10 WS-LSTART-DATE          PIC 9(6).

      *    ** the COBWDAYS call, asked one day at a time - a count of
      *    ** one means the employee works that day
       01  WDAYS-PARAMETERS.
           03  WS-WD-START-DATE            PIC 9(6).
           03  WS-WD-END-DATE              PIC 9(6).
           03  WS-WD-LOCATION              PIC X(2).
           03  WS-WD-WORKING-DAYS          PIC S9(4) COMP.
           03  WS-WD-MESSAGE               PIC X(30).
           03  WS-WD-EMP-NO                PIC X(6).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the date being walked, day by day
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
       01  WS-DIV-QUOT                     PIC S9(4) COMP.
       01  WS-LEAP-WORK                    PIC S9(4) COMP.

       01  WS-EMP-SUB                      PIC S9(4) COMP.
       01  WS-DAY-SUB                      PIC S9(4) COMP.
       01  WS-WALK-COUNT                   PIC S9(4) COMP.
       01  WS-WALK-LIMIT                   PIC S9(4) COMP.
       01  WS-LEAVE-CODE                   PIC X(1).
       01  WS-REQUESTER-SUB                PIC S9(4) COMP.
       01  WS-ON-DUTY                      PIC S9(4) COMP.
       01  WS-SHORTFALL                    PIC S9(4) COMP.
       01  WS-DAY-RESULT                   PIC X(1).

       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".

           EJECT

       LINKAGE SECTION.
       01  COVERAGE-CHECK-PARAMETERS.
      *        ** C = CHECK ONE EMPLOYEE'S LEAVE REQUEST,
      *        ** M = LAY OUT A MONTH FOR THE TEAM CALENDAR
           03  CVK-FUNCTION                PIC X(1).
               88  CVK-FUNC-CHECK              VALUE "C".
               88  CVK-FUNC-MONTH              VALUE "M".
           03  CVK-DEPT-CODE               PIC X(4).
      *        ** C: the requester, their first day and days asked
      *        ** for; M: spaces, the 1st of the month, unused
           03  CVK-EMP-NO                  PIC X(6).
           03  CVK-START-DATE              PIC 9(6).
           03  CVK-DAYS                    PIC S9(4) COMP.
      *        ** spaces = COVER HOLDS (OR NO MINIMUM ON FILE),
      *        ** W = BELOW MINIMUM WITHIN THE WARNING MARGIN,
      *        ** R = BELOW THE MARGIN - REFUSE
           03  CVK-RESULT                  PIC X(1).
               88  CVK-COVER-HOLDS             VALUE " ".
               88  CVK-WARN                    VALUE "W".
               88  CVK-REFUSE                  VALUE "R".
      *        ** the first day that produced the result
           03  CVK-SHORT-DATE              PIC 9(6).
           03  CVK-SHORT-ON-DUTY           PIC S9(4) COMP.
           03  CVK-SHORT-MINIMUM           PIC S9(4) COMP.
      *        ** the days examined - C: the requested working days,
      *        ** M: every day of the month
           03  CVK-DAY-COUNT               PIC S9(4) COMP.
           03  CVK-DAY OCCURS 31 TIMES.
               05  CVK-DAY-DATE            PIC 9(6).
               05  CVK-DAY-ON-DUTY         PIC S9(4) COMP.
               05  CVK-DAY-MINIMUM         PIC S9(4) COMP.
               05  CVK-DAY-RESULT          PIC X(1).
      *        ** the department, one row per employee - each day
      *        ** byte W WORKING, . NOT A WORKING DAY (WEEKEND, ROSTER
      *        ** OFF OR SITE HOLIDAY), A APPROVED LEAVE, P PENDING
      *        ** LEAVE (OR, ON A CHECK, THE REQUEST BEING CHECKED)
           03  CVK-EMP-COUNT               PIC S9(4) COMP.
           03  CVK-EMP OCCURS 200 TIMES.
               05  CVK-EMP-ID              PIC X(6).
               05  CVK-EMP-PATTERN         PIC X(7).
               05  CVK-EMP-LOCATION        PIC X(2).
               05  CVK-EMP-DAYS.
                   07  CVK-EMP-DAY         PIC X(1) OCCURS 31 TIMES.

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING COVERAGE-CHECK-PARAMETERS.

       000-MAIN-LOGIC.

           MOVE SPACE  TO CVK-RESULT.
           MOVE ZERO   TO CVK-SHORT-DATE.
           MOVE ZERO   TO CVK-SHORT-ON-DUTY.
           MOVE ZERO   TO CVK-SHORT-MINIMUM.
           MOVE ZERO   TO CVK-DAY-COUNT.
           MOVE ZERO   TO CVK-EMP-COUNT.

           IF  CVK-START-DATE IS NOT NUMERIC
           OR  CVK-DEPT-CODE NOT > SPACES
               GOBACK
           END-IF.

           PERFORM 100-LOAD-DEPARTMENT THRU 100-EXIT.
           PERFORM 200-BUILD-DAY-LIST  THRU 200-EXIT.
           IF  CVK-DAY-COUNT = ZERO THEN
               GOBACK
           END-IF.

           PERFORM 300-MARK-WORKING-DAYS THRU 300-EXIT
                   VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > CVK-EMP-COUNT.

           PERFORM 400-MARK-LEAVE THRU 400-EXIT
                   VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > CVK-EMP-COUNT.

      *    ** on a check the request itself takes the requester out
      *    ** of every day asked for, filed yet or not
           IF  CVK-FUNC-CHECK AND WS-REQUESTER-SUB > ZERO THEN
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > CVK-DAY-COUNT
                   MOVE "P" TO CVK-EMP-DAY (WS-REQUESTER-SUB
                                            WS-DAY-SUB)
               END-PERFORM
           END-IF.

           PERFORM 500-LOAD-RULES THRU 500-EXIT.

           PERFORM 600-EVALUATE-DAY THRU 600-EXIT
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > CVK-DAY-COUNT.

           GOBACK.

      *-----------------------------------------------------------------
      * 100-LOAD-DEPARTMENT - EVERY EMPLOYEE OF THE DEPARTMENT NOT YET
      *    TERMINATED, WITH THEIR SITE AND ROSTER PATTERN. THE CURSOR
      *    IS WALKED TO EXHAUSTION EVEN ONCE THE TABLE IS FULL.
      *-----------------------------------------------------------------
       100-LOAD-DEPARTMENT.

           MOVE ZERO   TO WS-REQUESTER-SUB.
           MOVE "N"    TO WS-SCAN-SWITCH.
           MOVE SPACES TO EMPLOYEE-MASTER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN
               CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
                   IF  WS-EMP-DEPT-CODE = CVK-DEPT-CODE
                   AND (WS-EMP-DATE-TERMINATED = ZERO
                        OR WS-EMP-DATE-TERMINATED IS NOT NUMERIC)
                   AND CVK-EMP-COUNT < 200
                       ADD 1 TO CVK-EMP-COUNT
                       MOVE CVK-EMP-COUNT   TO WS-EMP-SUB
                       MOVE WS-EMP-ID       TO CVK-EMP-ID (WS-EMP-SUB)
                       MOVE WS-EMP-LOCATION
                               TO CVK-EMP-LOCATION (WS-EMP-SUB)
                       MOVE SPACES TO CVK-EMP-PATTERN (WS-EMP-SUB)
                       MOVE ALL "." TO CVK-EMP-DAYS (WS-EMP-SUB)
                       IF  WS-EMP-ID = CVK-EMP-NO THEN
                           MOVE WS-EMP-SUB TO WS-REQUESTER-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    ** the roster patterns, read once the employee cursor is
      *    ** closed off
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > CVK-EMP-COUNT
               MOVE SPACES                  TO ROSTER-RECORD
               MOVE CVK-EMP-ID (WS-EMP-SUB) TO WS-RST-EMP-NO
               MOVE 1 TO CMD-CODE
               MOVE ROSTER-RECORD TO DATA-IN
               CALL "APITPRST" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO ROSTER-RECORD
                   MOVE WS-RST-PATTERN
                           TO CVK-EMP-PATTERN (WS-EMP-SUB)
               END-IF
           END-PERFORM.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-BUILD-DAY-LIST - A CHECK EXAMINES THE REQUESTER'S FIRST N
      *    WORKING DAYS FROM THE START DATE (CAPPED AT 31, AND AT 62
      *    CALENDAR DAYS OF WALKING); A MONTH EXAMINES EVERY DAY OF
      *    THE START DATE'S MONTH.
      *-----------------------------------------------------------------
       200-BUILD-DAY-LIST.

           MOVE CVK-START-DATE TO WS-CURR-DATE.

           IF  CVK-FUNC-MONTH THEN
               MOVE 1 TO WS-CURR-DD
               PERFORM 720-SET-DAYS-THIS-MONTH THRU 720-EXIT
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-DAYS-THIS-MONTH
                   MOVE WS-DAY-SUB   TO WS-CURR-DD
                   MOVE WS-CURR-DATE TO CVK-DAY-DATE (WS-DAY-SUB)
                   MOVE WS-DAY-SUB   TO CVK-DAY-COUNT
               END-PERFORM
               GO TO 200-EXIT
           END-IF.

           IF  CVK-DAYS NOT > ZERO THEN
               GO TO 200-EXIT
           END-IF.
           MOVE CVK-EMP-NO TO WS-WD-EMP-NO.
           MOVE SPACES     TO WS-WD-LOCATION.
           IF  WS-REQUESTER-SUB > ZERO THEN
               MOVE CVK-EMP-LOCATION (WS-REQUESTER-SUB)
                       TO WS-WD-LOCATION
           END-IF.
           MOVE ZERO TO WS-WALK-COUNT.
           PERFORM UNTIL CVK-DAY-COUNT NOT < CVK-DAYS
                      OR CVK-DAY-COUNT NOT < 31
                      OR WS-WALK-COUNT NOT < 62
               PERFORM 700-WORKS-THAT-DAY THRU 700-EXIT
               IF  WS-WD-WORKING-DAYS = 1 THEN
                   ADD 1 TO CVK-DAY-COUNT
                   MOVE WS-CURR-DATE TO CVK-DAY-DATE (CVK-DAY-COUNT)
               END-IF
               ADD 1 TO WS-WALK-COUNT
               PERFORM 710-STEP-TO-NEXT-DAY THRU 710-EXIT
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-MARK-WORKING-DAYS - W ON EVERY LISTED DAY THE EMPLOYEE'S
      *    ROSTER AND SITE CALENDAR HAVE THEM WORKING.
      *-----------------------------------------------------------------
       300-MARK-WORKING-DAYS.

           MOVE CVK-EMP-ID (WS-EMP-SUB)       TO WS-WD-EMP-NO.
           MOVE CVK-EMP-LOCATION (WS-EMP-SUB) TO WS-WD-LOCATION.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > CVK-DAY-COUNT
               MOVE CVK-DAY-DATE (WS-DAY-SUB) TO WS-CURR-DATE
               PERFORM 700-WORKS-THAT-DAY THRU 700-EXIT
               IF  WS-WD-WORKING-DAYS = 1 THEN
                   MOVE "W" TO CVK-EMP-DAY (WS-EMP-SUB WS-DAY-SUB)
               END-IF
           END-PERFORM.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-MARK-LEAVE - THE EMPLOYEE'S APPROVED AND PENDING REQUESTS
      *    OFF THE APITP014 CMD-CODE 6 PER-EMPLOYEE CURSOR, WALKED TO
      *    EXHAUSTION. A REQUEST WITH NO START DATE CANNOT BE PLACED
      *    ON A DAY AND IS PASSED OVER.
      *-----------------------------------------------------------------
       400-MARK-LEAVE.

           MOVE "N"    TO WS-SCAN-SWITCH.
           MOVE SPACES TO LEAVE-MASTER-RECORD.
           MOVE CVK-EMP-ID (WS-EMP-SUB) TO WS-LV-EMP-NO.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 6 TO CMD-CODE
               MOVE LEAVE-MASTER-RECORD TO DATA-IN
               CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO LEAVE-MASTER-RECORD
                   IF  (WS-LEAVE-PENDING OR WS-LEAVE-APPROVED)
                   AND WS-LDAYSREQ > ZERO
                   AND WS-LSTART-DATE IS NUMERIC
                   AND WS-LSTART-DATE > ZERO
                   AND WS-LSTART-DATE NOT >
                           CVK-DAY-DATE (CVK-DAY-COUNT)
                       PERFORM 410-LAY-OUT-REQUEST THRU 410-EXIT
                   END-IF
                   MOVE CVK-EMP-ID (WS-EMP-SUB) TO WS-LV-EMP-NO
               END-IF
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 410-LAY-OUT-REQUEST - WALK THE REQUEST'S WORKING DAYS FROM ITS
      *    START DATE AND MARK EACH ONE THAT FALLS ON A LISTED DAY.
      *-----------------------------------------------------------------
       410-LAY-OUT-REQUEST.

           IF  WS-LEAVE-APPROVED THEN
               MOVE "A" TO WS-LEAVE-CODE
           ELSE
               MOVE "P" TO WS-LEAVE-CODE
           END-IF.

           MOVE CVK-EMP-ID (WS-EMP-SUB)       TO WS-WD-EMP-NO.
           MOVE CVK-EMP-LOCATION (WS-EMP-SUB) TO WS-WD-LOCATION.
           MOVE WS-LSTART-DATE TO WS-CURR-DATE.
           MOVE ZERO           TO WS-WALK-COUNT.
           MOVE ZERO           TO WS-WALK-LIMIT.

           PERFORM UNTIL WS-WALK-COUNT NOT < WS-LDAYSREQ
                      OR WS-WALK-LIMIT NOT < 62
                      OR WS-CURR-DATE > CVK-DAY-DATE (CVK-DAY-COUNT)
               PERFORM 700-WORKS-THAT-DAY THRU 700-EXIT
               IF  WS-WD-WORKING-DAYS = 1 THEN
                   ADD 1 TO WS-WALK-COUNT
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > CVK-DAY-COUNT
                       IF  CVK-DAY-DATE (WS-DAY-SUB) = WS-CURR-DATE
                           MOVE WS-LEAVE-CODE
                               TO CVK-EMP-DAY (WS-EMP-SUB WS-DAY-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-WALK-LIMIT
               PERFORM 710-STEP-TO-NEXT-DAY THRU 710-EXIT
           END-PERFORM.

       410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-LOAD-RULES - THE WHOLE-DEPARTMENT MINIMUM, AND ON A CHECK
      *    THE MINIMUM FOR THE REQUESTER'S OWN ROSTER PATTERN.
      *-----------------------------------------------------------------
       500-LOAD-RULES.

           MOVE "N"    TO WS-RULE-FOUND (1).
           MOVE "N"    TO WS-RULE-FOUND (2).
           MOVE SPACES TO WS-RULE-PATTERN (1).
           MOVE SPACES TO WS-RULE-PATTERN (2).

           MOVE 1 TO WS-RULE-SUB.
           PERFORM 510-READ-RULE THRU 510-EXIT.

           IF  CVK-FUNC-CHECK AND WS-REQUESTER-SUB > ZERO
           AND CVK-EMP-PATTERN (WS-REQUESTER-SUB) > SPACES THEN
               MOVE CVK-EMP-PATTERN (WS-REQUESTER-SUB)
                       TO WS-RULE-PATTERN (2)
               MOVE 2 TO WS-RULE-SUB
               PERFORM 510-READ-RULE THRU 510-EXIT
           END-IF.

       500-EXIT.
           EXIT.

       510-READ-RULE.

           MOVE SPACES                      TO COVERAGE-RECORD.
           MOVE CVK-DEPT-CODE               TO WS-COV-DEPT-CODE.
           MOVE WS-RULE-PATTERN (WS-RULE-SUB) TO WS-COV-PATTERN.
           MOVE 1 TO CMD-CODE.
           MOVE COVERAGE-RECORD TO DATA-IN.
           CALL "APITPCOV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO COVERAGE-RECORD
               IF  WS-COV-MIN-ON-DUTY IS NUMERIC
               AND WS-COV-MIN-ON-DUTY > ZERO
                   MOVE "Y" TO WS-RULE-FOUND (WS-RULE-SUB)
                   MOVE WS-COV-MIN-ON-DUTY
                           TO WS-RULE-MINIMUM (WS-RULE-SUB)
                   IF  WS-COV-WARN-MARGIN IS NUMERIC
                       MOVE WS-COV-WARN-MARGIN
                               TO WS-RULE-MARGIN (WS-RULE-SUB)
                   ELSE
                       MOVE ZERO TO WS-RULE-MARGIN (WS-RULE-SUB)
                   END-IF
               END-IF
           END-IF.

       510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-EVALUATE-DAY - THE DAY'S ON-DUTY COUNT AGAINST EACH RULE
      *    IN FORCE. THE WORST RESULT OF THE CALL, AND THE FIRST DAY
      *    THAT PRODUCED IT, GO BACK TO THE CALLER.
      *-----------------------------------------------------------------
       600-EVALUATE-DAY.

           MOVE SPACE TO CVK-DAY-RESULT (WS-DAY-SUB).
           MOVE ZERO  TO CVK-DAY-MINIMUM (WS-DAY-SUB).

           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 2
               IF  WS-RULE-FOUND (WS-RULE-SUB) = "Y" THEN
                   PERFORM 610-COUNT-ON-DUTY THRU 610-EXIT
                   IF  WS-RULE-SUB = 1 THEN
                       MOVE WS-ON-DUTY TO CVK-DAY-ON-DUTY (WS-DAY-SUB)
                       MOVE WS-RULE-MINIMUM (1)
                               TO CVK-DAY-MINIMUM (WS-DAY-SUB)
                   END-IF
                   COMPUTE WS-SHORTFALL =
                           WS-RULE-MINIMUM (WS-RULE-SUB) - WS-ON-DUTY
                   MOVE SPACE TO WS-DAY-RESULT
                   IF  WS-SHORTFALL > ZERO THEN
                       IF  WS-SHORTFALL > WS-RULE-MARGIN (WS-RULE-SUB)
                           MOVE "R" TO WS-DAY-RESULT
                       ELSE
                           MOVE "W" TO WS-DAY-RESULT
                       END-IF
                   END-IF
                   PERFORM 620-KEEP-WORST THRU 620-EXIT
               ELSE
                   IF  WS-RULE-SUB = 1 THEN
                       PERFORM 610-COUNT-ON-DUTY THRU 610-EXIT
                       MOVE WS-ON-DUTY TO CVK-DAY-ON-DUTY (WS-DAY-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 610-COUNT-ON-DUTY - W DAYS FOR THE DAY; THE ROSTER RULE COUNTS
      *    ONLY THE STAFF WORKING ITS PATTERN.
      *-----------------------------------------------------------------
       610-COUNT-ON-DUTY.

           MOVE ZERO TO WS-ON-DUTY.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > CVK-EMP-COUNT
               IF  CVK-EMP-DAY (WS-EMP-SUB WS-DAY-SUB) = "W"
               AND (WS-RULE-SUB = 1
                    OR CVK-EMP-PATTERN (WS-EMP-SUB) =
                       WS-RULE-PATTERN (WS-RULE-SUB))
                   ADD 1 TO WS-ON-DUTY
               END-IF
           END-PERFORM.

       610-EXIT.
           EXIT.

       620-KEEP-WORST.

           IF  WS-DAY-RESULT = SPACE THEN
               GO TO 620-EXIT
           END-IF.
           IF  CVK-DAY-RESULT (WS-DAY-SUB) NOT = "R" THEN
               MOVE WS-DAY-RESULT TO CVK-DAY-RESULT (WS-DAY-SUB)
           END-IF.

           IF  CVK-REFUSE
           OR  (CVK-WARN AND WS-DAY-RESULT = "W") THEN
               GO TO 620-EXIT
           END-IF.
           MOVE WS-DAY-RESULT              TO CVK-RESULT.
           MOVE CVK-DAY-DATE (WS-DAY-SUB)  TO CVK-SHORT-DATE.
           MOVE WS-ON-DUTY                 TO CVK-SHORT-ON-DUTY.
           MOVE WS-RULE-MINIMUM (WS-RULE-SUB) TO CVK-SHORT-MINIMUM.

       620-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-WORKS-THAT-DAY - COBWDAYS OVER THE ONE DAY IN WS-CURR-DATE
      *    FOR THE EMPLOYEE AND SITE ALREADY IN WDAYS-PARAMETERS.
      *-----------------------------------------------------------------
       700-WORKS-THAT-DAY.

           MOVE WS-CURR-DATE TO WS-WD-START-DATE.
           MOVE WS-CURR-DATE TO WS-WD-END-DATE.
           CALL "COBWDAYS" USING WDAYS-PARAMETERS.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 710-STEP-TO-NEXT-DAY - CALENDAR STEP WITH MONTH AND YEAR
      *    ROLLOVER, SAME AS COBWDAYS.
      *-----------------------------------------------------------------
       710-STEP-TO-NEXT-DAY.

           PERFORM 720-SET-DAYS-THIS-MONTH THRU 720-EXIT.
           ADD 1 TO WS-CURR-DD.
           IF  WS-CURR-DD > WS-DAYS-THIS-MONTH THEN
               MOVE 1 TO WS-CURR-DD
               ADD 1 TO WS-CURR-MM
               IF  WS-CURR-MM > 12 THEN
                   MOVE 1 TO WS-CURR-MM
                   ADD 1 TO WS-CURR-YY
               END-IF
           END-IF.

       710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 720-SET-DAYS-THIS-MONTH - MONTH LENGTH WITH THE FEBRUARY LEAP
      *    PATCH, SAME AS COBWDAYS.
      *-----------------------------------------------------------------
       720-SET-DAYS-THIS-MONTH.

           IF  WS-CURR-MM < 1 OR WS-CURR-MM > 12 THEN
               MOVE 31 TO WS-DAYS-THIS-MONTH
               GO TO 720-EXIT
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

       720-EXIT.
           EXIT.

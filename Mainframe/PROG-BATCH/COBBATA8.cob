      *-----------------------------------------------------------------
      *    COBBATA8 - COMP-OFF EXPIRY. COMPENSATORY DAYS OFF EARNED BY
      *               BANKED OVERTIME OR HOLIDAY WORK (THE COBBAT62
      *               GRANTS ON THE APITPCMP GATEWAY) ARE USABLE FOR A
      *               LIMITED TIME ONLY. FOR EVERY EMPLOYEE WITH A
      *               GRANT ON FILE THIS JOB SETS THE APPROVED TYPE C
      *               LEAVE ON THE LEDGER AGAINST THE GRANTS OLDEST
      *               FIRST, AND WHATEVER IS LEFT OF A GRANT PAST ITS
      *               USE-BY DATE IS FORFEITED - THE GRANT IS CLOSED,
      *               A STATUS F (FORFEITED) TYPE C ROW IS FILED IN
      *               THE RUN MONTH SO THE DAYS COME OFF THE BALANCE
      *               THE SAME WAY TAKEN DAYS DO (COBBAT19 RECONCILES
      *               THEM THAT WAY), THE MONTH'S COMP-OFF ACCRUAL
      *               ROWS ARE BROUGHT DOWN TO MATCH, AND A REPORT
      *               LINE LISTS EVERY GRANT FORFEITED. A RERUN FINDS
      *               THE GRANTS ALREADY CLOSED AND FORFEITS NOTHING
      *               TWICE. RUNS AHEAD OF COBBAT62 IN THE MONTH-END
      *               WINDOW.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATA8.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO CMPEXPRY
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EXPIRY-REPORT-FILE
           RECORDING MODE IS F.
       01  EXPIRY-REPORT-RECORD.
           03  ER-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ER-GRANT-YM                 PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ER-EXPIRY-DATE              PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ER-DAYS-GRANTED             PIC ZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ER-DAYS-USED                PIC ZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ER-DAYS-FORFEITED           PIC ZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ER-REMARK                   PIC X(24).

       WORKING-STORAGE SECTION.

      *    ** same APITP010 CMD-CODE 4 unfiltered cursor COBBAT19
      *    ** walks - only the key matters here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  FILLER                      PIC X(194).

      *    ** the COBBAT62 comp-off grant - APITPCMP CMD-CODE 1 READ BY
      *    ** EMP+MONTH, 2 ADD, 3 CHANGE, 4 PER-EMPLOYEE CURSOR IN
      *    ** GRANT ORDER
       01  COMP-OFF-GRANT-RECORD.
           10 WS-CMP-EMP-NO           PIC X(6).
           10 WS-CMP-GRANT-YM         PIC X(6).
           10 WS-CMP-DAYS             PIC S9(4) USAGE COMP.
           10 WS-CMP-OT-DAYS          PIC S9(4) USAGE COMP.
           10 WS-CMP-HOL-DAYS         PIC S9(4) USAGE COMP.
           10 WS-CMP-GRANT-DATE       PIC 9(6).
           10 WS-CMP-EXPIRY-DATE      PIC 9(6).
           10 WS-CMP-FORFEIT-DAYS     PIC S9(4) USAGE COMP.
           10 WS-CMP-STATUS           PIC X(1).
               88  WS-CMP-OPEN            VALUE "O".
               88  WS-CMP-EXPIRED         VALUE "E".

      *    ** same LEAVE-MASTER-RECORD shape as COBCIO14
       01  LEAVE-MASTER-RECORD.
           10 WS-EMP-NO               PIC X(6).
           10 WS-LYEARMONTH           PIC X(6).
           10 WS-LAVAILABLE           PIC S9(4) USAGE COMP.
           10 WS-LTAKEN               PIC S9(4) USAGE COMP.
           10 WS-LBALANCE             PIC S9(4) USAGE COMP.
           10 WS-WORKINGDAYS          PIC S9(4) USAGE COMP.
           10 WS-LDAYSREQ             PIC S9(4) USAGE COMP.
           10 WS-LSTATUS              PIC X(1).
               88  WS-LEAVE-APPROVED      VALUE "A".
               88  WS-LEAVE-FORFEITED     VALUE "F".
           10 WS-LTYPE                PIC X(1).
           10 WS-LAPPROVER            PIC X(3).
           10 WS-LREQ-DATE            PIC 9(6).
           10 WS-LSTART-DATE          PIC 9(6).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** one employee's grants, oldest first, held while the
      *    ** cursor walks to exhaustion so the changes go back after
       01  WS-GRANT-TABLE.
           03  WS-GRANT-ENTRY OCCURS 60 TIMES INDEXED BY GRANT-IX.
               05  WS-GT-IMAGE             PIC X(40).
               05  WS-GT-USED              PIC S9(4) COMP.
               05  WS-GT-NEW-FORFEIT       PIC S9(4) COMP.
               05  WS-GT-CHANGED           PIC X(1).
       01  WS-GRANT-COUNT                  PIC S9(4) COMP.
       01  WS-EXPIRED-OPEN-COUNT           PIC S9(4) COMP.

      *    ** the comp-off accrual rows the forfeit has to come off -
      *    ** the run month's, and next month's when COBBAT62 has
      *    ** already opened it
       01  LEAVE-RUN-ROW-HOLD              PIC X(200).
       01  LEAVE-NEXT-ROW-HOLD             PIC X(200).
       01  WS-RUN-ROW-SWITCH               PIC X.
           88  WS-RUN-ROW-FOUND                VALUE "Y".
       01  WS-NEXT-ROW-SWITCH              PIC X.
           88  WS-NEXT-ROW-FOUND               VALUE "Y".

       01  WS-USED-DAYS                    PIC S9(5) COMP.
       01  WS-UNUSED-REMAINING             PIC S9(5) COMP.
       01  WS-USABLE-DAYS                  PIC S9(5) COMP.
       01  WS-CONSUMED-DAYS                PIC S9(5) COMP.
       01  WS-LEFT-DAYS                    PIC S9(5) COMP.
       01  WS-EMP-FORFEIT-DAYS             PIC S9(5) COMP.

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  FILLER                      PIC 99.
       01  WS-RUN-YYYY                     PIC 9(4).
       01  WS-RUN-YEARMONTH                PIC X(6).
       01  WS-RUN-YM-R REDEFINES WS-RUN-YEARMONTH.
           03  WS-RUN-YM-YYYY              PIC 9(4).
           03  WS-RUN-YM-MM                PIC 9(2).
       01  WS-NEXT-YEARMONTH               PIC X(6).
       01  WS-NEXT-YM-R REDEFINES WS-NEXT-YEARMONTH.
           03  WS-NEXT-YM-YYYY             PIC 9(4).
           03  WS-NEXT-YM-MM               PIC 9(2).

      *    ** who/when/before/after capture for HR master changes -
      *    ** COBAUDIT stamps date/time and files the row through the
      *    ** APITPAUD gateway
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBBATA8".
           03  WS-AUD-OPERATOR             PIC X(8) VALUE "COBBATA8".
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-CURSOR-SWITCH                PIC X.
           88  WS-CURSOR-DONE                  VALUE "Y".
       01  WS-FILE-FAILED-SWITCH           PIC X.
           88  WS-FILE-FAILED                  VALUE "Y".
       01  WS-EMP-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-GRANT-READ-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-CLOSED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-FORFEIT-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-FORFEIT-DAYS-TOTAL           PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATA8".
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
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE RUN MONTH AND THE ONE AFTER IT,
      *    AND OPEN THE REPORT.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 1900 + WS-RUN-YY
           END-IF.
           MOVE WS-RUN-YYYY TO WS-RUN-YM-YYYY.
           MOVE WS-RUN-MM   TO WS-RUN-YM-MM.
           MOVE WS-RUN-YEARMONTH TO WS-NEXT-YEARMONTH.
           IF  WS-NEXT-YM-MM = 12 THEN
               MOVE 1 TO WS-NEXT-YM-MM
               ADD 1 TO WS-NEXT-YM-YYYY
           ELSE
               ADD 1 TO WS-NEXT-YM-MM
           END-IF.

           OPEN OUTPUT EXPIRY-REPORT-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-EMPLOYEES - WALK EVERY EMPLOYEE-MASTER-RECORD AND
      *    EXPIRE EACH ONE'S OVERDUE COMP-OFF.
      *-----------------------------------------------------------------
       200-SCAN-EMPLOYEES.

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
                   PERFORM 300-EXPIRE-ONE-EMPLOYEE THRU 300-EXIT
      *            ** restore the cursor command after the grant and
      *            ** ledger walks reused it
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-EXPIRE-ONE-EMPLOYEE - LOAD THE GRANTS; ONLY AN EMPLOYEE
      *    WITH AN OPEN GRANT PAST ITS USE-BY DATE GOES ANY FURTHER.
      *-----------------------------------------------------------------
       300-EXPIRE-ONE-EMPLOYEE.

           PERFORM 400-LOAD-GRANTS.
           IF  WS-EXPIRED-OPEN-COUNT = ZERO THEN
               GO TO 300-EXIT
           END-IF.

           PERFORM 500-LOAD-LEDGER.
           PERFORM 600-APPLY-USAGE-OLDEST-FIRST.

           MOVE "N" TO WS-FILE-FAILED-SWITCH.
           IF  WS-EMP-FORFEIT-DAYS > ZERO THEN
               PERFORM 700-FILE-FORFEIT THRU 700-EXIT
           END-IF.

      *    ** a ledger that did not take the forfeit leaves the grants
      *    ** open, so the next run tries the whole employee again
           IF  NOT WS-FILE-FAILED THEN
               PERFORM 800-CLOSE-GRANTS
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-LOAD-GRANTS - THE EMPLOYEE'S GRANTS OFF THE APITPCMP
      *    CMD-CODE 4 CURSOR, IN GRANT ORDER. THE CURSOR IS WALKED TO
      *    EXHAUSTION EVEN WHEN THE TABLE IS FULL.
      *-----------------------------------------------------------------
       400-LOAD-GRANTS.

           MOVE ZERO      TO WS-GRANT-COUNT.
           MOVE ZERO      TO WS-EXPIRED-OPEN-COUNT.
           MOVE "N"       TO WS-CURSOR-SWITCH.
           MOVE SPACES    TO COMP-OFF-GRANT-RECORD.
           MOVE WS-EMP-ID TO WS-CMP-EMP-NO.
           MOVE 4         TO CMD-CODE.

           PERFORM UNTIL WS-CURSOR-DONE
               MOVE COMP-OFF-GRANT-RECORD TO DATA-IN
               CALL "APITPCMP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO COMP-OFF-GRANT-RECORD
                   ADD 1 TO WS-GRANT-READ-COUNT
                   IF  WS-GRANT-COUNT < 60 THEN
                       ADD 1 TO WS-GRANT-COUNT
                       SET GRANT-IX TO WS-GRANT-COUNT
                       MOVE COMP-OFF-GRANT-RECORD
                               TO WS-GT-IMAGE (GRANT-IX)
                       MOVE ZERO TO WS-GT-USED (GRANT-IX)
                       MOVE ZERO TO WS-GT-NEW-FORFEIT (GRANT-IX)
                       MOVE "N"  TO WS-GT-CHANGED (GRANT-IX)
                       IF  WS-CMP-OPEN
                       AND WS-CMP-EXPIRY-DATE < WS-RUN-DATE
                           ADD 1 TO WS-EXPIRED-OPEN-COUNT
                       END-IF
                   ELSE
                       DISPLAY "COBBATA8 - GRANT TABLE FULL FOR "
                               WS-EMP-ID
                   END-IF
                   MOVE WS-EMP-ID TO WS-CMP-EMP-NO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 500-LOAD-LEDGER - EVERY APPROVED COMP-OFF DAY ON THE EMPLOYEE'S
      *    LEDGER (APITP014 CMD-CODE 6 CURSOR) IS A DAY USED; THE RUN
      *    MONTH'S AND NEXT MONTH'S COMP-OFF ACCRUAL ROWS ARE HELD
      *    ASIDE FOR THE FORFEIT TO COME OFF.
      *-----------------------------------------------------------------
       500-LOAD-LEDGER.

           MOVE ZERO      TO WS-USED-DAYS.
           MOVE "N"       TO WS-RUN-ROW-SWITCH.
           MOVE "N"       TO WS-NEXT-ROW-SWITCH.
           MOVE "N"       TO WS-CURSOR-SWITCH.
           MOVE SPACES    TO LEAVE-MASTER-RECORD.
           MOVE WS-EMP-ID TO WS-EMP-NO.
           MOVE 6         TO CMD-CODE.

           PERFORM UNTIL WS-CURSOR-DONE
               MOVE LEAVE-MASTER-RECORD TO DATA-IN
               CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO LEAVE-MASTER-RECORD
                   IF  WS-LTYPE = "C" THEN
                       IF  WS-LDAYSREQ > ZERO
                       AND WS-LEAVE-APPROVED
                           ADD WS-LDAYSREQ TO WS-USED-DAYS
                       END-IF
                       IF  WS-LDAYSREQ = ZERO
                       AND WS-LYEARMONTH = WS-RUN-YEARMONTH
                       AND NOT WS-RUN-ROW-FOUND
                           SET WS-RUN-ROW-FOUND TO TRUE
                           MOVE DATA-OUT TO LEAVE-RUN-ROW-HOLD
                       END-IF
                       IF  WS-LDAYSREQ = ZERO
                       AND WS-LYEARMONTH = WS-NEXT-YEARMONTH
                       AND NOT WS-NEXT-ROW-FOUND
                           SET WS-NEXT-ROW-FOUND TO TRUE
                           MOVE DATA-OUT TO LEAVE-NEXT-ROW-HOLD
                       END-IF
                   END-IF
                   MOVE WS-EMP-ID TO WS-EMP-NO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 600-APPLY-USAGE-OLDEST-FIRST - THE DAYS USED ARE SET AGAINST
      *    THE GRANTS IN GRANT ORDER, EACH GRANT ONLY FOR WHAT AN
      *    EARLIER RUN DID NOT ALREADY FORFEIT. AN OPEN GRANT PAST ITS
      *    USE-BY DATE FORFEITS WHATEVER THE USAGE DID NOT REACH AND
      *    IS CLOSED.
      *-----------------------------------------------------------------
       600-APPLY-USAGE-OLDEST-FIRST.

           MOVE ZERO         TO WS-EMP-FORFEIT-DAYS.
           MOVE WS-USED-DAYS TO WS-UNUSED-REMAINING.

           PERFORM VARYING GRANT-IX FROM 1 BY 1
                   UNTIL GRANT-IX > WS-GRANT-COUNT
               MOVE WS-GT-IMAGE (GRANT-IX) TO COMP-OFF-GRANT-RECORD
               COMPUTE WS-USABLE-DAYS =
                       WS-CMP-DAYS - WS-CMP-FORFEIT-DAYS
               IF  WS-USABLE-DAYS < ZERO THEN
                   MOVE ZERO TO WS-USABLE-DAYS
               END-IF
               IF  WS-UNUSED-REMAINING > WS-USABLE-DAYS THEN
                   MOVE WS-USABLE-DAYS      TO WS-CONSUMED-DAYS
               ELSE
                   MOVE WS-UNUSED-REMAINING TO WS-CONSUMED-DAYS
               END-IF
               SUBTRACT WS-CONSUMED-DAYS FROM WS-UNUSED-REMAINING
               MOVE WS-CONSUMED-DAYS TO WS-GT-USED (GRANT-IX)
               IF  WS-CMP-OPEN
               AND WS-CMP-EXPIRY-DATE < WS-RUN-DATE
                   COMPUTE WS-LEFT-DAYS =
                           WS-USABLE-DAYS - WS-CONSUMED-DAYS
                   IF  WS-LEFT-DAYS > ZERO THEN
                       ADD WS-LEFT-DAYS TO WS-CMP-FORFEIT-DAYS
                       ADD WS-LEFT-DAYS TO WS-EMP-FORFEIT-DAYS
                       MOVE WS-LEFT-DAYS TO WS-GT-NEW-FORFEIT (GRANT-IX)
                   END-IF
                   SET WS-CMP-EXPIRED TO TRUE
                   MOVE "Y" TO WS-GT-CHANGED (GRANT-IX)
                   MOVE COMP-OFF-GRANT-RECORD TO WS-GT-IMAGE (GRANT-IX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 700-FILE-FORFEIT - THE FORFEITED DAYS GO ON THE LEDGER AS A
      *    STATUS F TYPE C ROW IN THE RUN MONTH, AND COME OFF THE RUN
      *    MONTH'S COMP-OFF ROW (TAKEN UP, BALANCE DOWN) AND NEXT
      *    MONTH'S (AVAILABLE AND BALANCE DOWN) WHERE THEY EXIST.
      *-----------------------------------------------------------------
       700-FILE-FORFEIT.

           IF  WS-RUN-ROW-FOUND THEN
               MOVE LEAVE-RUN-ROW-HOLD TO LEAVE-MASTER-RECORD
               MOVE LEAVE-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE
               ADD      WS-EMP-FORFEIT-DAYS TO   WS-LTAKEN
               SUBTRACT WS-EMP-FORFEIT-DAYS FROM WS-LBALANCE
               MOVE 5 TO CMD-CODE
               MOVE LEAVE-MASTER-RECORD TO DATA-IN
               CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   DISPLAY "COBBATA8 - COMP-OFF ROW CHANGE FAILED FOR "
                           WS-EMP-ID
                   ADD 1 TO WS-ERROR-COUNT
                   SET WS-FILE-FAILED TO TRUE
                   GO TO 700-EXIT
               END-IF
               PERFORM 750-AUDIT-LEAVE-ROW
               MOVE LEAVE-MASTER-RECORD TO LEAVE-RUN-ROW-HOLD
           END-IF.

           IF  WS-NEXT-ROW-FOUND THEN
               MOVE LEAVE-NEXT-ROW-HOLD TO LEAVE-MASTER-RECORD
               MOVE LEAVE-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE
               SUBTRACT WS-EMP-FORFEIT-DAYS FROM WS-LAVAILABLE
               SUBTRACT WS-EMP-FORFEIT-DAYS FROM WS-LBALANCE
               MOVE 5 TO CMD-CODE
               MOVE LEAVE-MASTER-RECORD TO DATA-IN
               CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   DISPLAY "COBBATA8 - COMP-OFF ROW CHANGE FAILED FOR "
                           WS-EMP-ID
                   ADD 1 TO WS-ERROR-COUNT
                   SET WS-FILE-FAILED TO TRUE
                   GO TO 700-EXIT
               END-IF
               PERFORM 750-AUDIT-LEAVE-ROW
           END-IF.

      *    ** the forfeit row carries the run month's figures after
      *    ** the forfeit, the way an approved request row carries
      *    ** them after approval
           IF  WS-RUN-ROW-FOUND THEN
               MOVE LEAVE-RUN-ROW-HOLD TO LEAVE-MASTER-RECORD
           ELSE
               MOVE SPACES             TO LEAVE-MASTER-RECORD
               MOVE ZERO               TO WS-LAVAILABLE
               MOVE ZERO               TO WS-LTAKEN
               MOVE ZERO               TO WS-LBALANCE
               MOVE ZERO               TO WS-WORKINGDAYS
           END-IF.
           MOVE WS-EMP-ID           TO WS-EMP-NO.
           MOVE WS-RUN-YEARMONTH    TO WS-LYEARMONTH.
           MOVE WS-EMP-FORFEIT-DAYS TO WS-LDAYSREQ.
           SET WS-LEAVE-FORFEITED   TO TRUE.
           MOVE "C"                 TO WS-LTYPE.
           MOVE SPACES              TO WS-LAPPROVER.
           MOVE WS-RUN-DATE         TO WS-LREQ-DATE.
           MOVE WS-RUN-DATE         TO WS-LSTART-DATE.
           MOVE 2 TO CMD-CODE.
           MOVE LEAVE-MASTER-RECORD TO DATA-IN.
           CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBATA8 - FORFEIT ROW FAILED FOR " WS-EMP-ID
               ADD 1 TO WS-ERROR-COUNT
               SET WS-FILE-FAILED TO TRUE
               GO TO 700-EXIT
           END-IF.
           MOVE SPACES TO WS-AUD-BEFORE-IMAGE.
           PERFORM 750-AUDIT-LEAVE-ROW.

           ADD 1 TO WS-FORFEIT-COUNT.
           ADD WS-EMP-FORFEIT-DAYS TO WS-FORFEIT-DAYS-TOTAL.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 750-AUDIT-LEAVE-ROW - BEFORE/AFTER IMAGES OF A LEDGER ROW THIS
      *    JOB CHANGED OR ADDED ON THE HR AUDIT TRAIL.
      *-----------------------------------------------------------------
       750-AUDIT-LEAVE-ROW.

           MOVE "LEAVMSTR" TO WS-AUD-FILE.
           MOVE SPACES     TO WS-AUD-KEY.
           STRING WS-EMP-NO WS-LYEARMONTH
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE LEAVE-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * 800-CLOSE-GRANTS - EVERY GRANT CLOSED THIS RUN GOES BACK ON
      *    APITPCMP (CMD-CODE 3) WITH ITS FORFEITED DAYS, AUDITED, AND
      *    GETS A REPORT LINE. A GRANT FULLY USED BEFORE IT EXPIRED IS
      *    CLOSED QUIETLY WITH NOTHING FORFEITED.
      *-----------------------------------------------------------------
       800-CLOSE-GRANTS.

           PERFORM VARYING GRANT-IX FROM 1 BY 1
                   UNTIL GRANT-IX > WS-GRANT-COUNT
               IF  WS-GT-CHANGED (GRANT-IX) = "Y" THEN
                   MOVE WS-GT-IMAGE (GRANT-IX) TO COMP-OFF-GRANT-RECORD
                   MOVE 3 TO CMD-CODE
                   MOVE COMP-OFF-GRANT-RECORD TO DATA-IN
                   CALL "APITPCMP" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  RESP-CODE = 0
                       DISPLAY "COBBATA8 - GRANT CLOSE FAILED FOR "
                               WS-CMP-EMP-NO " " WS-CMP-GRANT-YM
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-CLOSED-COUNT
                       MOVE "COMPOFF"  TO WS-AUD-FILE
                       MOVE SPACES     TO WS-AUD-KEY
                       STRING WS-CMP-EMP-NO WS-CMP-GRANT-YM
                           DELIMITED BY SIZE INTO WS-AUD-KEY
                       MOVE SPACES     TO WS-AUD-BEFORE-IMAGE
                       MOVE COMP-OFF-GRANT-RECORD
                               TO WS-AUD-AFTER-IMAGE
                       CALL "COBAUDIT" USING HR-AUDIT-RECORD
                       IF  WS-GT-NEW-FORFEIT (GRANT-IX) > ZERO THEN
                           MOVE WS-CMP-EMP-NO      TO ER-EMP-NO
                           MOVE WS-CMP-GRANT-YM    TO ER-GRANT-YM
                           MOVE WS-CMP-EXPIRY-DATE TO ER-EXPIRY-DATE
                           MOVE WS-CMP-DAYS        TO ER-DAYS-GRANTED
                           MOVE WS-GT-USED (GRANT-IX)
                                                   TO ER-DAYS-USED
                           MOVE WS-GT-NEW-FORFEIT (GRANT-IX)
                                                   TO ER-DAYS-FORFEITED
                           MOVE "EXPIRED - FORFEITED" TO ER-REMARK
                           WRITE EXPIRY-REPORT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE EXPIRY-REPORT-FILE.

           MOVE WS-EMP-COUNT       TO WS-RC-READ-COUNT.
           MOVE WS-CLOSED-COUNT    TO WS-RC-SELECT-COUNT.
           MOVE WS-FORFEIT-COUNT   TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT     TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"         TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-EMP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA8 - " WS-COUNT-DISPLAY
                   " EMPLOYEES CHECKED".
           MOVE WS-GRANT-READ-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA8 - " WS-COUNT-DISPLAY
                   " COMP-OFF GRANTS READ".
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA8 - " WS-COUNT-DISPLAY
                   " EXPIRED GRANTS CLOSED".
           MOVE WS-FORFEIT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA8 - " WS-COUNT-DISPLAY
                   " EMPLOYEES WITH DAYS FORFEITED".
           MOVE WS-FORFEIT-DAYS-TOTAL TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA8 - " WS-COUNT-DISPLAY
                   " COMP-OFF DAYS FORFEITED".

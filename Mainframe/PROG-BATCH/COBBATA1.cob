      *-----------------------------------------------------------------
      *    COBBATA1 - MONTHLY GRATUITY PROVISION. THE END-OF-SERVICE
      *               GRATUITY EVERY PERMANENT EMPLOYEE EARNS WAS
      *               NEVER PROVIDED FOR - IT HIT THE BOOKS WHOLE IN
      *               THE MONTH SOMEBODY LEFT. EVERY MONTH END THIS RUN
      *               WALKS THE EMPLOYEE MASTER (APITP010 CMD-CODE 4,
      *               CONTRACTORS SKIPPED - THEY ACCRUE NOTHING),
      *               VALUES EACH ACTIVE EMPLOYEE'S ACCRUED GRATUITY
      *               AS AT THE LAST DAY OF THE RUN MONTH THROUGH THE
      *               COBGRATY ROUTINE, AND KEEPS THE RUNNING FIGURE ON
      *               ONE PROVISION ROW PER EMPLOYEE (THE NEW APITPGPV
      *               GATEWAY). THE MONTH'S MOVEMENT - THE NEW
      *               VALUATION LESS THE ONE ALREADY BOOKED - GOES TO
      *               THE GRATMOVE FILE, WHICH COBBAT80 JOURNALS AS
      *               SOURCE GR AGAINST THE DEPARTMENT. A LEAVER IS
      *               HELD AT THE LAST VALUATION UNTIL COBCIO57 SETTLES
      *               THEM; ONCE SETTLED, WHATEVER THE PAYOUT LEFT ON
      *               THE ROW (OVER- OR UNDER-PROVIDED) IS RELEASED
      *               AND THE ROW CLOSED. A REHIRE AFTER A SETTLEMENT
      *               STARTS A FRESH ROW COUNTING FROM THE NEW JOINING
      *               DATE, SO PAID SERVICE IS NEVER PROVIDED TWICE.
      *               THE REPORT SHOWS EACH EMPLOYEE'S OPENING,
      *               CLOSING AND MOVEMENT WITH RUN TOTALS. RERUNNING
      *               THE SAME MONTH REVALUES TO THE SAME FIGURE AND
      *               BOOKS NO FURTHER MOVEMENT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATA1.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAT-MOVE-FILE ASSIGN TO GRATMOVE
               ORGANIZATION IS SEQUENTIAL.
           SELECT GRAT-REPORT-FILE ASSIGN TO GRATRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  GRAT-MOVE-FILE
           RECORDING MODE IS F.
      *    ** one row per employee whose provision moved - a positive
      *    ** movement builds the provision, a negative one releases
      *    ** it (COBBAT80 source GR)
       01  GRAT-MOVE-RECORD.
           03  GV-EMP-NO                   PIC X(6).
           03  GV-DEPT-CODE                PIC X(4).
           03  GV-YEARMONTH                PIC X(6).
           03  GV-MOVEMENT                 PIC S9(9)V9(2)
                                           SIGN LEADING SEPARATE.
           03  FILLER                      PIC X(52).

       FD  GRAT-REPORT-FILE
           RECORDING MODE IS F.
       01  GRAT-REPORT-RECORD.
           03  RP-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-SERVICE-YEARS            PIC ZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-OPENING                  PIC ZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-CLOSING                  PIC ZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-MOVEMENT                 PIC ZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RP-REMARK                   PIC X(24).

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

      *    ** one provision row per employee on the APITPGPV gateway -
      *    ** CMD-CODE 1 READ BY EMPLOYEE, 2 ADD, 3 CHANGE. STATUS A
      *    ** IS ACCRUING, S SETTLED BY COBCIO57 (ACCRUED LESS THE
      *    ** PAYOUT STILL ON THE ROW), C CLOSED AFTER THE RELEASE.
       01  GRATUITY-PROVISION-RECORD.
           10 WS-GPV-EMP-NO           PIC X(6).
      *        ** the joining date the service counts from (yyddd)
           10 WS-GPV-SERVICE-FROM     PIC 9(5).
           10 WS-GPV-YEARMONTH        PIC X(6).
           10 WS-GPV-ACCRUED          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GPV-STATUS           PIC X(1).
               88  WS-GPV-ACCRUING        VALUE "A".
               88  WS-GPV-SETTLED         VALUE "S".
               88  WS-GPV-CLOSED          VALUE "C".
           10 WS-GPV-PAID             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GPV-SETTLED-DATE     PIC 9(6).
       01  WS-GPV-FOUND-SWITCH             PIC X.
           88  WS-GPV-FOUND                    VALUE "Y".

      *    ** the COBGRATY valuation parameters
       01  GRATUITY-PARAMETERS.
           03  GR-FIRST-JOINED             PIC 9(5).
           03  GR-DATE-JOINED              PIC 9(5).
           03  GR-ASOF-DATE                PIC 9(6).
           03  GR-MONTHLY-SALARY           PIC S9(7)V9(2) COMP-3.
           03  GR-SERVICE-MONTHS           PIC S9(4) COMP.
           03  GR-SERVICE-YEARS            PIC S9(4) COMP.
           03  GR-DAYS-PER-YEAR            PIC S9(3)V9(2) COMP-3.
           03  GR-AMOUNT                   PIC S9(7)V9(2) COMP-3.
           03  GR-MESSAGE                  PIC X(30).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

       01  WS-OPENING                      PIC S9(7)V9(2) COMP-3.
       01  WS-CLOSING                      PIC S9(7)V9(2) COMP-3.
       01  WS-MOVEMENT                     PIC S9(7)V9(2) COMP-3.
       01  WS-REMARK                       PIC X(24).
       01  WS-TOT-OPENING                  PIC S9(11)V9(2) COMP-3
                                           VALUE +0.
       01  WS-TOT-CLOSING                  PIC S9(11)V9(2) COMP-3
                                           VALUE +0.
       01  WS-TOT-MOVEMENT                 PIC S9(11)V9(2) COMP-3
                                           VALUE +0.

      *    ** the run month and its last day, the date every active
      *    ** employee is valued to
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
       01  WS-MONTH-END                    PIC 9(6).
       01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
           03  WS-ME-YY                    PIC 99.
           03  WS-ME-MM                    PIC 99.
           03  WS-ME-DD                    PIC 99.
       01  WS-MONTH-DAYS-VALUES            PIC X(24)
                                 VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-LEAP-QUOTIENT                PIC S9(4) COMP.
       01  WS-LEAP-REMAINDER               PIC S9(4) COMP.

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-EMP-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-VALUED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-RELEASED-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-HELD-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-MOVE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZZZ9.99-.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATA1".
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
           PERFORM 200-VALUE-EMPLOYEES THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE RUN MONTH AND ITS LAST DAY, AND
      *    OPEN THE FILES.
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

           PERFORM 120-MONTH-END.

           OPEN OUTPUT GRAT-MOVE-FILE.
           OPEN OUTPUT GRAT-REPORT-FILE.

      *-----------------------------------------------------------------
      * 120-MONTH-END - THE LAST DAY OF THE RUN MONTH, FEBRUARY TAKING
      *    THE LEAP DAY IN A LEAP YEAR - SAME TEST AS COBBAT80.
      *-----------------------------------------------------------------
       120-MONTH-END.

           MOVE WS-RUN-YY TO WS-ME-YY.
           MOVE WS-RUN-MM TO WS-ME-MM.
           MOVE WS-MONTH-DAYS (WS-ME-MM) TO WS-ME-DD.

           IF  WS-ME-MM = 2 THEN
               DIVIDE WS-RUN-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF  WS-LEAP-REMAINDER = ZERO THEN
                   MOVE 29 TO WS-ME-DD
                   DIVIDE WS-RUN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF  WS-LEAP-REMAINDER = ZERO THEN
                       DIVIDE WS-RUN-YYYY BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF  WS-LEAP-REMAINDER NOT = ZERO THEN
                           MOVE 28 TO WS-ME-DD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-VALUE-EMPLOYEES - WALK THE EMPLOYEE MASTER. CONTRACTORS
      *    ARE PAID OFF INVOICES AND ACCRUE NO GRATUITY.
      *-----------------------------------------------------------------
       200-VALUE-EMPLOYEES.

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
                       PERFORM 300-PROVIDE-ONE-EMPLOYEE THRU 300-EXIT
                   END-IF
      *            ** restore the cursor command after the provision
      *            ** row reads reused it
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-PROVIDE-ONE-EMPLOYEE - READ THE PROVISION ROW, WORK OUT THE
      *    MONTH'S MOVEMENT FOR AN ACTIVE EMPLOYEE OR A SETTLED LEAVER,
      *    AND FILE THE ROW BACK.
      *-----------------------------------------------------------------
       300-PROVIDE-ONE-EMPLOYEE.

           PERFORM 350-READ-PROVISION.

           MOVE ZERO   TO WS-OPENING.
           MOVE ZERO   TO WS-MOVEMENT.
           MOVE ZERO   TO GR-SERVICE-YEARS.
           MOVE SPACES TO WS-REMARK.
           IF  WS-GPV-FOUND
           AND NOT WS-GPV-CLOSED
               MOVE WS-GPV-ACCRUED TO WS-OPENING
           END-IF.

           IF  WS-EMP-DATE-TERMINATED IS NUMERIC
           AND WS-EMP-DATE-TERMINATED NOT = ZERO
               PERFORM 500-LEAVER THRU 500-EXIT
               GO TO 300-EXIT
           END-IF.

      *    ** a row closed by an earlier settlement belongs to a
      *    ** spell already paid - a rehire starts again from the
      *    ** current joining date
           IF  NOT WS-GPV-FOUND
           OR  WS-GPV-CLOSED
               MOVE SPACES             TO GRATUITY-PROVISION-RECORD
               MOVE WS-EMP-ID          TO WS-GPV-EMP-NO
               MOVE ZERO               TO WS-GPV-PAID
               MOVE ZERO               TO WS-GPV-SETTLED-DATE
               IF  WS-GPV-FOUND THEN
                   MOVE WS-EMP-DATE-JOINED  TO WS-GPV-SERVICE-FROM
               ELSE
                   IF  WS-EMP-FIRST-JOINED IS NUMERIC
                   AND WS-EMP-FIRST-JOINED NOT = ZERO
                       MOVE WS-EMP-FIRST-JOINED
                                        TO WS-GPV-SERVICE-FROM
                   ELSE
                       MOVE WS-EMP-DATE-JOINED
                                        TO WS-GPV-SERVICE-FROM
                   END-IF
               END-IF
           END-IF.

           MOVE WS-GPV-SERVICE-FROM TO GR-FIRST-JOINED.
           MOVE WS-EMP-DATE-JOINED  TO GR-DATE-JOINED.
           MOVE WS-MONTH-END        TO GR-ASOF-DATE.
           MOVE WS-EMP-SALARY       TO GR-MONTHLY-SALARY.
           CALL "COBGRATY" USING GRATUITY-PARAMETERS.
           IF  GR-MESSAGE = "NO JOINING DATE ON FILE"
           OR  GR-MESSAGE = "NO SALARY ON FILE"
               ADD 1 TO WS-ERROR-COUNT
               MOVE GR-MESSAGE TO WS-REMARK
           END-IF.

           MOVE GR-AMOUNT TO WS-CLOSING.
           COMPUTE WS-MOVEMENT = WS-CLOSING - WS-OPENING.
           ADD 1 TO WS-VALUED-COUNT.

           MOVE WS-RUN-YEARMONTH TO WS-GPV-YEARMONTH.
           MOVE WS-CLOSING       TO WS-GPV-ACCRUED.
           MOVE "A"              TO WS-GPV-STATUS.
           PERFORM 360-FILE-PROVISION.

           PERFORM 700-WRITE-MOVEMENT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-READ-PROVISION - THE EMPLOYEE'S PROVISION ROW, IF ANY.
      *-----------------------------------------------------------------
       350-READ-PROVISION.

           MOVE SPACES    TO GRATUITY-PROVISION-RECORD.
           MOVE WS-EMP-ID TO WS-GPV-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE GRATUITY-PROVISION-RECORD TO DATA-IN.
           CALL "APITPGPV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT TO GRATUITY-PROVISION-RECORD
               SET WS-GPV-FOUND TO TRUE
               IF  WS-GPV-ACCRUED IS NOT NUMERIC THEN
                   MOVE ZERO TO WS-GPV-ACCRUED
               END-IF
           ELSE
               MOVE "N" TO WS-GPV-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * 360-FILE-PROVISION - CHANGE THE ROW ON FILE OR ADD THE FIRST.
      *-----------------------------------------------------------------
       360-FILE-PROVISION.

           IF  WS-GPV-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE GRATUITY-PROVISION-RECORD TO DATA-IN.
           CALL "APITPGPV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATA1 - PROVISION ROW NOT FILED FOR "
                       WS-EMP-ID
           END-IF.
           SET WS-GPV-FOUND TO TRUE.

      *-----------------------------------------------------------------
      * 500-LEAVER - A LEAVER STAYS AT THE LAST VALUATION UNTIL
      *    COBCIO57 SETTLES THEM. A SETTLED ROW CARRIES WHAT THE
      *    PAYOUT DID NOT USE (NEGATIVE WHEN IT PAID MORE THAN WAS
      *    PROVIDED); RELEASING IT CLEARS THE PROVISION ACCOUNT.
      *-----------------------------------------------------------------
       500-LEAVER.

           IF  NOT WS-GPV-FOUND
           OR  WS-GPV-CLOSED
               GO TO 500-EXIT
           END-IF.

           IF  NOT WS-GPV-SETTLED THEN
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-OPENING            TO WS-CLOSING
               MOVE "AWAITING SETTLEMENT" TO WS-REMARK
               PERFORM 700-WRITE-MOVEMENT
               GO TO 500-EXIT
           END-IF.

           ADD 1 TO WS-RELEASED-COUNT.
           MOVE ZERO TO WS-CLOSING.
           COMPUTE WS-MOVEMENT = WS-CLOSING - WS-OPENING.
           MOVE "SETTLED - RELEASED" TO WS-REMARK.

           MOVE WS-RUN-YEARMONTH TO WS-GPV-YEARMONTH.
           MOVE ZERO             TO WS-GPV-ACCRUED.
           MOVE "C"              TO WS-GPV-STATUS.
           PERFORM 360-FILE-PROVISION.

           PERFORM 700-WRITE-MOVEMENT.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-WRITE-MOVEMENT - THE REPORT LINE, AND A MOVEMENT ROW FOR
      *    THE JOURNAL WHEN THE PROVISION ACTUALLY MOVED.
      *-----------------------------------------------------------------
       700-WRITE-MOVEMENT.

           ADD WS-OPENING  TO WS-TOT-OPENING.
           ADD WS-CLOSING  TO WS-TOT-CLOSING.
           ADD WS-MOVEMENT TO WS-TOT-MOVEMENT.

           IF  WS-MOVEMENT NOT = ZERO THEN
               MOVE SPACES           TO GRAT-MOVE-RECORD
               MOVE WS-EMP-ID        TO GV-EMP-NO
               MOVE WS-EMP-DEPT-CODE TO GV-DEPT-CODE
               MOVE WS-RUN-YEARMONTH TO GV-YEARMONTH
               MOVE WS-MOVEMENT      TO GV-MOVEMENT
               WRITE GRAT-MOVE-RECORD
               ADD 1 TO WS-MOVE-COUNT
           END-IF.

           MOVE WS-EMP-ID        TO RP-EMP-NO.
           MOVE WS-EMP-DEPT-CODE TO RP-DEPT-CODE.
           MOVE GR-SERVICE-YEARS TO RP-SERVICE-YEARS.
           MOVE WS-OPENING       TO RP-OPENING.
           MOVE WS-CLOSING       TO RP-CLOSING.
           MOVE WS-MOVEMENT      TO RP-MOVEMENT.
           MOVE WS-REMARK        TO RP-REMARK.
           WRITE GRAT-REPORT-RECORD.

      *-----------------------------------------------------------------
      * 900-TERMINATE - WRITE THE REPORT TOTAL LINE, CLOSE THE FILES,
      *    LOG THE RUN, AND DISPLAY THE RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           MOVE SPACES           TO RP-EMP-NO.
           MOVE SPACES           TO RP-DEPT-CODE.
           MOVE ZERO             TO RP-SERVICE-YEARS.
           MOVE WS-TOT-OPENING   TO RP-OPENING.
           MOVE WS-TOT-CLOSING   TO RP-CLOSING.
           MOVE WS-TOT-MOVEMENT  TO RP-MOVEMENT.
           MOVE "MONTH TOTAL"    TO RP-REMARK.
           WRITE GRAT-REPORT-RECORD.

           CLOSE GRAT-MOVE-FILE.
           CLOSE GRAT-REPORT-FILE.

           MOVE WS-EMP-COUNT     TO WS-RC-READ-COUNT.
           COMPUTE WS-RC-SELECT-COUNT =
                   WS-VALUED-COUNT + WS-RELEASED-COUNT.
           MOVE WS-MOVE-COUNT    TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT   TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"       TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-EMP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA1 - " WS-COUNT-DISPLAY
                   " EMPLOYEES READ FOR " WS-RUN-YEARMONTH.
           MOVE WS-VALUED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA1 - " WS-COUNT-DISPLAY
                   " ACTIVE EMPLOYEES VALUED".
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA1 - " WS-COUNT-DISPLAY
                   " SETTLED LEAVERS RELEASED".
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA1 - " WS-COUNT-DISPLAY
                   " LEAVERS AWAITING SETTLEMENT".
           MOVE WS-TOT-MOVEMENT TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATA1 - PROVISION MOVEMENT "
                   WS-AMOUNT-DISPLAY.

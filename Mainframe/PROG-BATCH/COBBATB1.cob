      *-----------------------------------------------------------------
      *    COBBATB1 - MONTHLY BENEFITS CARRIER PREMIUM INVOICE
      *               RECONCILIATION. EACH MONTH THE INSURERS SEND A
      *               PREMIUM INVOICE BY MEMBER AND FINANCE PAID IT AS
      *               BILLED - NOBODY CHECKED IT AGAINST WHO WAS
      *               ENROLLED. THIS RUN LOADS THE CARRIER INVOICE
      *               LINES (CARRIER, EMP-NO, PLAN, BILLING MONTH,
      *               PREMIUM) AND WALKS EVERY ENROLLMENT ACTIVE IN
      *               THE RUN MONTH (APITPBEN CMD-CODE 5, SAME TEST AS
      *               COBBAT39) FOR A PLAN WHOSE CARRIER (WS-BPL-
      *               CARRIER-CODE, APPENDED TO THE PLAN MASTER) SENT
      *               AN INVOICE. IT REPORTS MEMBERS BILLED BUT NOT
      *               ENROLLED, MEMBERS ENROLLED BUT NOT BILLED,
      *               PREMIUMS THAT DIFFER FROM THE PLAN RATE (THE
      *               COBBAT39 EMPLOYEE CONTRIBUTION PLUS THE EMPLOYER
      *               SHARE ON EMP-SALARY), TERMINATED EMPLOYEES STILL
      *               BILLED AFTER EMP-DATE-TERMINATED, AND LINES FOR
      *               A MONTH OTHER THAN THE RUN MONTH. EVERY BILLED
      *               LINE NOT PAYABLE IN FULL GOES ON THE DISPUTE
      *               FILE SENT BACK TO THE CARRIER, AND EACH CARRIER
      *               GETS ONE APPROVED-PAYABLE ROW FOR FINANCE -
      *               WHAT WAS BILLED LESS WHAT WAS DISPUTED. A
      *               MEMBER BILLED BELOW THE PLAN RATE IS PAID AS
      *               BILLED AND REPORTED, NOT DISPUTED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATB1.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-INVOICE-FILE ASSIGN TO CARRINV
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-REPORT-FILE ASSIGN TO CARRRECN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DISPUTE-FILE ASSIGN TO CARRDISP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYABLE-FILE ASSIGN TO CARRPAY
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CARRIER-INVOICE-FILE
           RECORDING MODE IS F.
       01  CARRIER-INVOICE-RECORD.
           03  CI-CARRIER-CODE             PIC X(4).
           03  CI-EMP-NO                   PIC X(6).
           03  CI-PLAN-CODE                PIC X(4).
           03  CI-BILL-YEARMONTH           PIC X(6).
           03  CI-PREMIUM                  PIC 9(5)V9(2).
           03  FILLER                      PIC X(53).

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  RECON-REPORT-RECORD.
           03  RR-CARRIER-CODE             PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-PLAN-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-BILLED                   PIC ZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-EXPECTED                 PIC ZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-CONDITION                PIC X(30).

      *    ** one line per disputed member, in the layout the
      *    ** carriers take back - reason BN BILLED NOT ENROLLED, TM
      *    ** TERMINATED, RT RATE, MO WRONG BILLING MONTH
       FD  DISPUTE-FILE
           RECORDING MODE IS F.
       01  DISPUTE-RECORD.
           03  DS-CARRIER-CODE             PIC X(4).
           03  DS-EMP-NO                   PIC X(6).
           03  DS-PLAN-CODE                PIC X(4).
           03  DS-BILL-YEARMONTH           PIC X(6).
           03  DS-BILLED                   PIC 9(5)V9(2).
           03  DS-EXPECTED                 PIC 9(5)V9(2).
           03  DS-DISPUTED                 PIC 9(5)V9(2).
           03  DS-REASON                   PIC X(2).
           03  FILLER                      PIC X(37).

      *    ** one row per carrier for finance - billed, disputed and
      *    ** the approved amount to pay
       FD  PAYABLE-FILE
           RECORDING MODE IS F.
       01  PAYABLE-RECORD.
           03  PY-CARRIER-CODE             PIC X(4).
           03  PY-YEARMONTH                PIC X(6).
           03  PY-MEMBER-COUNT             PIC 9(5).
           03  PY-BILLED                   PIC 9(7)V9(2).
           03  PY-DISPUTED                 PIC 9(7)V9(2).
           03  PY-APPROVED                 PIC 9(7)V9(2).
           03  FILLER                      PIC X(38).

       WORKING-STORAGE SECTION.

      *    ** same enrollment row COBCIO33 files
       01  ENROLLMENT-RECORD.
           10 WS-ENR-EMP-NO           PIC X(6).
           10 WS-ENR-PLAN-CODE        PIC X(4).
           10 WS-ENR-EFF-DATE         PIC 9(6).
           10 WS-ENR-END-DATE         PIC 9(6).

      *    ** the plan master row with the insuring carrier appended
      *    ** past the age limits
       01  BENEFIT-PLAN-RECORD.
           10 WS-BPL-PLAN-CODE        PIC X(4).
           10 WS-BPL-PLAN-DESC        PIC X(20).
           10 WS-BPL-EMPLOYEE-PCT     PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-BPL-EMPLOYER-PCT     PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-BPL-FLAT-AMOUNT      PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-BPL-COVERS-DEPS      PIC X(1).
           10 WS-BPL-PLAN-TYPE        PIC X(1).
           10 WS-BPL-AGE-LIMIT-ENTRY OCCURS 4 TIMES.
               15 WS-BPL-AGE-RELATION PIC X(2).
               15 WS-BPL-AGE-LIMIT    PIC 9(2).
      *        ** the carrier code the insurer puts on its invoice
           10 WS-BPL-CARRIER-CODE     PIC X(4).

      *    ** same layout COBBAT21 carries - EMP-DATE-TERMINATED and
      *    ** EMP-SALARY
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
           03  FILLER                      PIC X(13).
           03  WS-EMP-LOCATION             PIC X(2).
           03  WS-EMP-TYPE                 PIC X(1).
           03  FILLER                      PIC X(20).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the invoice lines rolled into storage, matched off as
      *    ** the enrollments walk - whatever is left unmatched at the
      *    ** end was billed for a member not enrolled
       01  WS-INVOICE-TABLE.
           03  WS-INVOICE-ENTRY OCCURS 2000 TIMES INDEXED BY INV-IX.
               05  WS-IV-CARRIER-CODE      PIC X(4).
               05  WS-IV-EMP-NO            PIC X(6).
               05  WS-IV-PLAN-CODE         PIC X(4).
               05  WS-IV-BILL-YEARMONTH    PIC X(6).
               05  WS-IV-PREMIUM           PIC S9(5)V9(2) COMP-3.
               05  WS-IV-MATCHED           PIC X(1).
       01  WS-INVOICE-COUNT                PIC S9(4) COMP VALUE +0.
       01  WS-INVOICE-SUB                  PIC S9(4) COMP.
       01  WS-INVOICE-FOUND-SWITCH         PIC X.
           88  WS-INVOICE-FOUND                VALUE "Y".

      *    ** the carriers that sent an invoice this month, with their
      *    ** payable totals - an enrollment whose carrier did not
      *    ** bill is not reported as missing
       01  WS-CARRIER-TABLE.
           03  WS-CARRIER-ENTRY OCCURS 20 TIMES INDEXED BY CAR-IX.
               05  WS-CR-CARRIER-CODE      PIC X(4).
               05  WS-CR-MEMBER-COUNT      PIC S9(5) COMP.
               05  WS-CR-BILLED            PIC S9(7)V9(2) COMP-3.
               05  WS-CR-DISPUTED          PIC S9(7)V9(2) COMP-3.
       01  WS-CARRIER-COUNT                PIC S9(4) COMP VALUE +0.
       01  WS-CARRIER-SUB                  PIC S9(4) COMP.
       01  WS-FIND-CARRIER-CODE            PIC X(4).
       01  WS-CARRIER-FOUND-SWITCH         PIC X.
           88  WS-CARRIER-FOUND                VALUE "Y".

       01  WS-EXPECTED-PREMIUM             PIC S9(5)V9(2) COMP-3.
       01  WS-DISPUTED-AMOUNT              PIC S9(5)V9(2) COMP-3.
       01  WS-DISPUTE-REASON               PIC X(2).
       01  WS-CONDITION                    PIC X(30).

      *    ** the run month - the billing month the invoices must
      *    ** carry - and its first and last days
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
       01  WS-MONTH-START-YYMMDD           PIC 9(6).
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

       01  WS-INVOICE-EOF-SWITCH           PIC X VALUE "N".
           88  WS-INVOICE-EOF                  VALUE "Y".
       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-LINE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-ENROLL-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-MATCHED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-NOT-ENROLLED-COUNT           PIC S9(7) COMP VALUE +0.
       01  WS-NOT-BILLED-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-RATE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-TERMINATED-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-WRONG-MONTH-COUNT            PIC S9(7) COMP VALUE +0.
       01  WS-DISPUTE-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       01  WS-APPROVED-TOTAL               PIC S9(9)V9(2) COMP-3
                                                   VALUE +0.
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZ9.99-.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATB1".
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
           PERFORM 200-LOAD-INVOICE-FILE THRU 200-EXIT
           PERFORM 300-SCAN-ENROLLMENTS THRU 300-EXIT
           PERFORM 500-REPORT-NOT-ENROLLED THRU 500-EXIT
           PERFORM 600-WRITE-PAYABLES THRU 600-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE RUN MONTH AND ITS FIRST AND LAST
      *    DAYS, AND OPEN THE FILES.
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
           COMPUTE WS-MONTH-START-YYMMDD =
                   (WS-RUN-YY * 10000) + (WS-RUN-MM * 100) + 1.

           PERFORM 120-MONTH-END.

           OPEN INPUT  CARRIER-INVOICE-FILE.
           OPEN OUTPUT RECON-REPORT-FILE.
           OPEN OUTPUT DISPUTE-FILE.
           OPEN OUTPUT PAYABLE-FILE.

      *-----------------------------------------------------------------
      * 120-MONTH-END - THE LAST DAY OF THE RUN MONTH, FEBRUARY TAKING
      *    THE LEAP DAY IN A LEAP YEAR - SAME TEST AS COBBATA1.
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
      * 200-LOAD-INVOICE-FILE - THE CARRIER INVOICE LINES INTO
      *    STORAGE, EACH CARRIER'S BILLED TOTAL ROLLED AS THEY LOAD. A
      *    LINE WITH NO NUMERIC PREMIUM, OR PAST THE TABLE, IS AN
      *    ERROR AND IS NEITHER PAID NOR DISPUTED.
      *-----------------------------------------------------------------
       200-LOAD-INVOICE-FILE.

           PERFORM UNTIL WS-INVOICE-EOF
               READ CARRIER-INVOICE-FILE
                   AT END
                       SET WS-INVOICE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM 250-LOAD-ONE-LINE THRU 250-EXIT
               END-READ
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-LOAD-ONE-LINE - ONE INVOICE LINE ONTO THE TABLE AND ITS
      *    CARRIER'S TOTALS.
      *-----------------------------------------------------------------
       250-LOAD-ONE-LINE.

           IF  CI-PREMIUM IS NOT NUMERIC
           OR  WS-INVOICE-COUNT = 2000
               ADD 1 TO WS-ERROR-COUNT
               GO TO 250-EXIT
           END-IF.

           MOVE CI-CARRIER-CODE TO WS-FIND-CARRIER-CODE.
           PERFORM 260-FIND-CARRIER THRU 260-EXIT.
           IF  NOT WS-CARRIER-FOUND THEN
               IF  WS-CARRIER-COUNT = 20 THEN
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 250-EXIT
               END-IF
               ADD 1 TO WS-CARRIER-COUNT
               SET CAR-IX TO WS-CARRIER-COUNT
               MOVE CI-CARRIER-CODE TO WS-CR-CARRIER-CODE (CAR-IX)
               MOVE ZERO TO WS-CR-MEMBER-COUNT (CAR-IX)
               MOVE ZERO TO WS-CR-BILLED (CAR-IX)
               MOVE ZERO TO WS-CR-DISPUTED (CAR-IX)
           END-IF.
           ADD 1          TO WS-CR-MEMBER-COUNT (CAR-IX).
           ADD CI-PREMIUM TO WS-CR-BILLED (CAR-IX).

           ADD 1 TO WS-INVOICE-COUNT.
           SET INV-IX TO WS-INVOICE-COUNT.
           MOVE CI-CARRIER-CODE   TO WS-IV-CARRIER-CODE (INV-IX).
           MOVE CI-EMP-NO         TO WS-IV-EMP-NO (INV-IX).
           MOVE CI-PLAN-CODE      TO WS-IV-PLAN-CODE (INV-IX).
           MOVE CI-BILL-YEARMONTH TO WS-IV-BILL-YEARMONTH (INV-IX).
           MOVE CI-PREMIUM        TO WS-IV-PREMIUM (INV-IX).
           MOVE "N"               TO WS-IV-MATCHED (INV-IX).

      *    ** a line for another month is disputed on sight and taken
      *    ** out of the member match
           IF  CI-BILL-YEARMONTH NOT = WS-RUN-YEARMONTH THEN
               MOVE "Y" TO WS-IV-MATCHED (INV-IX)
               ADD 1 TO WS-WRONG-MONTH-COUNT
               MOVE ZERO TO WS-EXPECTED-PREMIUM
               MOVE WS-IV-PREMIUM (INV-IX) TO WS-DISPUTED-AMOUNT
               MOVE "MO" TO WS-DISPUTE-REASON
               MOVE "NOT THE BILLING MONTH" TO WS-CONDITION
               PERFORM 700-WRITE-DISPUTE
           END-IF.

       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 260-FIND-CARRIER - WS-FIND-CARRIER-CODE ON THE CARRIER TABLE,
      *    CAR-IX LEFT ON THE ENTRY WHEN FOUND.
      *-----------------------------------------------------------------
       260-FIND-CARRIER.

           MOVE "N" TO WS-CARRIER-FOUND-SWITCH.
           PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
                   UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
                   OR WS-CARRIER-FOUND
               IF  WS-CR-CARRIER-CODE (WS-CARRIER-SUB)
                       = WS-FIND-CARRIER-CODE
                   SET WS-CARRIER-FOUND TO TRUE
                   SET CAR-IX TO WS-CARRIER-SUB
               END-IF
           END-PERFORM.

       260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-SCAN-ENROLLMENTS - EVERY ENROLLMENT ACTIVE IN THE RUN
      *    MONTH, SAME TEST AS COBBAT39.
      *-----------------------------------------------------------------
       300-SCAN-ENROLLMENTS.

           MOVE 5      TO  CMD-CODE.
           MOVE SPACES TO  ENROLLMENT-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPBEN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   ADD 1 TO WS-ENROLL-COUNT
                   IF  WS-ENR-EFF-DATE NOT > WS-MONTH-END
                   AND (WS-ENR-END-DATE = ZERO
                        OR WS-ENR-END-DATE
                           NOT < WS-MONTH-START-YYMMDD)
                       PERFORM 400-MATCH-ONE-ENROLLMENT THRU 400-EXIT
                   END-IF
      *            ** restore the cursor command after the plan and
      *            ** employee reads reused it
                   MOVE 5 TO CMD-CODE
               END-IF
           END-PERFORM.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-MATCH-ONE-ENROLLMENT - FIND THE ENROLLED MEMBER ON THE
      *    INVOICE AND JUDGE THE LINE: TERMINATED BEFORE THE MONTH IS
      *    DISPUTED IN FULL, A PREMIUM OVER THE PLAN RATE IS DISPUTED
      *    BY THE DIFFERENCE.
      *-----------------------------------------------------------------
       400-MATCH-ONE-ENROLLMENT.

           MOVE SPACES             TO BENEFIT-PLAN-RECORD.
           MOVE WS-ENR-PLAN-CODE   TO WS-BPL-PLAN-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE BENEFIT-PLAN-RECORD TO DATA-IN.
           CALL "APITPBEN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               GO TO 400-EXIT
           END-IF.
           MOVE DATA-OUT TO BENEFIT-PLAN-RECORD.

      *    ** a plan whose carrier sent no invoice this month is not
      *    ** this run's business
           MOVE WS-BPL-CARRIER-CODE TO WS-FIND-CARRIER-CODE.
           PERFORM 260-FIND-CARRIER THRU 260-EXIT.
           IF  NOT WS-CARRIER-FOUND THEN
               GO TO 400-EXIT
           END-IF.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ENR-EMP-NO TO WS-EMP-ID.
           MOVE 1             TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               GO TO 400-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.

      *    ** the carrier's premium is both halves of the plan rate -
      *    ** the employee contribution COBBAT39 deducts and the
      *    ** employer share on the same salary
           COMPUTE WS-EXPECTED-PREMIUM ROUNDED =
                   WS-BPL-FLAT-AMOUNT
                 + (WS-EMP-SALARY * WS-BPL-EMPLOYEE-PCT / 100)
                 + (WS-EMP-SALARY * WS-BPL-EMPLOYER-PCT / 100).

           MOVE "N" TO WS-INVOICE-FOUND-SWITCH.
           PERFORM VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT
                   OR WS-INVOICE-FOUND
               IF  WS-IV-EMP-NO (WS-INVOICE-SUB) = WS-ENR-EMP-NO
               AND WS-IV-PLAN-CODE (WS-INVOICE-SUB) = WS-ENR-PLAN-CODE
               AND WS-IV-CARRIER-CODE (WS-INVOICE-SUB)
                       = WS-BPL-CARRIER-CODE
               AND WS-IV-MATCHED (WS-INVOICE-SUB) = "N"
                   SET WS-INVOICE-FOUND TO TRUE
                   SET INV-IX TO WS-INVOICE-SUB
               END-IF
           END-PERFORM.

           IF  NOT WS-INVOICE-FOUND THEN
               ADD 1 TO WS-NOT-BILLED-COUNT
               MOVE SPACES              TO RECON-REPORT-RECORD
               MOVE WS-BPL-CARRIER-CODE TO RR-CARRIER-CODE
               MOVE WS-ENR-EMP-NO       TO RR-EMP-NO
               MOVE WS-ENR-PLAN-CODE    TO RR-PLAN-CODE
               MOVE ZERO                TO RR-BILLED
               MOVE WS-EXPECTED-PREMIUM TO RR-EXPECTED
               MOVE "ENROLLED - NOT BILLED" TO RR-CONDITION
               WRITE RECON-REPORT-RECORD
               GO TO 400-EXIT
           END-IF.

           MOVE "Y" TO WS-IV-MATCHED (INV-IX).
           ADD 1 TO WS-MATCHED-COUNT.

      *    ** EMP-DATE-TERMINATED is yymmdd, zero while employed - a
      *    ** member gone before the billing month is owed nothing
           IF  WS-EMP-DATE-TERMINATED IS NUMERIC
           AND WS-EMP-DATE-TERMINATED NOT = ZERO
           AND WS-EMP-DATE-TERMINATED < WS-MONTH-START-YYMMDD
               ADD 1 TO WS-TERMINATED-COUNT
               MOVE WS-IV-PREMIUM (INV-IX) TO WS-DISPUTED-AMOUNT
               MOVE "TM" TO WS-DISPUTE-REASON
               MOVE "BILLED AFTER TERMINATION" TO WS-CONDITION
               PERFORM 700-WRITE-DISPUTE
               GO TO 400-EXIT
           END-IF.

           IF  WS-IV-PREMIUM (INV-IX) > WS-EXPECTED-PREMIUM THEN
               ADD 1 TO WS-RATE-COUNT
               COMPUTE WS-DISPUTED-AMOUNT =
                       WS-IV-PREMIUM (INV-IX) - WS-EXPECTED-PREMIUM
               MOVE "RT" TO WS-DISPUTE-REASON
               MOVE "BILLED OVER PLAN RATE" TO WS-CONDITION
               PERFORM 700-WRITE-DISPUTE
               GO TO 400-EXIT
           END-IF.

      *    ** under the plan rate is the carrier's loss, not ours -
      *    ** paid as billed, reported so benefits can query it
           IF  WS-IV-PREMIUM (INV-IX) < WS-EXPECTED-PREMIUM THEN
               ADD 1 TO WS-RATE-COUNT
               MOVE SPACES              TO RECON-REPORT-RECORD
               MOVE WS-BPL-CARRIER-CODE TO RR-CARRIER-CODE
               MOVE WS-ENR-EMP-NO       TO RR-EMP-NO
               MOVE WS-ENR-PLAN-CODE    TO RR-PLAN-CODE
               MOVE WS-IV-PREMIUM (INV-IX) TO RR-BILLED
               MOVE WS-EXPECTED-PREMIUM TO RR-EXPECTED
               MOVE "BILLED UNDER PLAN RATE" TO RR-CONDITION
               WRITE RECON-REPORT-RECORD
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-REPORT-NOT-ENROLLED - WHATEVER THE CARRIERS BILLED THAT NO
      *    ACTIVE ENROLLMENT ACCOUNTS FOR, DISPUTED IN FULL.
      *-----------------------------------------------------------------
       500-REPORT-NOT-ENROLLED.

           PERFORM VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT
               SET INV-IX TO WS-INVOICE-SUB
               IF  WS-IV-MATCHED (INV-IX) NOT = "Y" THEN
                   ADD 1 TO WS-NOT-ENROLLED-COUNT
                   MOVE ZERO TO WS-EXPECTED-PREMIUM
                   MOVE WS-IV-PREMIUM (INV-IX) TO WS-DISPUTED-AMOUNT
                   MOVE "BN" TO WS-DISPUTE-REASON
                   MOVE "BILLED - NOT ENROLLED" TO WS-CONDITION
                   PERFORM 700-WRITE-DISPUTE
               END-IF
           END-PERFORM.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-WRITE-PAYABLES - ONE APPROVED-PAYABLE ROW PER CARRIER FOR
      *    FINANCE: BILLED LESS DISPUTED.
      *-----------------------------------------------------------------
       600-WRITE-PAYABLES.

           PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
                   UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
               SET CAR-IX TO WS-CARRIER-SUB
               MOVE SPACES                   TO PAYABLE-RECORD
               MOVE WS-CR-CARRIER-CODE (CAR-IX) TO PY-CARRIER-CODE
               MOVE WS-RUN-YEARMONTH         TO PY-YEARMONTH
               MOVE WS-CR-MEMBER-COUNT (CAR-IX) TO PY-MEMBER-COUNT
               MOVE WS-CR-BILLED (CAR-IX)    TO PY-BILLED
               MOVE WS-CR-DISPUTED (CAR-IX)  TO PY-DISPUTED
               COMPUTE PY-APPROVED = WS-CR-BILLED (CAR-IX)
                                   - WS-CR-DISPUTED (CAR-IX)
               ADD PY-APPROVED TO WS-APPROVED-TOTAL
               WRITE PAYABLE-RECORD
           END-PERFORM.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-WRITE-DISPUTE - THE DISPUTE LINE FOR THE CARRIER AND ITS
      *    REPORT LINE, OFF THE INVOICE ENTRY AT INV-IX, AND THE
      *    DISPUTED AMOUNT OFF THE CARRIER'S PAYABLE.
      *-----------------------------------------------------------------
       700-WRITE-DISPUTE.

           MOVE SPACES                       TO DISPUTE-RECORD.
           MOVE WS-IV-CARRIER-CODE (INV-IX)  TO DS-CARRIER-CODE.
           MOVE WS-IV-EMP-NO (INV-IX)        TO DS-EMP-NO.
           MOVE WS-IV-PLAN-CODE (INV-IX)     TO DS-PLAN-CODE.
           MOVE WS-IV-BILL-YEARMONTH (INV-IX) TO DS-BILL-YEARMONTH.
           MOVE WS-IV-PREMIUM (INV-IX)       TO DS-BILLED.
           MOVE WS-EXPECTED-PREMIUM          TO DS-EXPECTED.
           MOVE WS-DISPUTED-AMOUNT           TO DS-DISPUTED.
           MOVE WS-DISPUTE-REASON            TO DS-REASON.
           WRITE DISPUTE-RECORD.
           ADD 1 TO WS-DISPUTE-COUNT.

           MOVE SPACES                       TO RECON-REPORT-RECORD.
           MOVE WS-IV-CARRIER-CODE (INV-IX)  TO RR-CARRIER-CODE.
           MOVE WS-IV-EMP-NO (INV-IX)        TO RR-EMP-NO.
           MOVE WS-IV-PLAN-CODE (INV-IX)     TO RR-PLAN-CODE.
           MOVE WS-IV-PREMIUM (INV-IX)       TO RR-BILLED.
           MOVE WS-EXPECTED-PREMIUM          TO RR-EXPECTED.
           MOVE WS-CONDITION                 TO RR-CONDITION.
           WRITE RECON-REPORT-RECORD.

           MOVE WS-IV-CARRIER-CODE (INV-IX) TO WS-FIND-CARRIER-CODE.
           PERFORM 260-FIND-CARRIER THRU 260-EXIT.
           IF  WS-CARRIER-FOUND THEN
               ADD WS-DISPUTED-AMOUNT TO WS-CR-DISPUTED (CAR-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    EXCEPTION TOTALS AND THE APPROVED PAYABLE.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE CARRIER-INVOICE-FILE.
           CLOSE RECON-REPORT-FILE.
           CLOSE DISPUTE-FILE.
           CLOSE PAYABLE-FILE.

           MOVE WS-LINE-COUNT      TO WS-RC-READ-COUNT.
           MOVE WS-MATCHED-COUNT   TO WS-RC-SELECT-COUNT.
           MOVE WS-DISPUTE-COUNT   TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT     TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"         TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB1 - " WS-COUNT-DISPLAY
                   " INVOICE LINES READ".
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB1 - " WS-COUNT-DISPLAY
                   " MEMBERS MATCHED TO AN ENROLLMENT".
           MOVE WS-NOT-ENROLLED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB1 - " WS-COUNT-DISPLAY
                   " BILLED BUT NOT ENROLLED".
           MOVE WS-NOT-BILLED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB1 - " WS-COUNT-DISPLAY
                   " ENROLLED BUT NOT BILLED".
           MOVE WS-RATE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB1 - " WS-COUNT-DISPLAY
                   " PREMIUM RATE DIFFERENCES".
           MOVE WS-TERMINATED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB1 - " WS-COUNT-DISPLAY
                   " BILLED AFTER TERMINATION".
           MOVE WS-WRONG-MONTH-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB1 - " WS-COUNT-DISPLAY
                   " NOT THE BILLING MONTH".
           MOVE WS-DISPUTE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB1 - " WS-COUNT-DISPLAY
                   " LINES DISPUTED".
           MOVE WS-APPROVED-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATB1 - " WS-AMOUNT-DISPLAY
                   " APPROVED PAYABLE".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB1 - " WS-COUNT-DISPLAY
                   " LINES IN ERROR".

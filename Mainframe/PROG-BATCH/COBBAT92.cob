      *-----------------------------------------------------------------
      *    COBBAT92 - DAILY CASH TRANSACTION MONITOR. NOTHING WATCHED
      *               THE TRAN-HISTORY FILE COBBAT26 EXTENDS FOR
      *               SUSPICIOUS PATTERNS. THIS RUN READS THE POSTED
      *               HISTORY INSIDE THE MONITORING WINDOW (THE LAST
      *               COBBAT92/WINDOW-DAYS DAYS, DEFAULT 5), TIES EACH
      *               CUSTOMER CREDIT BACK TO ITS WS-CUST-NO THROUGH
      *               THE ACCOUNT MASTER AND APPLIES TWO PARAMETER-
      *               DRIVEN RULES. LARGECR - A SINGLE CREDIT AT OR
      *               OVER COBBAT92/LARGE-CREDIT (DEFAULT 25,000.00).
      *               STRUCTUR - AT LEAST COBBAT92/STRUCT-COUNT
      *               (DEFAULT 3) CREDITS JUST UNDER THE REPORTING
      *               THRESHOLD COBBAT92/REPORT-LIMIT (DEFAULT
      *               10,000.00) - "JUST UNDER" BEING AT OR OVER
      *               COBBAT92/NEAR-PCT (DEFAULT 90) PERCENT OF IT -
      *               ACROSS ANY OF ONE CUSTOMER'S ACCOUNTS IN THE
      *               WINDOW, TOGETHER REACHING THE THRESHOLD. EACH HIT
      *               OPENS A CASE ON THE NEW APITPAML GATEWAY,
      *               NUMBERED OFF THE APITPCTL AMLCASE RANGE, ALERTS
      *               COMPLIANCE THROUGH COBALERT AND IS REPORTED. A
      *               HIT ALREADY COVERED BY A CASE FROM AN EARLIER RUN
      *               IS NOT OPENED AGAIN. THE BANK'S OWN POSTINGS -
      *               INTEREST, REVERSALS AND TERM DEPOSIT PROCEEDS -
      *               ARE NOT MONITORED. COMPLIANCE WORKS THE CASES ON
      *               COBCIO72; COBBAT93 LISTS THEM MONTHLY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT92.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-REPORT-FILE ASSIGN TO AMLRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  TRAN-HISTORY-FILE
           RECORDING MODE IS F.
      *    ** same posted-history layout COBBAT26 writes
       01  TRAN-HISTORY-RECORD.
           03  TH-ACC-NO                   PIC X(10).
           03  TH-POST-DATE                PIC 9(6).
           03  TH-DC-CODE                  PIC X(1).
           03  TH-AMOUNT                   PIC 9(9)V9(2).
           03  TH-SOURCE-REF               PIC X(10).
           03  TH-BALANCE-BEFORE           PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

       FD  CASE-REPORT-FILE
           RECORDING MODE IS F.
       01  CASE-REPORT-RECORD.
           03  CR-CASE-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-RULE                     PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-FROM-DATE                PIC 9(6).
           03  FILLER                      PIC X(1)  VALUE "-".
           03  CR-TO-DATE                  PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-TRAN-COUNT               PIC ZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-ACC-COUNT                PIC Z9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CR-AMOUNT                   PIC ZZZZZZZZZZ9.99.

       WORKING-STORAGE SECTION.

      *    ** the monitoring case - APITPAML CMD-CODE 1 READ BY CASE
      *    ** NO, 2 ADD, 3 CHANGE, 4 UNFILTERED CURSOR (COBBAT93,
      *    ** COBCIO72), 5 PER-CUSTOMER CURSOR
       01  AML-CASE-RECORD.
           10 WS-AMC-CASE-NO          PIC X(10).
           10 WS-AMC-CUST-NO          PIC X(10).
      *        ** LARGECR SINGLE LARGE CREDIT, STRUCTUR CREDITS
      *        ** STRUCTURED UNDER THE REPORTING THRESHOLD
           10 WS-AMC-RULE             PIC X(8).
               88  WS-AMC-LARGE-CREDIT    VALUE "LARGECR ".
               88  WS-AMC-STRUCTURING     VALUE "STRUCTUR".
      *        ** yymmdd - the posting dates the hit covers
           10 WS-AMC-FROM-DATE        PIC 9(6).
           10 WS-AMC-TO-DATE          PIC 9(6).
           10 WS-AMC-AMOUNT           PIC S9(11)V9(2) USAGE COMP-3.
           10 WS-AMC-TRAN-COUNT       PIC 9(3).
           10 WS-AMC-ACC-COUNT        PIC 9(2).
      *        ** the account of a large credit, the last account
      *        ** credited for structuring
           10 WS-AMC-ACC-NO           PIC X(10).
           10 WS-AMC-OPEN-DATE        PIC 9(6).
      *        ** O OPEN, R UNDER REVIEW, C CLOSED
           10 WS-AMC-STATUS           PIC X(1).
      *        ** F REPORT FILED, N NO FURTHER ACTION - SET AT CLOSE
           10 WS-AMC-DISPOSITION      PIC X(1).
           10 WS-AMC-NOTE             PIC X(60).
           10 WS-AMC-REVIEW-OPID      PIC X(3).
           10 WS-AMC-CLOSE-DATE       PIC 9(6).

      *    ** an earlier case for the same customer, off the CMD-CODE
      *    ** 5 cursor - its own areas, the cursor is walked between
      *    ** other gateway calls
       01  WS-PRIOR-CASE-RECORD.
           10 WS-PRI-CASE-NO          PIC X(10).
           10 WS-PRI-CUST-NO          PIC X(10).
           10 WS-PRI-RULE             PIC X(8).
           10 WS-PRI-FROM-DATE        PIC 9(6).
           10 WS-PRI-TO-DATE          PIC 9(6).
           10 WS-PRI-AMOUNT           PIC S9(11)V9(2) USAGE COMP-3.
           10 WS-PRI-TRAN-COUNT       PIC 9(3).
           10 WS-PRI-ACC-COUNT        PIC 9(2).
           10 WS-PRI-ACC-NO           PIC X(10).
           10 FILLER                  PIC X(77).
       01  WS-PRI-CMD-CODE                 PIC 99.
       01  WS-PRI-RESP-CODE                PIC 99.
       01  WS-PRI-DATA-IN                  PIC X(200).
       01  WS-PRI-DATA-OUT                 PIC X(200).

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT26 carries, with
      *    ** the COBCIO42 lifecycle tail
       01  ACCOUNT-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** case numbers off the APITPCTL number-control gateway -
      *    ** CMD-CODE 2 ALLOCATES THE NEXT NUMBER IN THE NAMED RANGE,
      *    ** GUARANTEED UNIQUE
       01  NUMBER-CONTROL-RECORD.
           10 WS-CTL-RANGE-NAME       PIC X(8) VALUE "AMLCASE ".
           10 WS-CTL-ALLOCATED-NO     PIC X(6).

      *    ** standard alert handed to COBALERT - compliance works the
      *    ** cases
       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBAT92".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "AMLCASE ".
           03  WS-ALT-SEVERITY             PIC X(1) VALUE "H".
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE       PIC X(8) VALUE "COMPLIAN".
           03  WS-ALT-MSG-CODE             PIC 99.

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

      *    ** the rule parameters - parameter file values, this
      *    ** shop's defaults when none is set
       01  WS-WINDOW-DAYS                  PIC S9(5) COMP-3 VALUE +5.
       01  WS-LARGE-CREDIT                 PIC S9(9)V99 COMP-3
                                                   VALUE +25000.00.
       01  WS-REPORT-LIMIT                 PIC S9(9)V99 COMP-3
                                                   VALUE +10000.00.
       01  WS-NEAR-PCT                     PIC S9(3)V99 COMP-3
                                                   VALUE +90.
       01  WS-STRUCT-COUNT                 PIC S9(5) COMP-3 VALUE +3.
       01  WS-NEAR-FLOOR                   PIC S9(9)V99 COMP-3.

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-JULIAN                   PIC 9(7).
       01  WS-WINDOW-JULIAN                PIC 9(7).
       01  WS-POST-JULIAN                  PIC 9(7).

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

      *    ** near-threshold credits per customer rolled off the
      *    ** history walk for the structuring rule
       01  WS-NEAR-TABLE.
           03  WS-NEAR-ENTRY OCCURS 500 TIMES
                             INDEXED BY NR-IX.
               05  WS-NR-CUST-NO           PIC X(10).
               05  WS-NR-COUNT             PIC S9(4) COMP.
               05  WS-NR-TOTAL             PIC S9(11)V99 COMP-3.
               05  WS-NR-FROM-DATE         PIC 9(6).
               05  WS-NR-FROM-JULIAN       PIC 9(7).
               05  WS-NR-TO-DATE           PIC 9(6).
               05  WS-NR-TO-JULIAN         PIC 9(7).
               05  WS-NR-LAST-ACC-NO       PIC X(10).
               05  WS-NR-ACC-COUNT         PIC S9(4) COMP.
               05  WS-NR-ACC-NO            PIC X(10) OCCURS 10 TIMES
                                           INDEXED BY NA-IX.
       01  WS-NEAR-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-NR-FOUND-SWITCH              PIC X.
           88  WS-NR-FOUND                     VALUE "Y".
       01  WS-NA-FOUND-SWITCH              PIC X.
           88  WS-NA-FOUND                     VALUE "Y".

       01  WS-HIST-SWITCH                  PIC X VALUE "N".
           88  WS-HIST-EOF                     VALUE "Y".
       01  WS-PRIOR-SWITCH                 PIC X.
           88  WS-PRIOR-DONE                   VALUE "Y".
       01  WS-COVERED-SWITCH               PIC X.
           88  WS-ALREADY-COVERED              VALUE "Y".
       01  WS-HIST-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-CREDIT-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-CASE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-COVERED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT92".
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
           PERFORM 200-SCAN-HISTORY THRU 200-EXIT
           PERFORM 400-TEST-STRUCTURING THRU 400-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - PICK UP THE RULE PARAMETERS, SET THE
      *    MONITORING WINDOW AND OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE    TO WS-RC-RUN-DATE.
           MOVE WS-RUN-DATE    TO WS-CONV-DATE.
           PERFORM 750-CONVERT-DATE-TO-JULIAN THRU 750-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RUN-JULIAN.

           MOVE "WINDOW-DAYS " TO WS-PRM-NAME.
           PERFORM 150-READ-PARAMETER.
           IF  RESP-CODE <> 0 AND WS-PRM-VALUE > ZERO
               MOVE WS-PRM-VALUE TO WS-WINDOW-DAYS
           END-IF.
           MOVE "LARGE-CREDIT" TO WS-PRM-NAME.
           PERFORM 150-READ-PARAMETER.
           IF  RESP-CODE <> 0 AND WS-PRM-VALUE > ZERO
               MOVE WS-PRM-VALUE TO WS-LARGE-CREDIT
           END-IF.
           MOVE "REPORT-LIMIT" TO WS-PRM-NAME.
           PERFORM 150-READ-PARAMETER.
           IF  RESP-CODE <> 0 AND WS-PRM-VALUE > ZERO
               MOVE WS-PRM-VALUE TO WS-REPORT-LIMIT
           END-IF.
           MOVE "NEAR-PCT    " TO WS-PRM-NAME.
           PERFORM 150-READ-PARAMETER.
           IF  RESP-CODE <> 0 AND WS-PRM-VALUE > ZERO
           AND WS-PRM-VALUE < 100
               MOVE WS-PRM-VALUE TO WS-NEAR-PCT
           END-IF.
           MOVE "STRUCT-COUNT" TO WS-PRM-NAME.
           PERFORM 150-READ-PARAMETER.
           IF  RESP-CODE <> 0 AND WS-PRM-VALUE > 1
               MOVE WS-PRM-VALUE TO WS-STRUCT-COUNT
           END-IF.

           COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-REPORT-LIMIT * WS-NEAR-PCT / 100.
           COMPUTE WS-WINDOW-JULIAN =
                   WS-RUN-JULIAN - WS-WINDOW-DAYS + 1.

           OPEN INPUT  TRAN-HISTORY-FILE.
           OPEN OUTPUT CASE-REPORT-FILE.

      *-----------------------------------------------------------------
      * 150-READ-PARAMETER - ONE COBBAT92 PARAMETER BY THE NAME THE
      *    CALLER HAS SET. RESP-CODE <> 0 WHEN ONE IS ON FILE.
      *-----------------------------------------------------------------
       150-READ-PARAMETER.

           MOVE "COBBAT92"     TO WS-PRM-PROGRAM.
           MOVE ZERO           TO WS-PRM-VALUE.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 200-SCAN-HISTORY - EVERY POSTING ON THE HISTORY FILE; ONLY
      *    CUSTOMER CREDITS INSIDE THE WINDOW ARE TESTED.
      *-----------------------------------------------------------------
       200-SCAN-HISTORY.

           PERFORM UNTIL WS-HIST-EOF
               READ TRAN-HISTORY-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-COUNT
                       PERFORM 300-TEST-CREDIT THRU 300-EXIT
               END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-TEST-CREDIT - A LARGE CREDIT OPENS ITS OWN CASE; ONE JUST
      *    UNDER THE THRESHOLD IS HELD AGAINST ITS CUSTOMER FOR THE
      *    STRUCTURING TEST.
      *-----------------------------------------------------------------
       300-TEST-CREDIT.

           IF  TH-DC-CODE NOT = "C" THEN
               GO TO 300-EXIT
           END-IF.
      *    ** the bank's own postings are not customer cash
           IF  TH-TRAN-CODE = "INT" OR TH-TRAN-CODE = "REV"
           OR  TH-TRAN-CODE (1:2) = "TD" THEN
               GO TO 300-EXIT
           END-IF.
           IF  TH-AMOUNT < WS-NEAR-FLOOR
           AND TH-AMOUNT < WS-LARGE-CREDIT THEN
               GO TO 300-EXIT
           END-IF.
           IF  TH-AMOUNT NOT < WS-REPORT-LIMIT
           AND TH-AMOUNT < WS-LARGE-CREDIT THEN
               GO TO 300-EXIT
           END-IF.

           MOVE TH-POST-DATE   TO WS-CONV-DATE.
           PERFORM 750-CONVERT-DATE-TO-JULIAN THRU 750-EXIT.
           MOVE WS-CONV-JULIAN TO WS-POST-JULIAN.
           IF  WS-POST-JULIAN < WS-WINDOW-JULIAN
           OR  WS-POST-JULIAN > WS-RUN-JULIAN THEN
               GO TO 300-EXIT
           END-IF.

           MOVE SPACES    TO ACCOUNT-MASTER-RECORD.
           MOVE TH-ACC-NO TO WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT92 - NO ACCOUNT FOR " TH-ACC-NO
               GO TO 300-EXIT
           END-IF.
           MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD.
           ADD 1 TO WS-CREDIT-COUNT.

           IF  TH-AMOUNT NOT < WS-LARGE-CREDIT THEN
               MOVE SPACES         TO AML-CASE-RECORD
               MOVE WS-CUST-NO     TO WS-AMC-CUST-NO
               SET WS-AMC-LARGE-CREDIT TO TRUE
               MOVE TH-POST-DATE   TO WS-AMC-FROM-DATE
                                      WS-AMC-TO-DATE
               MOVE TH-AMOUNT      TO WS-AMC-AMOUNT
               MOVE 1              TO WS-AMC-TRAN-COUNT
                                      WS-AMC-ACC-COUNT
               MOVE TH-ACC-NO      TO WS-AMC-ACC-NO
               MOVE 10             TO WS-ALT-MSG-CODE
               PERFORM 500-OPEN-CASE THRU 500-EXIT
           ELSE
               PERFORM 350-HOLD-NEAR-CREDIT THRU 350-EXIT
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-HOLD-NEAR-CREDIT - ADD THE CREDIT TO ITS CUSTOMER'S ROW,
      *    COUNTING THE DISTINCT ACCOUNTS CREDITED.
      *-----------------------------------------------------------------
       350-HOLD-NEAR-CREDIT.

           MOVE "N" TO WS-NR-FOUND-SWITCH.
           PERFORM VARYING NR-IX FROM 1 BY 1
                   UNTIL NR-IX > WS-NEAR-COUNT
                   OR WS-NR-FOUND
               IF  WS-NR-CUST-NO (NR-IX) = WS-CUST-NO THEN
                   SET WS-NR-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF  WS-NR-FOUND THEN
               SET NR-IX DOWN BY 1
           ELSE
               IF  WS-NEAR-COUNT NOT < 500
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COBBAT92 - CUSTOMER TABLE FULL AT "
                           WS-CUST-NO
                   GO TO 350-EXIT
               END-IF
               ADD 1 TO WS-NEAR-COUNT
               SET NR-IX TO WS-NEAR-COUNT
               MOVE WS-CUST-NO     TO WS-NR-CUST-NO (NR-IX)
               MOVE ZERO           TO WS-NR-COUNT (NR-IX)
                                      WS-NR-TOTAL (NR-IX)
                                      WS-NR-ACC-COUNT (NR-IX)
               MOVE TH-POST-DATE   TO WS-NR-FROM-DATE (NR-IX)
                                      WS-NR-TO-DATE (NR-IX)
               MOVE WS-POST-JULIAN TO WS-NR-FROM-JULIAN (NR-IX)
                                      WS-NR-TO-JULIAN (NR-IX)
           END-IF.

           ADD 1         TO WS-NR-COUNT (NR-IX).
           ADD TH-AMOUNT TO WS-NR-TOTAL (NR-IX).
           MOVE TH-ACC-NO TO WS-NR-LAST-ACC-NO (NR-IX).
           IF  WS-POST-JULIAN < WS-NR-FROM-JULIAN (NR-IX)
               MOVE TH-POST-DATE   TO WS-NR-FROM-DATE (NR-IX)
               MOVE WS-POST-JULIAN TO WS-NR-FROM-JULIAN (NR-IX)
           END-IF.
           IF  WS-POST-JULIAN > WS-NR-TO-JULIAN (NR-IX)
               MOVE TH-POST-DATE   TO WS-NR-TO-DATE (NR-IX)
               MOVE WS-POST-JULIAN TO WS-NR-TO-JULIAN (NR-IX)
           END-IF.

           MOVE "N" TO WS-NA-FOUND-SWITCH.
           PERFORM VARYING NA-IX FROM 1 BY 1
                   UNTIL NA-IX > WS-NR-ACC-COUNT (NR-IX)
                   OR NA-IX > 10
                   OR WS-NA-FOUND
               IF  WS-NR-ACC-NO (NR-IX, NA-IX) = TH-ACC-NO THEN
                   SET WS-NA-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF  NOT WS-NA-FOUND
               ADD 1 TO WS-NR-ACC-COUNT (NR-IX)
               IF  WS-NR-ACC-COUNT (NR-IX) NOT > 10
                   SET NA-IX TO WS-NR-ACC-COUNT (NR-IX)
                   MOVE TH-ACC-NO TO WS-NR-ACC-NO (NR-IX, NA-IX)
               END-IF
           END-IF.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-TEST-STRUCTURING - A CUSTOMER WITH ENOUGH NEAR-THRESHOLD
      *    CREDITS IN THE WINDOW, TOGETHER REACHING THE THRESHOLD,
      *    OPENS A STRUCTURING CASE.
      *-----------------------------------------------------------------
       400-TEST-STRUCTURING.

           PERFORM VARYING NR-IX FROM 1 BY 1
                   UNTIL NR-IX > WS-NEAR-COUNT
               IF  WS-NR-COUNT (NR-IX) NOT < WS-STRUCT-COUNT
               AND WS-NR-TOTAL (NR-IX) NOT < WS-REPORT-LIMIT
                   MOVE SPACES TO AML-CASE-RECORD
                   MOVE WS-NR-CUST-NO (NR-IX)   TO WS-AMC-CUST-NO
                   SET WS-AMC-STRUCTURING       TO TRUE
                   MOVE WS-NR-FROM-DATE (NR-IX) TO WS-AMC-FROM-DATE
                   MOVE WS-NR-TO-DATE (NR-IX)   TO WS-AMC-TO-DATE
                   MOVE WS-NR-TOTAL (NR-IX)     TO WS-AMC-AMOUNT
                   MOVE WS-NR-COUNT (NR-IX)     TO WS-AMC-TRAN-COUNT
                   MOVE WS-NR-ACC-COUNT (NR-IX) TO WS-AMC-ACC-COUNT
                   MOVE WS-NR-LAST-ACC-NO (NR-IX) TO WS-AMC-ACC-NO
                   MOVE WS-NR-FROM-JULIAN (NR-IX) TO WS-POST-JULIAN
                   MOVE 11                      TO WS-ALT-MSG-CODE
                   PERFORM 500-OPEN-CASE THRU 500-EXIT
               END-IF
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-OPEN-CASE - OPEN THE CASE BUILT IN AML-CASE-RECORD UNLESS
      *    AN EARLIER RUN ALREADY HAS IT, ALERT COMPLIANCE AND REPORT
      *    IT. WS-POST-JULIAN HOLDS THE FIRST POSTING DATE IT COVERS.
      *-----------------------------------------------------------------
       500-OPEN-CASE.

           PERFORM 550-CHECK-PRIOR-CASES THRU 550-EXIT.
           IF  WS-ALREADY-COVERED THEN
               ADD 1 TO WS-COVERED-COUNT
               GO TO 500-EXIT
           END-IF.

           MOVE 2 TO CMD-CODE.
           MOVE NUMBER-CONTROL-RECORD TO DATA-IN.
           CALL "APITPCTL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT92 - NO CASE NUMBER FOR " WS-AMC-CUST-NO
               GO TO 500-EXIT
           END-IF.
           MOVE DATA-OUT TO NUMBER-CONTROL-RECORD.

           MOVE "AM"                TO WS-AMC-CASE-NO.
           MOVE WS-CTL-ALLOCATED-NO TO WS-AMC-CASE-NO (3:6).
           MOVE WS-RUN-DATE         TO WS-AMC-OPEN-DATE.
           MOVE "O"                 TO WS-AMC-STATUS.
           MOVE SPACE               TO WS-AMC-DISPOSITION.
           MOVE SPACES              TO WS-AMC-NOTE.
           MOVE SPACES              TO WS-AMC-REVIEW-OPID.
           MOVE ZERO                TO WS-AMC-CLOSE-DATE.

           MOVE 2 TO CMD-CODE.
           MOVE AML-CASE-RECORD TO DATA-IN.
           CALL "APITPAML" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT92 - CASE ADD FAILED FOR " WS-AMC-CUST-NO
               GO TO 500-EXIT
           END-IF.
           ADD 1 TO WS-CASE-COUNT.

           MOVE WS-AMC-CASE-NO      TO WS-ALT-KEY.
           CALL "COBALERT" USING ALERT-RECORD.

           MOVE SPACES              TO CASE-REPORT-RECORD.
           MOVE WS-AMC-CASE-NO      TO CR-CASE-NO.
           MOVE WS-AMC-CUST-NO      TO CR-CUST-NO.
           MOVE WS-AMC-RULE         TO CR-RULE.
           MOVE WS-AMC-FROM-DATE    TO CR-FROM-DATE.
           MOVE WS-AMC-TO-DATE      TO CR-TO-DATE.
           MOVE WS-AMC-TRAN-COUNT   TO CR-TRAN-COUNT.
           MOVE WS-AMC-ACC-COUNT    TO CR-ACC-COUNT.
           MOVE WS-AMC-AMOUNT       TO CR-AMOUNT.
           WRITE CASE-REPORT-RECORD.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-CHECK-PRIOR-CASES - THE CUSTOMER'S EARLIER CASES UNDER THE
      *    SAME RULE. A LARGE CREDIT IS COVERED BY A CASE FOR THE SAME
      *    ACCOUNT, DATE AND AMOUNT; A STRUCTURING HIT BY ANY CASE
      *    WHOSE POSTINGS RUN INTO THIS WINDOW.
      *-----------------------------------------------------------------
       550-CHECK-PRIOR-CASES.

           MOVE "N"            TO WS-COVERED-SWITCH.
           MOVE "N"            TO WS-PRIOR-SWITCH.
           MOVE SPACES         TO WS-PRIOR-CASE-RECORD.
           MOVE WS-AMC-CUST-NO TO WS-PRI-CUST-NO.

           PERFORM UNTIL WS-PRIOR-DONE OR WS-ALREADY-COVERED
               MOVE 5 TO WS-PRI-CMD-CODE
               MOVE WS-PRIOR-CASE-RECORD TO WS-PRI-DATA-IN
               CALL "APITPAML" USING WS-PRI-CMD-CODE WS-PRI-RESP-CODE
                                     WS-PRI-DATA-IN WS-PRI-DATA-OUT
               IF WS-PRI-RESP-CODE = 0
                   SET WS-PRIOR-DONE TO TRUE
               ELSE
                   MOVE WS-PRI-DATA-OUT TO WS-PRIOR-CASE-RECORD
                   IF  WS-PRI-RULE = WS-AMC-RULE
                       PERFORM 560-COMPARE-PRIOR-CASE
                   END-IF
               END-IF
           END-PERFORM.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 560-COMPARE-PRIOR-CASE - DOES THIS EARLIER CASE ALREADY COVER
      *    THE HIT.
      *-----------------------------------------------------------------
       560-COMPARE-PRIOR-CASE.

           IF  WS-AMC-LARGE-CREDIT THEN
               IF  WS-PRI-ACC-NO  = WS-AMC-ACC-NO
               AND WS-PRI-TO-DATE = WS-AMC-TO-DATE
               AND WS-PRI-AMOUNT  = WS-AMC-AMOUNT
                   SET WS-ALREADY-COVERED TO TRUE
               END-IF
           ELSE
               IF  WS-PRI-TO-DATE IS NUMERIC
                   MOVE WS-PRI-TO-DATE TO WS-CONV-DATE
                   PERFORM 750-CONVERT-DATE-TO-JULIAN THRU 750-EXIT
                   IF  WS-CONV-JULIAN NOT < WS-POST-JULIAN
                       SET WS-ALREADY-COVERED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 750-CONVERT-DATE-TO-JULIAN - TURN A YYMMDD DATE INTO A TRUE
      *    CONTINUOUS DAY NUMBER THROUGH COBDTE3'S "YYDDD" FORM, SAME
      *    AS COBBAT06, SO A WINDOW THAT CROSSES A YEAR END COUNTS ITS
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
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE CASE-REPORT-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS   TO WS-RC-END-TIME.
           MOVE WS-HIST-COUNT    TO WS-RC-READ-COUNT.
           MOVE WS-CREDIT-COUNT  TO WS-RC-SELECT-COUNT.
           MOVE WS-CASE-COUNT    TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT   TO WS-RC-ERROR-COUNT.
           IF  WS-ERROR-COUNT > ZERO THEN
               MOVE "ERRORS"     TO WS-RC-STATUS
           ELSE
               MOVE "COMPLETE"   TO WS-RC-STATUS
           END-IF.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-HIST-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT92 - " WS-COUNT-DISPLAY
                   " POSTINGS READ".
           MOVE WS-CREDIT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT92 - " WS-COUNT-DISPLAY
                   " CREDITS TESTED".
           MOVE WS-CASE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT92 - " WS-COUNT-DISPLAY
                   " CASES OPENED".
           MOVE WS-COVERED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT92 - " WS-COUNT-DISPLAY
                   " HITS ALREADY ON A CASE".

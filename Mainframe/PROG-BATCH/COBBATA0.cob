      *-----------------------------------------------------------------
      *    COBBATA0 - MONTHLY GARNISHMENT REMITTANCE. COBBAT21 TAKES
      *               THE COURT-ORDERED GARNISHMENTS OUT OF PAY AND
      *               FILES ONE DEDUCTION ROW PER ORDER ON THE APITPGRD
      *               GATEWAY, BUT THE MONEY STILL HAS TO REACH EACH
      *               COURT OR AGENCY. THIS JOB WALKS THE MONTH'S
      *               DEDUCTION ROWS (APITPGRD CMD-CODE 4 MONTH CURSOR,
      *               RETURNED IN PAYEE/CASE ORDER) AND WRITES THE
      *               REMITTANCE INTERFACE FILE - ONE DETAIL PER ORDER
      *               AND ONE PAYEE SUMMARY AT EACH CHANGE OF PAYEE,
      *               BRACKETED BY A HEADER AND A TRAILER CARRYING THE
      *               DETAIL COUNT AND AN AMOUNT HASH LIKE THE COBBAT60
      *               FUND FILE - PLUS A REGISTER WITH A SUBTOTAL PER
      *               PAYEE. THE REGISTER CLOSES BY PROVING THE
      *               REMITTED TOTAL AGAINST THE WS-GARNDED WITHHELD ON
      *               THE MONTH'S PAY ROWS (APITP015 CMD-CODE 4), SO A
      *               DEDUCTION THAT NEVER REACHED THE FILE IS CAUGHT
      *               BEFORE THE COURT ASKS FOR IT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATA0.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARN-REMIT-FILE ASSIGN TO GARNREM
               ORGANIZATION IS SEQUENTIAL.
           SELECT GARN-REGISTER-FILE ASSIGN TO GARNREG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  GARN-REMIT-FILE
           RECORDING MODE IS F.
      *    ** one fixed shape for header/detail/summary/trailer, told
      *    ** apart by GM-RECORD-TYPE
       01  GARN-REMIT-RECORD.
      *        ** H = HEADER, D = ORDER DETAIL, S = PAYEE SUMMARY,
      *        ** T = TRAILER
           03  GM-RECORD-TYPE              PIC X(1).
           03  GM-PAYEE-NAME               PIC X(30).
           03  GM-PAYEE-ACCT               PIC X(20).
           03  GM-CASE-NO                  PIC X(12).
           03  GM-EMP-NO                   PIC X(6).
           03  GM-PYEARMONTH               PIC X(6).
           03  GM-AMOUNT                   PIC 9(9)V9(2).
           03  GM-RECORD-COUNT             PIC 9(7).
           03  GM-HASH-TOTAL               PIC 9(13)V9(2).
           03  FILLER                      PIC X(10).

       FD  GARN-REGISTER-FILE
           RECORDING MODE IS F.
       01  GARN-REGISTER-RECORD.
           03  RG-PAYEE-NAME               PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RG-CASE-NO                  PIC X(12).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RG-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RG-AMOUNT                   PIC ZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RG-BALANCE                  PIC ZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RG-REMARK                   PIC X(24).

       WORKING-STORAGE SECTION.

      *    ** one row per order per pay month, filed by COBBAT21 as
      *    ** it posts the garnishment against the order
       01  GARNISH-DEDUCT-RECORD.
           10 WS-GRD-PYEARMONTH       PIC X(6).
           10 WS-GRD-PAYEE-NAME       PIC X(30).
           10 WS-GRD-CASE-NO          PIC X(12).
           10 WS-GRD-EMP-NO           PIC X(6).
           10 WS-GRD-PAYEE-ACCT       PIC X(20).
           10 WS-GRD-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRD-BALANCE-AFTER    PIC S9(7)V9(2) USAGE COMP-3.

      *    ** same PAYROLL-MASTER-RECORD shape COBCIO15 owns, with the
      *    ** full deduction tail the COBBAT21 payroll run writes
       01  PAYROLL-MASTER-RECORD.
           10 WS-EMP-NO               PIC X(6).
           10 WS-PYEARMONTH           PIC X(6).
           10 WS-SALARYPAID           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BONUSPAID            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-COMMPAID             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOP                  PIC S9(4) USAGE COMP.
           10 WS-TAXWITHHELD          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-STATDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the payee whose orders are being gathered, and what has
      *    ** been gathered for it so far
       01  WS-PREV-PAYEE-NAME              PIC X(30).
       01  WS-PREV-PAYEE-ACCT              PIC X(20).
       01  WS-PAYEE-AMOUNT                 PIC S9(11)V9(2) COMP-3.
       01  WS-PAYEE-DETAIL-COUNT           PIC S9(7) COMP.

       01  WS-HASH-TOTAL                   PIC S9(13)V9(2) COMP-3
                                           VALUE +0.
       01  WS-TOT-WITHHELD                 PIC S9(11)V9(2) COMP-3
                                           VALUE +0.
       01  WS-TOT-REMITTED                 PIC S9(11)V9(2) COMP-3
                                           VALUE +0.

      *    ** the month being remitted - the current run month, same
      *    ** convention as the COBBAT21 run that wrote the rows
       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  FILLER                      PIC 99.
       01  WS-RUN-YYYY                     PIC 9(4).
       01  WS-PAY-YEARMONTH                PIC X(6).
       01  WS-PAY-YM-R REDEFINES WS-PAY-YEARMONTH.
           03  WS-PAY-YM-YYYY              PIC 9(4).
           03  WS-PAY-YM-MM                PIC 9(2).

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-PAY-SCAN-SWITCH              PIC X VALUE "N".
           88  WS-PAY-SCAN-DONE                VALUE "Y".
       01  WS-SCAN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-DETAIL-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-PAYEE-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-PAY-ROW-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-OUT-OF-BALANCE-COUNT         PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATA0".
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
           PERFORM 200-REMIT-ORDERS THRU 200-EXIT
           PERFORM 500-RECONCILE-WITHHELD THRU 500-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE REMITTANCE MONTH, OPEN THE FILES,
      *    AND WRITE THE HEADER.
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
           MOVE WS-RUN-YYYY TO WS-PAY-YM-YYYY.
           MOVE WS-RUN-MM   TO WS-PAY-YM-MM.

           MOVE SPACES TO WS-PREV-PAYEE-NAME.
           MOVE SPACES TO WS-PREV-PAYEE-ACCT.
           MOVE ZERO   TO WS-PAYEE-AMOUNT.
           MOVE ZERO   TO WS-PAYEE-DETAIL-COUNT.

           OPEN OUTPUT GARN-REMIT-FILE.
           OPEN OUTPUT GARN-REGISTER-FILE.

           MOVE SPACES           TO GARN-REMIT-RECORD.
           MOVE "H"              TO GM-RECORD-TYPE.
           MOVE WS-PAY-YEARMONTH TO GM-PYEARMONTH.
           MOVE ZERO             TO GM-AMOUNT.
           MOVE ZERO             TO GM-RECORD-COUNT.
           MOVE ZERO             TO GM-HASH-TOTAL.
           WRITE GARN-REMIT-RECORD.

      *-----------------------------------------------------------------
      * 200-REMIT-ORDERS - ONE DETAIL PER DEDUCTION ROW, WITH A PAYEE
      *    SUMMARY AND REGISTER SUBTOTAL AT EVERY CHANGE OF PAYEE AND
      *    ONE MORE FOR THE LAST PAYEE ONCE THE CURSOR RUNS OUT.
      *-----------------------------------------------------------------
       200-REMIT-ORDERS.

           MOVE 4                TO  CMD-CODE.
           MOVE SPACES           TO  GARNISH-DEDUCT-RECORD.
           MOVE WS-PAY-YEARMONTH TO  WS-GRD-PYEARMONTH.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE GARNISH-DEDUCT-RECORD TO DATA-IN
               CALL "APITPGRD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO GARNISH-DEDUCT-RECORD
                   ADD 1 TO WS-SCAN-COUNT
                   IF  WS-GRD-PAYEE-NAME NOT = WS-PREV-PAYEE-NAME
                   AND WS-PAYEE-DETAIL-COUNT > ZERO
                       PERFORM 400-PAYEE-BREAK
                   END-IF
                   PERFORM 300-REMIT-ONE-ORDER
               END-IF
           END-PERFORM.

           IF  WS-PAYEE-DETAIL-COUNT > ZERO THEN
               PERFORM 400-PAYEE-BREAK
           END-IF.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-REMIT-ONE-ORDER - THE ORDER DETAIL AND ITS REGISTER LINE.
      *-----------------------------------------------------------------
       300-REMIT-ONE-ORDER.

           MOVE WS-GRD-PAYEE-NAME TO WS-PREV-PAYEE-NAME.
           MOVE WS-GRD-PAYEE-ACCT TO WS-PREV-PAYEE-ACCT.

           ADD 1                 TO WS-DETAIL-COUNT.
           ADD 1                 TO WS-PAYEE-DETAIL-COUNT.
           ADD WS-GRD-AMOUNT     TO WS-PAYEE-AMOUNT.
           ADD WS-GRD-AMOUNT     TO WS-HASH-TOTAL.
           ADD WS-GRD-AMOUNT     TO WS-TOT-REMITTED.

           MOVE SPACES             TO GARN-REMIT-RECORD.
           MOVE "D"                TO GM-RECORD-TYPE.
           MOVE WS-GRD-PAYEE-NAME  TO GM-PAYEE-NAME.
           MOVE WS-GRD-PAYEE-ACCT  TO GM-PAYEE-ACCT.
           MOVE WS-GRD-CASE-NO     TO GM-CASE-NO.
           MOVE WS-GRD-EMP-NO      TO GM-EMP-NO.
           MOVE WS-GRD-PYEARMONTH  TO GM-PYEARMONTH.
           MOVE WS-GRD-AMOUNT      TO GM-AMOUNT.
           MOVE ZERO               TO GM-RECORD-COUNT.
           MOVE ZERO               TO GM-HASH-TOTAL.
           WRITE GARN-REMIT-RECORD.

           MOVE WS-GRD-PAYEE-NAME     TO RG-PAYEE-NAME.
           MOVE WS-GRD-CASE-NO        TO RG-CASE-NO.
           MOVE WS-GRD-EMP-NO         TO RG-EMP-NO.
           MOVE WS-GRD-AMOUNT         TO RG-AMOUNT.
           MOVE WS-GRD-BALANCE-AFTER  TO RG-BALANCE.
           IF  WS-GRD-BALANCE-AFTER NOT > ZERO THEN
               MOVE "ORDER SATISFIED"  TO RG-REMARK
           ELSE
               MOVE SPACES             TO RG-REMARK
           END-IF.
           WRITE GARN-REGISTER-RECORD.

      *-----------------------------------------------------------------
      * 400-PAYEE-BREAK - THE PAYEE'S SUMMARY RECORD AND REGISTER
      *    SUBTOTAL, THEN CLEAR THE PAYEE ACCUMULATORS.
      *-----------------------------------------------------------------
       400-PAYEE-BREAK.

           ADD 1 TO WS-PAYEE-COUNT.

           MOVE SPACES                TO GARN-REMIT-RECORD.
           MOVE "S"                   TO GM-RECORD-TYPE.
           MOVE WS-PREV-PAYEE-NAME    TO GM-PAYEE-NAME.
           MOVE WS-PREV-PAYEE-ACCT    TO GM-PAYEE-ACCT.
           MOVE WS-PAY-YEARMONTH      TO GM-PYEARMONTH.
           MOVE WS-PAYEE-AMOUNT       TO GM-AMOUNT.
           MOVE WS-PAYEE-DETAIL-COUNT TO GM-RECORD-COUNT.
           MOVE ZERO                  TO GM-HASH-TOTAL.
           WRITE GARN-REMIT-RECORD.

           MOVE WS-PREV-PAYEE-NAME    TO RG-PAYEE-NAME.
           MOVE SPACES                TO RG-CASE-NO.
           MOVE SPACES                TO RG-EMP-NO.
           MOVE WS-PAYEE-AMOUNT       TO RG-AMOUNT.
           MOVE ZERO                  TO RG-BALANCE.
           MOVE "PAYEE TOTAL"         TO RG-REMARK.
           WRITE GARN-REGISTER-RECORD.

           MOVE ZERO TO WS-PAYEE-AMOUNT.
           MOVE ZERO TO WS-PAYEE-DETAIL-COUNT.

      *-----------------------------------------------------------------
      * 500-RECONCILE-WITHHELD - SUM THE MONTH'S WS-GARNDED OFF THE PAY
      *    ROWS (SAME APITP015 CMD-CODE 4 MONTH CURSOR COBBAT60 WALKS)
      *    FOR THE REGISTER'S CONTROL LINE. A ROW PAID BEFORE
      *    GARNISHMENTS EXISTED CARRIES NO FIGURE AND COUNTS AS ZERO.
      *-----------------------------------------------------------------
       500-RECONCILE-WITHHELD.

           MOVE 4                TO  CMD-CODE.
           MOVE SPACES           TO  PAYROLL-MASTER-RECORD.
           MOVE WS-PAY-YEARMONTH TO  WS-PYEARMONTH.

           PERFORM UNTIL WS-PAY-SCAN-DONE
               MOVE PAYROLL-MASTER-RECORD TO DATA-IN
               CALL "APITP015" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-PAY-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PAYROLL-MASTER-RECORD
                   ADD 1 TO WS-PAY-ROW-COUNT
                   IF  WS-GARNDED IS NUMERIC
                       ADD WS-GARNDED TO WS-TOT-WITHHELD
                   END-IF
               END-IF
           END-PERFORM.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - WRITE THE TRAILER AND THE REGISTER CONTROL
      *    LINE, CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE RUN
      *    TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           MOVE SPACES           TO GARN-REMIT-RECORD.
           MOVE "T"              TO GM-RECORD-TYPE.
           MOVE WS-PAY-YEARMONTH TO GM-PYEARMONTH.
           MOVE ZERO             TO GM-AMOUNT.
           MOVE WS-DETAIL-COUNT  TO GM-RECORD-COUNT.
           MOVE WS-HASH-TOTAL    TO GM-HASH-TOTAL.
           WRITE GARN-REMIT-RECORD.

      *    ** the register closes with the run-level proof - remitted
      *    ** against withheld across the whole month
           MOVE SPACES          TO RG-PAYEE-NAME.
           MOVE SPACES          TO RG-CASE-NO.
           MOVE SPACES          TO RG-EMP-NO.
           MOVE WS-TOT-REMITTED TO RG-AMOUNT.
           MOVE WS-TOT-WITHHELD TO RG-BALANCE.
           IF  WS-TOT-REMITTED = WS-TOT-WITHHELD THEN
               MOVE "MONTH CONTROL TOTAL"  TO RG-REMARK
           ELSE
               MOVE "OUT OF BALANCE"       TO RG-REMARK
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF.
           WRITE GARN-REGISTER-RECORD.

           CLOSE GARN-REMIT-FILE.
           CLOSE GARN-REGISTER-FILE.

           MOVE WS-SCAN-COUNT    TO WS-RC-READ-COUNT.
           MOVE WS-DETAIL-COUNT  TO WS-RC-SELECT-COUNT.
           MOVE WS-DETAIL-COUNT  TO WS-RC-WRITE-COUNT.
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"       TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-SCAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA0 - " WS-COUNT-DISPLAY
                   " GARNISHMENT ROWS READ FOR " WS-PAY-YEARMONTH.
           MOVE WS-PAYEE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA0 - " WS-COUNT-DISPLAY
                   " PAYEES ON THE REMITTANCE FILE".
           MOVE WS-PAY-ROW-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA0 - " WS-COUNT-DISPLAY
                   " PAY ROWS RECONCILED".
           IF  WS-OUT-OF-BALANCE-COUNT > ZERO THEN
               DISPLAY "COBBATA0 - REMITTED DOES NOT MATCH WITHHELD"
           END-IF.

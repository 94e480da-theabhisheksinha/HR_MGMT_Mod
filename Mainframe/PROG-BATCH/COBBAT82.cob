      *-----------------------------------------------------------------
      *    COBBAT82 - MONTHLY SALES COMMISSION RUN. RUNS IN THE MONTH-
      *               END WINDOW AHEAD OF THE COBBAT21 PAYROLL RUN,
      *               ALONGSIDE COBBAT62. THE COMMISSION PLAN FILE
      *               CARRIES ONE CARD PER EARNER AND ASSIGNMENT - A
      *               CUSTOMER (IR-CUST-NO) OR A SINGLE PROJECT
      *               (IR-PROJ-NO) - WITH THE BASIS (BILLED OR
      *               COLLECTED REVENUE) AND UP TO THREE RATE TIERS
      *               (A FLAT RATE IS ONE TIER WITH A ZERO FLOOR; THE
      *               HIGHEST TIER WHOSE FLOOR THE ASSIGNMENT'S
      *               REVENUE REACHES SETS THE RATE, SAME RULE AS THE
      *               COBBAT21 TAX BANDS). BILLED BASIS PRICES EVERY
      *               COBBAT37 INVOICE REGISTER ROW FOR THE MONTH JUST
      *               BILLED, LESS COBBAT85 CREDIT NOTES ISSUED IN IT;
      *               COLLECTED BASIS PRICES EVERY INVOICE THE
      *               REGISTER SHOWS PAID (NET OF ANY CREDIT NOTE
      *               AGAINST IT) THAT HAS NOT ALREADY EARNED
      *               THAT EARNER COMMISSION - THE COMMISSION HISTORY
      *               FILE REMEMBERS WHICH, AND IS REWRITTEN EACH RUN
      *               AS A NEW GENERATION SO A RERUN OF THE SAME
      *               MONTH REPLACES ITS OWN ROWS. EACH EARNER'S
      *               MONTH GOES ON THE NEW APITPCOM GATEWAY (CMD-CODE
      *               1 READ BY EMP+MONTH, 2 ADD, 3 CHANGE), WHERE
      *               COBBAT21 PICKS IT UP INTO WS-COMMPAID, AND THE
      *               COMMISSION STATEMENT PRINTS PER EARNER WITH
      *               EVERY INVOICE THAT DROVE THE FIGURE. PLAN CARDS
      *               ARE PREPARED IN EARNER ORDER. AN INVOICE BILLED
      *               IN A FOREIGN CURRENCY COUNTS AT ITS HOME
      *               EQUIVALENT. HISTORY OR DRIVING INVOICES TOO MANY
      *               FOR THEIR TABLES STOP THE RUN RC 16 BEFORE ANY
      *               OUTPUT IS WRITTEN OR ANY MONTH BOOKED - A PARTIAL
      *               HISTORY WOULD COMMISSION PAID INVOICES AGAIN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT82.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** one card per earner and customer/project assignment,
      *    ** maintained by sales operations ahead of the run
           SELECT COMM-PLAN-FILE ASSIGN TO COMMPLAN
               ORGANIZATION IS SEQUENTIAL.
      *    ** the cumulative invoice register the COBBAT37 runs built
           SELECT INVOICE-REGISTER-FILE ASSIGN TO INVREG
               ORGANIZATION IS SEQUENTIAL.
      *    ** invoices already commissioned on the collected basis -
      *    ** last run's generation in, this run's generation out
           SELECT COMM-HISTORY-FILE ASSIGN TO COMMHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMM-HISTORY-NEW-FILE ASSIGN TO COMMHSTN
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMM-STATEMENT-FILE ASSIGN TO COMMSTMT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  COMM-PLAN-FILE
           RECORDING MODE IS F.
       01  COMM-PLAN-CARD.
           03  CP-EMP-NO                   PIC X(6).
      *        ** C = CUSTOMER ASSIGNMENT, P = PROJECT ASSIGNMENT
           03  CP-ASSIGN-TYPE              PIC X(1).
           03  CP-ASSIGN-KEY               PIC X(10).
      *        ** B = BILLED REVENUE, C = COLLECTED REVENUE
           03  CP-BASIS                    PIC X(1).
           03  CP-TIER OCCURS 3 TIMES.
               05  CP-TIER-FLOOR           PIC 9(9)V9(2).
               05  CP-TIER-RATE-PCT        PIC 9(2)V9(2).
           03  FILLER                      PIC X(17).

       FD  INVOICE-REGISTER-FILE
           RECORDING MODE IS F.
      *    ** same layout COBBAT37 writes
       01  INVOICE-REGISTER-RECORD.
           03  IR-INVOICE-NO               PIC X(6).
           03  FILLER                      PIC X(2).
           03  IR-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2).
           03  IR-PROJ-NO                  PIC X(6).
           03  FILLER                      PIC X(2).
           03  IR-BILL-YEARMONTH           PIC X(6).
           03  FILLER                      PIC X(2).
           03  IR-AMOUNT                   PIC 9(9)V9(2).
           03  FILLER                      PIC X(2).
           03  IR-STATUS                   PIC X(8).
      *        ** the COBBAT83 cash application tail
           03  FILLER                      PIC X(21).
           03  FILLER                      PIC X(2).
      *        ** what a COBBAT85 credit note took back off the invoice
           03  IR-CREDIT-AMOUNT            PIC 9(9)V9(2).
           03  FILLER                      PIC X(25).
      *        ** the currency tail - plan floors are in home currency
           03  FILLER                      PIC X(2).
           03  IR-CURRENCY                 PIC X(3).
           03  FILLER                      PIC X(2).
           03  IR-HOME-AMOUNT              PIC 9(9)V9(2).

       FD  COMM-HISTORY-FILE
           RECORDING MODE IS F.
       01  COMM-HISTORY-RECORD.
           03  CH-EMP-NO                   PIC X(6).
           03  CH-INVOICE-NO               PIC X(6).
           03  CH-PYEARMONTH               PIC X(6).
           03  CH-AMOUNT                   PIC 9(9)V9(2).
           03  FILLER                      PIC X(51).

       FD  COMM-HISTORY-NEW-FILE
           RECORDING MODE IS F.
       01  COMM-HISTORY-NEW-RECORD         PIC X(80).

       FD  COMM-STATEMENT-FILE
           RECORDING MODE IS F.
       01  COMM-STATEMENT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

      *    ** only the name is needed for the statement heading
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(160).

      *    ** the priced commission month COBBAT21 reads back as the
      *    ** WS-COMMPAID pay element
       01  COMM-MONTH-RECORD.
           10 WS-CMM-EMP-NO           PIC X(6).
           10 WS-CMM-PYEARMONTH       PIC X(6).
           10 WS-CMM-REVENUE          PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-CMM-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** plan cards rolled into storage at start of run, each
      *    ** with the month's revenue and commission accumulating
      *    ** against it as the register is read
       01  WS-PLAN-TABLE.
           03  WS-PLAN-ENTRY OCCURS 300 TIMES INDEXED BY PLAN-IX.
               05  WS-PL-EMP-NO            PIC X(6).
               05  WS-PL-ASSIGN-TYPE       PIC X(1).
               05  WS-PL-ASSIGN-KEY        PIC X(10).
               05  WS-PL-BASIS             PIC X(1).
               05  WS-PL-TIER OCCURS 3 TIMES.
                   07  WS-PL-TIER-FLOOR    PIC S9(9)V9(2) COMP-3.
                   07  WS-PL-TIER-RATE-PCT PIC S9(2)V9(2) COMP-3.
               05  WS-PL-REVENUE           PIC S9(9)V9(2) COMP-3.
               05  WS-PL-RATE-PCT          PIC S9(2)V9(2) COMP-3.
               05  WS-PL-COMMISSION        PIC S9(7)V9(2) COMP-3.
       01  WS-PLAN-COUNT                   PIC S9(4) COMP VALUE +0.

      *    ** every register row that earned against a plan line this
      *    ** run - the statement's driving-invoice lines
       01  WS-DRIVER-TABLE.
           03  WS-DRIVER-ENTRY OCCURS 3000 TIMES INDEXED BY DRV-IX.
               05  WS-DV-PLAN-NO           PIC S9(4) COMP.
               05  WS-DV-INVOICE-NO        PIC X(6).
               05  WS-DV-PROJ-NO           PIC X(6).
               05  WS-DV-YEARMONTH         PIC X(6).
               05  WS-DV-AMOUNT            PIC S9(9)V9(2) COMP-3.
       01  WS-DRIVER-COUNT                 PIC S9(4) COMP VALUE +0.
      *    ** the row's revenue net of credit notes
       01  WS-ROW-AMOUNT                   PIC S9(9)V9(2) COMP-3.

      *    ** earner+invoice pairs already commissioned on the
      *    ** collected basis by an earlier month's run
       01  WS-PAID-TABLE.
           03  WS-PAID-ENTRY OCCURS 5000 TIMES INDEXED BY PAID-IX.
               05  WS-PD-EMP-NO            PIC X(6).
               05  WS-PD-INVOICE-NO        PIC X(6).
               05  WS-PD-AMOUNT            PIC S9(9)V9(2) COMP-3.
       01  WS-PAID-COUNT                   PIC S9(4) COMP VALUE +0.
      *    ** the pairs above this entry were earned by this run and
      *    ** go on the new history generation once the run has
      *    ** proved it fits
       01  WS-PAID-OLD-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-PAID-NO                      PIC S9(4) COMP.
       01  WS-OVERFLOW-SWITCH              PIC X VALUE "N".
           88  WS-TABLE-OVERFLOW               VALUE "Y".
       01  WS-PAID-FOUND-SWITCH            PIC X.
           88  WS-PAID-FOUND                   VALUE "Y".

      *    ** one earner's month in hand
       01  WS-CURR-EMP-NO                  PIC X(6).
       01  WS-EMP-REVENUE                  PIC S9(9)V9(2) COMP-3.
       01  WS-EMP-COMMISSION               PIC S9(7)V9(2) COMP-3.
       01  WS-FIRST-PLAN-NO                PIC S9(4) COMP.
       01  WS-LAST-PLAN-NO                 PIC S9(4) COMP.
       01  WS-PLAN-NO                      PIC S9(4) COMP.
       01  WS-TIER-NO                      PIC S9(4) COMP.
       01  WS-CMM-FOUND-SWITCH             PIC X.
           88  WS-CMM-FOUND                    VALUE "Y".

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  FILLER                      PIC 99.
       01  WS-RUN-YYYY                     PIC 9(4).
      *    ** the pay month COBBAT21 is about to build
       01  WS-PAY-YEARMONTH                PIC X(6).
       01  WS-PAY-YM-R REDEFINES WS-PAY-YEARMONTH.
           03  WS-PAY-YM-YYYY              PIC 9(4).
           03  WS-PAY-YM-MM                PIC 9(2).
      *    ** the month the COBBAT37 run at the start of this month
      *    ** billed - the billed-basis month
       01  WS-BILL-YEARMONTH               PIC X(6).
       01  WS-BILL-YM-R REDEFINES WS-BILL-YEARMONTH.
           03  WS-BILL-YM-YYYY             PIC 9(4).
           03  WS-BILL-YM-MM               PIC 9(2).

       01  WS-PRINT-LINE                   PIC X(80).
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZ9.99-.
       01  WS-COMM-DISPLAY                 PIC ZZZZZZ9.99-.
       01  WS-RATE-DISPLAY                 PIC Z9.99.
       01  WS-BASIS-TEXT                   PIC X(9).

       01  WS-PLAN-EOF-SWITCH              PIC X VALUE "N".
           88  WS-PLAN-EOF                     VALUE "Y".
       01  WS-REG-EOF-SWITCH               PIC X VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-HIST-EOF-SWITCH              PIC X VALUE "N".
           88  WS-HIST-EOF                     VALUE "Y".
       01  WS-REG-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-DRIVER-ROW-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-EARNER-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-BOOKED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT82".
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
           PERFORM 150-LOAD-PLAN-CARDS THRU 150-EXIT
           PERFORM 160-LOAD-COMM-HISTORY THRU 160-EXIT
           IF  NOT WS-TABLE-OVERFLOW
               PERFORM 200-READ-REGISTER THRU 200-EXIT
           ELSE
               CLOSE INVOICE-REGISTER-FILE
           END-IF
           IF  WS-TABLE-OVERFLOW
               PERFORM 950-ABORT-RUN
           ELSE
               PERFORM 170-WRITE-COMM-HISTORY THRU 170-EXIT
               PERFORM 400-PRICE-EARNERS THRU 400-EXIT
               PERFORM 900-TERMINATE
           END-IF

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE PAY MONTH AND THE BILLED MONTH
      *    AND OPEN THE INPUT FILES. THE OUTPUTS OPEN ONLY ONCE THE
      *    TABLES HAVE LOADED WHOLE.
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
           IF  WS-RUN-MM = 1 THEN
               COMPUTE WS-BILL-YM-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-BILL-YM-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-BILL-YM-YYYY
               COMPUTE WS-BILL-YM-MM = WS-RUN-MM - 1
           END-IF.

           OPEN INPUT  COMM-PLAN-FILE.
           OPEN INPUT  INVOICE-REGISTER-FILE.
           OPEN INPUT  COMM-HISTORY-FILE.

      *-----------------------------------------------------------------
      * 150-LOAD-PLAN-CARDS - ROLL THE PLAN CARDS INTO STORAGE. A CARD
      *    WITH A BAD ASSIGNMENT TYPE OR BASIS IS REPORTED AND LEFT
      *    OUT RATHER THAN GUESSED AT.
      *-----------------------------------------------------------------
       150-LOAD-PLAN-CARDS.

           PERFORM UNTIL WS-PLAN-EOF
               READ COMM-PLAN-FILE
                   AT END
                       SET WS-PLAN-EOF TO TRUE
                   NOT AT END
                       IF  (CP-ASSIGN-TYPE = "C" OR "P")
                       AND (CP-BASIS = "B" OR "C")
                       AND WS-PLAN-COUNT < 300
                           ADD 1 TO WS-PLAN-COUNT
                           SET PLAN-IX TO WS-PLAN-COUNT
                           MOVE CP-EMP-NO      TO WS-PL-EMP-NO (PLAN-IX)
                           MOVE CP-ASSIGN-TYPE
                                   TO WS-PL-ASSIGN-TYPE (PLAN-IX)
                           MOVE CP-ASSIGN-KEY
                                   TO WS-PL-ASSIGN-KEY (PLAN-IX)
                           MOVE CP-BASIS       TO WS-PL-BASIS (PLAN-IX)
                           PERFORM VARYING WS-TIER-NO FROM 1 BY 1
                                   UNTIL WS-TIER-NO > 3
                               MOVE CP-TIER-FLOOR (WS-TIER-NO)
                                 TO WS-PL-TIER-FLOOR
                                        (PLAN-IX WS-TIER-NO)
                               MOVE CP-TIER-RATE-PCT (WS-TIER-NO)
                                 TO WS-PL-TIER-RATE-PCT
                                        (PLAN-IX WS-TIER-NO)
                           END-PERFORM
                           MOVE ZERO TO WS-PL-REVENUE (PLAN-IX)
                           MOVE ZERO TO WS-PL-RATE-PCT (PLAN-IX)
                           MOVE ZERO TO WS-PL-COMMISSION (PLAN-IX)
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "COBBAT82 - PLAN CARD REJECTED FOR "
                                   CP-EMP-NO " " CP-ASSIGN-KEY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMM-PLAN-FILE.

       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 160-LOAD-COMM-HISTORY - LAST GENERATION'S COLLECTED-BASIS
      *    PAIRS INTO STORAGE. ROWS STAMPED WITH THIS PAY MONTH CAME
      *    FROM AN EARLIER RUN OF THE SAME MONTH AND ARE DROPPED - THE
      *    RERUN EARNS THEM AGAIN AND REPLACES THE BOOKING. A HISTORY
      *    TOO BIG FOR THE TABLE STOPS THE RUN.
      *-----------------------------------------------------------------
       160-LOAD-COMM-HISTORY.

           PERFORM UNTIL WS-HIST-EOF OR WS-TABLE-OVERFLOW
               READ COMM-HISTORY-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF  CH-PYEARMONTH NOT = WS-PAY-YEARMONTH
                           IF  WS-PAID-COUNT < 5000 THEN
                               ADD 1 TO WS-PAID-COUNT
                               SET PAID-IX TO WS-PAID-COUNT
                               MOVE CH-EMP-NO
                                       TO WS-PD-EMP-NO (PAID-IX)
                               MOVE CH-INVOICE-NO
                                       TO WS-PD-INVOICE-NO (PAID-IX)
                               MOVE CH-AMOUNT
                                       TO WS-PD-AMOUNT (PAID-IX)
                           ELSE
                               SET WS-TABLE-OVERFLOW TO TRUE
                               MOVE WS-PAID-COUNT TO WS-COUNT-DISPLAY
                               DISPLAY "COBBAT82 - COMMISSION HISTORY "
                                       "EXCEEDS THE " WS-COUNT-DISPLAY
                                       " ENTRY PAID TABLE"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMM-HISTORY-FILE.
           MOVE WS-PAID-COUNT TO WS-PAID-OLD-COUNT.

       160-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 170-WRITE-COMM-HISTORY - THE TABLES HELD, SO OPEN THE OUTPUTS
      *    AND WRITE THE NEW HISTORY GENERATION - LAST GENERATION'S
      *    ROWS CARRIED FORWARD AS THEY STOOD, THEN THE PAIRS THIS RUN
      *    EARNED, IN REGISTER ORDER.
      *-----------------------------------------------------------------
       170-WRITE-COMM-HISTORY.

           OPEN OUTPUT COMM-HISTORY-NEW-FILE.
           OPEN OUTPUT COMM-STATEMENT-FILE.

           OPEN INPUT  COMM-HISTORY-FILE.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           PERFORM UNTIL WS-HIST-EOF
               READ COMM-HISTORY-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF  CH-PYEARMONTH NOT = WS-PAY-YEARMONTH
                           MOVE COMM-HISTORY-RECORD
                                   TO COMM-HISTORY-NEW-RECORD
                           WRITE COMM-HISTORY-NEW-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMM-HISTORY-FILE.

           COMPUTE WS-PAID-NO = WS-PAID-OLD-COUNT + 1.
           PERFORM VARYING PAID-IX FROM WS-PAID-NO BY 1
                   UNTIL PAID-IX > WS-PAID-COUNT
               MOVE SPACES                    TO COMM-HISTORY-RECORD
               MOVE WS-PD-EMP-NO (PAID-IX)    TO CH-EMP-NO
               MOVE WS-PD-INVOICE-NO (PAID-IX) TO CH-INVOICE-NO
               MOVE WS-PAY-YEARMONTH          TO CH-PYEARMONTH
               MOVE WS-PD-AMOUNT (PAID-IX)    TO CH-AMOUNT
               MOVE COMM-HISTORY-RECORD       TO COMM-HISTORY-NEW-RECORD
               WRITE COMM-HISTORY-NEW-RECORD
           END-PERFORM.

       170-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-READ-REGISTER - EVERY REGISTER ROW IS OFFERED TO EVERY
      *    PLAN LINE; A CUSTOMER ROW CAN EARN FOR SEVERAL EARNERS.
      *-----------------------------------------------------------------
       200-READ-REGISTER.

           PERFORM UNTIL WS-REG-EOF OR WS-TABLE-OVERFLOW
               READ INVOICE-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REG-COUNT
                       PERFORM VARYING PLAN-IX FROM 1 BY 1
                               UNTIL PLAN-IX > WS-PLAN-COUNT
                               OR WS-TABLE-OVERFLOW
                           PERFORM 300-OFFER-ROW-TO-PLAN THRU 300-EXIT
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-FILE.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-OFFER-ROW-TO-PLAN - DOES THIS REGISTER ROW EARN AGAINST
      *    THIS PLAN LINE? BILLED BASIS TAKES THE MONTH JUST BILLED;
      *    COLLECTED BASIS TAKES ANY PAID INVOICE THE EARNER HAS NOT
      *    ALREADY BEEN COMMISSIONED ON.
      *-----------------------------------------------------------------
       300-OFFER-ROW-TO-PLAN.

           IF  WS-PL-ASSIGN-TYPE (PLAN-IX) = "C"
           AND IR-CUST-NO NOT = WS-PL-ASSIGN-KEY (PLAN-IX)
               GO TO 300-EXIT
           END-IF.
           IF  WS-PL-ASSIGN-TYPE (PLAN-IX) = "P"
           AND IR-PROJ-NO NOT = WS-PL-ASSIGN-KEY (PLAN-IX) (1:6)
               GO TO 300-EXIT
           END-IF.

           IF  WS-PL-BASIS (PLAN-IX) = "B" THEN
               IF  IR-BILL-YEARMONTH NOT = WS-BILL-YEARMONTH THEN
                   GO TO 300-EXIT
               END-IF
      *        ** a credit note issued in the month claws back
               MOVE IR-AMOUNT TO WS-ROW-AMOUNT
               IF  IR-STATUS = "CREDIT  " THEN
                   COMPUTE WS-ROW-AMOUNT = ZERO - WS-ROW-AMOUNT
               END-IF
               PERFORM 350-ROW-TO-HOME
           ELSE
               IF  IR-STATUS NOT = "PAID" THEN
                   GO TO 300-EXIT
               END-IF
      *        ** only what was collected, not what was credited
               MOVE IR-AMOUNT TO WS-ROW-AMOUNT
               IF  IR-CREDIT-AMOUNT IS NUMERIC THEN
                   SUBTRACT IR-CREDIT-AMOUNT FROM WS-ROW-AMOUNT
               END-IF
               PERFORM 350-ROW-TO-HOME
               MOVE "N" TO WS-PAID-FOUND-SWITCH
               PERFORM VARYING PAID-IX FROM 1 BY 1
                       UNTIL PAID-IX > WS-PAID-OLD-COUNT
                       OR WS-PAID-FOUND
                   IF  WS-PD-EMP-NO (PAID-IX) = WS-PL-EMP-NO (PLAN-IX)
                   AND WS-PD-INVOICE-NO (PAID-IX) = IR-INVOICE-NO
                       SET WS-PAID-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF  WS-PAID-FOUND THEN
                   GO TO 300-EXIT
               END-IF
      *        ** remember it so next month's run passes it by -
      *        ** written to the new history once the run has held
               IF  WS-PAID-COUNT < 5000 THEN
                   ADD 1 TO WS-PAID-COUNT
                   SET PAID-IX TO WS-PAID-COUNT
                   MOVE WS-PL-EMP-NO (PLAN-IX)
                           TO WS-PD-EMP-NO (PAID-IX)
                   MOVE IR-INVOICE-NO TO WS-PD-INVOICE-NO (PAID-IX)
                   MOVE WS-ROW-AMOUNT TO WS-PD-AMOUNT (PAID-IX)
               ELSE
                   SET WS-TABLE-OVERFLOW TO TRUE
                   MOVE WS-PAID-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "COBBAT82 - COMMISSIONED INVOICES EXCEED "
                           "THE " WS-COUNT-DISPLAY " ENTRY PAID TABLE"
                   GO TO 300-EXIT
               END-IF
           END-IF.

           ADD WS-ROW-AMOUNT TO WS-PL-REVENUE (PLAN-IX).
           ADD 1 TO WS-DRIVER-ROW-COUNT.

           IF  WS-DRIVER-COUNT < 3000 THEN
               ADD 1 TO WS-DRIVER-COUNT
               SET DRV-IX TO WS-DRIVER-COUNT
               SET WS-DV-PLAN-NO (DRV-IX) TO PLAN-IX
               MOVE IR-INVOICE-NO     TO WS-DV-INVOICE-NO (DRV-IX)
               MOVE IR-PROJ-NO        TO WS-DV-PROJ-NO (DRV-IX)
               MOVE IR-BILL-YEARMONTH TO WS-DV-YEARMONTH (DRV-IX)
               MOVE WS-ROW-AMOUNT     TO WS-DV-AMOUNT (DRV-IX)
           ELSE
               SET WS-TABLE-OVERFLOW TO TRUE
               MOVE WS-DRIVER-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBAT82 - DRIVING INVOICES EXCEED THE "
                       WS-COUNT-DISPLAY " ENTRY STATEMENT TABLE"
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-ROW-TO-HOME - A ROW BILLED IN A FOREIGN CURRENCY COUNTS AT
      *    THE HOME EQUIVALENT IT WAS BOOKED AT, SO THE TIER FLOORS AND
      *    THE COMMISSION ARE ALL IN HOME CURRENCY.
      *-----------------------------------------------------------------
       350-ROW-TO-HOME.

           IF  IR-CURRENCY > SPACES
           AND IR-HOME-AMOUNT IS NUMERIC
           AND IR-AMOUNT > ZERO
               COMPUTE WS-ROW-AMOUNT ROUNDED =
                       WS-ROW-AMOUNT * IR-HOME-AMOUNT / IR-AMOUNT
           END-IF.

      *-----------------------------------------------------------------
      * 400-PRICE-EARNERS - THE PLAN CARDS COME IN EARNER ORDER, SO
      *    EACH EARNER'S LINES GROUP NATURALLY - CLOSE OUT ON KEY
      *    CHANGE, SAME SHAPE AS COBBAT62.
      *-----------------------------------------------------------------
       400-PRICE-EARNERS.

           IF  WS-PLAN-COUNT = ZERO THEN
               GO TO 400-EXIT
           END-IF.

           MOVE 1 TO WS-FIRST-PLAN-NO.
           MOVE WS-PL-EMP-NO (1) TO WS-CURR-EMP-NO.

           PERFORM VARYING WS-PLAN-NO FROM 1 BY 1
                   UNTIL WS-PLAN-NO > WS-PLAN-COUNT
               IF  WS-PL-EMP-NO (WS-PLAN-NO) NOT = WS-CURR-EMP-NO
                   COMPUTE WS-LAST-PLAN-NO = WS-PLAN-NO - 1
                   PERFORM 500-CLOSE-ONE-EARNER THRU 500-EXIT
                   MOVE WS-PLAN-NO TO WS-FIRST-PLAN-NO
                   MOVE WS-PL-EMP-NO (WS-PLAN-NO) TO WS-CURR-EMP-NO
               END-IF
           END-PERFORM.
           MOVE WS-PLAN-COUNT TO WS-LAST-PLAN-NO.
           PERFORM 500-CLOSE-ONE-EARNER THRU 500-EXIT.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-CLOSE-ONE-EARNER - PRICE EACH OF THE EARNER'S PLAN LINES,
      *    BOOK THE MONTH FOR THE PAYROLL RUN, AND PRINT THE
      *    STATEMENT.
      *-----------------------------------------------------------------
       500-CLOSE-ONE-EARNER.

           ADD 1 TO WS-EARNER-COUNT.
           MOVE ZERO TO WS-EMP-REVENUE.
           MOVE ZERO TO WS-EMP-COMMISSION.

           PERFORM VARYING PLAN-IX FROM WS-FIRST-PLAN-NO BY 1
                   UNTIL PLAN-IX > WS-LAST-PLAN-NO
               PERFORM 550-PRICE-PLAN-LINE
               ADD WS-PL-REVENUE (PLAN-IX)    TO WS-EMP-REVENUE
               ADD WS-PL-COMMISSION (PLAN-IX) TO WS-EMP-COMMISSION
           END-PERFORM.

           PERFORM 600-BOOK-COMMISSION THRU 600-EXIT.
           PERFORM 700-PRINT-STATEMENT THRU 700-EXIT.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-PRICE-PLAN-LINE - THE HIGHEST TIER WHOSE FLOOR THE LINE'S
      *    REVENUE REACHES SETS THE RATE FOR THE WHOLE LINE.
      *-----------------------------------------------------------------
       550-PRICE-PLAN-LINE.

           MOVE ZERO TO WS-PL-RATE-PCT (PLAN-IX).
           PERFORM VARYING WS-TIER-NO FROM 1 BY 1
                   UNTIL WS-TIER-NO > 3
               IF  WS-PL-TIER-RATE-PCT (PLAN-IX WS-TIER-NO) > ZERO
               AND WS-PL-REVENUE (PLAN-IX) NOT <
                       WS-PL-TIER-FLOOR (PLAN-IX WS-TIER-NO)
                   MOVE WS-PL-TIER-RATE-PCT (PLAN-IX WS-TIER-NO)
                           TO WS-PL-RATE-PCT (PLAN-IX)
               END-IF
           END-PERFORM.

           COMPUTE WS-PL-COMMISSION (PLAN-IX) ROUNDED =
                   WS-PL-REVENUE (PLAN-IX) * WS-PL-RATE-PCT (PLAN-IX)
                   / 100.

      *-----------------------------------------------------------------
      * 600-BOOK-COMMISSION - A RERUN REPLACES ITS OWN BOOKING, NEVER
      *    DOUBLES IT. NOTHING EARNED AND NOTHING ALREADY BOOKED MEANS
      *    NOTHING TO WRITE.
      *-----------------------------------------------------------------
       600-BOOK-COMMISSION.

           MOVE "N"              TO WS-CMM-FOUND-SWITCH.
           MOVE SPACES           TO COMM-MONTH-RECORD.
           MOVE WS-CURR-EMP-NO   TO WS-CMM-EMP-NO.
           MOVE WS-PAY-YEARMONTH TO WS-CMM-PYEARMONTH.
           MOVE 1 TO CMD-CODE.
           MOVE COMM-MONTH-RECORD TO DATA-IN.
           CALL "APITPCOM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               SET WS-CMM-FOUND TO TRUE
           END-IF.

           IF  WS-EMP-COMMISSION = ZERO AND NOT WS-CMM-FOUND THEN
               GO TO 600-EXIT
           END-IF.

           MOVE WS-CURR-EMP-NO    TO WS-CMM-EMP-NO.
           MOVE WS-PAY-YEARMONTH  TO WS-CMM-PYEARMONTH.
           MOVE WS-EMP-REVENUE    TO WS-CMM-REVENUE.
           MOVE WS-EMP-COMMISSION TO WS-CMM-AMOUNT.
           IF  WS-CMM-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE COMM-MONTH-RECORD TO DATA-IN.
           CALL "APITPCOM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT82 - COMMISSION BOOKING FAILED FOR "
                       WS-CURR-EMP-NO
               GO TO 600-EXIT
           END-IF.

           ADD 1 TO WS-BOOKED-COUNT.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-PRINT-STATEMENT - ONE STATEMENT PER EARNER: EACH PLAN LINE
      *    WITH ITS BASIS AND APPLIED RATE, THE INVOICES THAT DROVE
      *    IT, AND THE MONTH'S TOTAL.
      *-----------------------------------------------------------------
       700-PRINT-STATEMENT.

           MOVE SPACES         TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-CURR-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
           ELSE
               MOVE SPACES TO WS-EMP-NAME
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "COMMISSION STATEMENT  PAY MONTH " WS-PAY-YEARMONTH
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EARNER " WS-CURR-EMP-NO "  " WS-EMP-NAME
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-PRINT-LINE.

           PERFORM VARYING PLAN-IX FROM WS-FIRST-PLAN-NO BY 1
                   UNTIL PLAN-IX > WS-LAST-PLAN-NO
               PERFORM 750-PRINT-PLAN-LINE
           END-PERFORM.

           MOVE WS-EMP-REVENUE    TO WS-AMOUNT-DISPLAY.
           MOVE WS-EMP-COMMISSION TO WS-COMM-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL REVENUE " WS-AMOUNT-DISPLAY
                  "  COMMISSION DUE " WS-COMM-DISPLAY
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 780-WRITE-PRINT-LINE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 750-PRINT-PLAN-LINE - THE PLAN LINE HEADING, ITS DRIVING
      *    INVOICES, AND ITS PRICED COMMISSION.
      *-----------------------------------------------------------------
       750-PRINT-PLAN-LINE.

           IF  WS-PL-BASIS (PLAN-IX) = "B" THEN
               MOVE "BILLED"    TO WS-BASIS-TEXT
           ELSE
               MOVE "COLLECTED" TO WS-BASIS-TEXT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           IF  WS-PL-ASSIGN-TYPE (PLAN-IX) = "C" THEN
               STRING "  CUSTOMER " WS-PL-ASSIGN-KEY (PLAN-IX)
                      "  BASIS " WS-BASIS-TEXT
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  PROJECT  " WS-PL-ASSIGN-KEY (PLAN-IX)
                      "  BASIS " WS-BASIS-TEXT
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 780-WRITE-PRINT-LINE.

           PERFORM VARYING DRV-IX FROM 1 BY 1
                   UNTIL DRV-IX > WS-DRIVER-COUNT
               IF  WS-DV-PLAN-NO (DRV-IX) = PLAN-IX
                   MOVE WS-DV-AMOUNT (DRV-IX) TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "    INVOICE " WS-DV-INVOICE-NO (DRV-IX)
                          "  PROJECT " WS-DV-PROJ-NO (DRV-IX)
                          "  PERIOD " WS-DV-YEARMONTH (DRV-IX)
                          "  " WS-AMOUNT-DISPLAY
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM 780-WRITE-PRINT-LINE
               END-IF
           END-PERFORM.

           MOVE WS-PL-REVENUE (PLAN-IX)    TO WS-AMOUNT-DISPLAY.
           MOVE WS-PL-RATE-PCT (PLAN-IX)   TO WS-RATE-DISPLAY.
           MOVE WS-PL-COMMISSION (PLAN-IX) TO WS-COMM-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    REVENUE " WS-AMOUNT-DISPLAY
                  "  AT " WS-RATE-DISPLAY "%"
                  "  COMMISSION " WS-COMM-DISPLAY
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-PRINT-LINE.

      *-----------------------------------------------------------------
      * 780-WRITE-PRINT-LINE - ONE LINE OF THE COMMISSION STATEMENT.
      *-----------------------------------------------------------------
       780-WRITE-PRINT-LINE.

           MOVE WS-PRINT-LINE TO COMM-STATEMENT-RECORD.
           WRITE COMM-STATEMENT-RECORD.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE COMM-HISTORY-NEW-FILE.
           CLOSE COMM-STATEMENT-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS      TO WS-RC-END-TIME.
           MOVE WS-RUN-DATE         TO WS-RC-RUN-DATE.
           MOVE WS-REG-COUNT        TO WS-RC-READ-COUNT.
           MOVE WS-DRIVER-ROW-COUNT TO WS-RC-SELECT-COUNT.
           MOVE WS-BOOKED-COUNT     TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT      TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"          TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-REG-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT82 - " WS-COUNT-DISPLAY
                   " INVOICE REGISTER ROWS READ".
           MOVE WS-EARNER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT82 - " WS-COUNT-DISPLAY
                   " EARNERS ON STATEMENT FOR " WS-PAY-YEARMONTH.
           MOVE WS-BOOKED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT82 - " WS-COUNT-DISPLAY
                   " COMMISSION MONTHS BOOKED".

      *-----------------------------------------------------------------
      * 950-ABORT-RUN - A TABLE OVERFLOWED. NO OUTPUT HAS BEEN OPENED
      *    AND NO MONTH BOOKED; THE RUN ENDS RC 16 AND LAST MONTH'S
      *    HISTORY GENERATION STANDS FOR THE RERUN.
      *-----------------------------------------------------------------
       950-ABORT-RUN.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS      TO WS-RC-END-TIME.
           MOVE WS-RUN-DATE         TO WS-RC-RUN-DATE.
           MOVE WS-REG-COUNT        TO WS-RC-READ-COUNT.
           MOVE WS-DRIVER-ROW-COUNT TO WS-RC-SELECT-COUNT.
           MOVE ZERO                TO WS-RC-WRITE-COUNT.
           ADD 1                    TO WS-ERROR-COUNT.
           MOVE WS-ERROR-COUNT      TO WS-RC-ERROR-COUNT.
           MOVE "ABORTED "          TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-REG-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT82 - " WS-COUNT-DISPLAY
                   " INVOICE REGISTER ROWS READ - RUN ABORTED, "
                   "NOTHING BOOKED".
           MOVE 16 TO RETURN-CODE.

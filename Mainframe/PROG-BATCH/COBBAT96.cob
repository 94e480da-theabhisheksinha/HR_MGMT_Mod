      *-----------------------------------------------------------------
      *    COBBAT96 - NIGHTLY OPEN-INVOICE PUBLISH. THE INVOICE
      *               REGISTER IS A SEQUENTIAL FILE THE BILLING RUNS
      *               REWRITE, SO NOTHING ONLINE CAN READ IT. THIS RUN
      *               WALKS THE REGISTER AS COBBAT83/85/95 LAST LEFT
      *               IT AND KEEPS THE NEW APITPOIV OPEN-INVOICE
      *               GATEWAY (CMD-CODE 1 READ BY INVOICE, 2 ADD,
      *               3 CHANGE, 4 PER-CUSTOMER CURSOR) IN STEP WITH
      *               IT - EVERY OPEN ROW (RAISED OR PARTPAID, LESS ITS
      *               PAID AMOUNT AND ANY CREDIT NOTE, THE SAME TEST
      *               THE COBBAT84 AGING USES) IS ADDED OR REFRESHED
      *               WITH WHAT IS STILL OWED, AND A ROW ALREADY ON
      *               THE GATEWAY THAT HAS SINCE BEEN PAID OR CREDITED
      *               IS CHANGED TO SHOW NOTHING OUTSTANDING. THE
      *               COBSV006 CUSTOMER SELF-SERVICE INQUIRY LISTS A
      *               CUSTOMER'S OPEN INVOICES OFF THE PER-CUSTOMER
      *               CURSOR. RUNS AFTER THE REGISTER RUNS EACH NIGHT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT96.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** the cumulative invoice register, as the billing runs
      *    ** last left it
           SELECT INVOICE-REGISTER-FILE ASSIGN TO INVREG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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
           03  FILLER                      PIC X(2).
           03  IR-PAID-AMOUNT              PIC 9(9)V9(2).
           03  FILLER                      PIC X(2).
           03  IR-LAST-PAID-DATE           PIC 9(6).
           03  FILLER                      PIC X(2).
           03  IR-CREDIT-AMOUNT            PIC 9(9)V9(2).
      *        ** the COBBAT85 credit note tail
           03  FILLER                      PIC X(25).
      *        ** the currency tail - blank is the home currency
           03  FILLER                      PIC X(2).
           03  IR-CURRENCY                 PIC X(3).
           03  FILLER                      PIC X(13).

       WORKING-STORAGE SECTION.

      *    ** one row per invoice the customer can be shown - an
      *    ** outstanding amount of zero means paid or credited since
       01  OPEN-INVOICE-RECORD.
           10 WS-OIV-INVOICE-NO       PIC X(6).
           10 WS-OIV-CUST-NO          PIC X(10).
           10 WS-OIV-PROJ-NO          PIC X(6).
           10 WS-OIV-BILL-YEARMONTH   PIC X(6).
           10 WS-OIV-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-OIV-OUTSTANDING      PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-OIV-CURRENCY         PIC X(3).
           10 WS-OIV-STATUS           PIC X(8).
           10 WS-OIV-PUBLISH-DATE     PIC 9(6).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-OUTSTANDING                  PIC S9(9)V9(2) COMP-3.
       01  WS-OIV-FOUND-SWITCH             PIC X.
           88  WS-OIV-FOUND                    VALUE "Y".

       01  WS-REG-EOF-SWITCH               PIC X VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-OPEN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-ADD-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-CHANGE-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-CLOSED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT96".
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
           PERFORM 200-SCAN-REGISTER THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - STAMP THE RUN AND OPEN THE REGISTER.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.
           CALL "COBBUSDT" USING WS-RUN-DATE.

           OPEN INPUT INVOICE-REGISTER-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-REGISTER - EVERY REGISTER ROW, IN REGISTER ORDER.
      *-----------------------------------------------------------------
       200-SCAN-REGISTER.

           PERFORM UNTIL WS-REG-EOF
               READ INVOICE-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REG-COUNT
                       PERFORM 300-PUBLISH-ONE-ROW THRU 300-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-FILE.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-PUBLISH-ONE-ROW - WORK OUT WHAT IS STILL OWED, THEN ADD OR
      *    REFRESH THE GATEWAY ROW. A ROW THAT IS NOT OPEN AND WAS
      *    NEVER PUBLISHED IS LEFT ALONE, AND ONE ALREADY SHOWN AS
      *    SETTLED IS NOT REWRITTEN NIGHT AFTER NIGHT.
      *-----------------------------------------------------------------
       300-PUBLISH-ONE-ROW.

           MOVE ZERO TO WS-OUTSTANDING.
           IF  IR-STATUS = "RAISED  " OR "PARTPAID"
               IF  IR-PAID-AMOUNT IS NUMERIC
                   COMPUTE WS-OUTSTANDING = IR-AMOUNT - IR-PAID-AMOUNT
               ELSE
                   MOVE IR-AMOUNT TO WS-OUTSTANDING
               END-IF
      *        ** less whatever a COBBAT85 credit note took back
               IF  IR-CREDIT-AMOUNT IS NUMERIC
                   SUBTRACT IR-CREDIT-AMOUNT FROM WS-OUTSTANDING
               END-IF
           END-IF.
           IF  WS-OUTSTANDING < ZERO THEN
               MOVE ZERO TO WS-OUTSTANDING
           END-IF.

           MOVE "N"           TO WS-OIV-FOUND-SWITCH.
           MOVE SPACES        TO OPEN-INVOICE-RECORD.
           MOVE IR-INVOICE-NO TO WS-OIV-INVOICE-NO.
           MOVE 1 TO CMD-CODE.
           MOVE OPEN-INVOICE-RECORD TO DATA-IN.
           CALL "APITPOIV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0 THEN
               MOVE DATA-OUT TO OPEN-INVOICE-RECORD
               SET WS-OIV-FOUND TO TRUE
           END-IF.

           IF  WS-OUTSTANDING > ZERO THEN
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               IF  NOT WS-OIV-FOUND
               OR  WS-OIV-OUTSTANDING = ZERO
                   GO TO 300-EXIT
               END-IF
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.

           MOVE IR-INVOICE-NO     TO WS-OIV-INVOICE-NO.
           MOVE IR-CUST-NO        TO WS-OIV-CUST-NO.
           MOVE IR-PROJ-NO        TO WS-OIV-PROJ-NO.
           MOVE IR-BILL-YEARMONTH TO WS-OIV-BILL-YEARMONTH.
           MOVE IR-AMOUNT         TO WS-OIV-AMOUNT.
           MOVE WS-OUTSTANDING    TO WS-OIV-OUTSTANDING.
           MOVE IR-CURRENCY       TO WS-OIV-CURRENCY.
           MOVE IR-STATUS         TO WS-OIV-STATUS.
           MOVE WS-RUN-DATE       TO WS-OIV-PUBLISH-DATE.

           IF  WS-OIV-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE OPEN-INVOICE-RECORD TO DATA-IN.
           CALL "APITPOIV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT96 - OPEN INVOICE NOT PUBLISHED - "
                       IR-INVOICE-NO
               GO TO 300-EXIT
           END-IF.

           IF  WS-OIV-FOUND THEN
               ADD 1 TO WS-CHANGE-COUNT
           ELSE
               ADD 1 TO WS-ADD-COUNT
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - LOG THE RUN AND DISPLAY THE CONTROL TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           MOVE WS-RUN-DATE    TO WS-RC-RUN-DATE.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-END-TIME.
           MOVE WS-REG-COUNT   TO WS-RC-READ-COUNT.
           MOVE WS-OPEN-COUNT  TO WS-RC-SELECT-COUNT.
           COMPUTE WS-RC-WRITE-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT.
           MOVE WS-ERROR-COUNT TO WS-RC-ERROR-COUNT.
           IF  WS-ERROR-COUNT = ZERO THEN
               MOVE "COMPLETE" TO WS-RC-STATUS
           ELSE
               MOVE "ERRORS"   TO WS-RC-STATUS
           END-IF.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-REG-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT96 - " WS-COUNT-DISPLAY
                   " REGISTER ROWS READ".
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT96 - " WS-COUNT-DISPLAY
                   " OPEN INVOICES".
           MOVE WS-ADD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT96 - " WS-COUNT-DISPLAY
                   " INVOICES ADDED".
           MOVE WS-CHANGE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT96 - " WS-COUNT-DISPLAY
                   " INVOICES REFRESHED".
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT96 - " WS-COUNT-DISPLAY
                   " INVOICES SETTLED SINCE LAST RUN".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT96 - " WS-COUNT-DISPLAY
                   " ERRORS".

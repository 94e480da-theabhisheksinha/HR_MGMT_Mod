      *-----------------------------------------------------------------
      *    COBBAT86 - DAILY EXCHANGE-RATE LOADER. SEVERAL CUSTOMERS
      *               ARE BILLED AND HOLD BALANCES IN A FOREIGN
      *               CURRENCY, AND TREASURY KEPT THE RATES IN A
      *               SPREADSHEET. EACH DAY THIS RUN READS TREASURY'S
      *               RATE FEED (CURRENCY, RATE DATE, HOME-CURRENCY
      *               UNITS TO ONE UNIT OF THE CURRENCY), VALIDATES
      *               EVERY LINE (UNUSABLE LINES GO TO THE ERROR
      *               REPORT, NOT THE BIN) AND STORES IT ON THE NEW
      *               APITPFXR EXCHANGE-RATE TABLE. COBBAT37 PRICES
      *               INVOICES INTO THE CUSTOMER'S CURRENCY OFF IT,
      *               COBBAT26 CONVERTS A POSTING KEYED IN ANOTHER
      *               CURRENCY, AND COBBAT80 CARRIES HOME-CURRENCY
      *               EQUIVALENTS AND THE MONTH-END REVALUATION.
      *               A BLANK CURRENCY CODE ANYWHERE IN THE SYSTEM IS
      *               THE HOME CURRENCY AND NEEDS NO RATE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT86.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FEED-FILE ASSIGN TO FXRATES
               ORGANIZATION IS SEQUENTIAL.
           SELECT FX-RATE-ERROR-FILE ASSIGN TO FXRATERR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  FX-RATE-FEED-FILE
           RECORDING MODE IS F.
       01  FX-RATE-FEED-RECORD.
           03  FF-CURRENCY                 PIC X(3).
           03  FF-RATE-DATE                PIC 9(6).
      *        ** home-currency units to one unit of FF-CURRENCY
           03  FF-RATE                     PIC 9(5)V9(6).
           03  FILLER                      PIC X(60).

       FD  FX-RATE-ERROR-FILE
           RECORDING MODE IS F.
       01  FX-RATE-ERROR-RECORD.
           03  FE-CURRENCY                 PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FE-RATE-DATE                PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FE-RATE                     PIC X(11).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FE-REMARK                   PIC X(28).

       WORKING-STORAGE SECTION.

      *    ** one rate per currency and rate date on the new APITPFXR
      *    ** gateway - CMD-CODE 1 READ THE RATE IN FORCE ON A DATE
      *    ** (THE LATEST NOT AFTER IT), 2 ADD/REPLACE
       01  FX-RATE-RECORD.
           10 WS-FXR-CURRENCY         PIC X(3).
           10 WS-FXR-RATE-DATE        PIC 9(6).
           10 WS-FXR-RATE             PIC S9(5)V9(6) USAGE COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

       01  WS-FEED-EOF-SWITCH              PIC X VALUE "N".
           88  WS-FEED-EOF                     VALUE "Y".
       01  WS-LINE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-LOADED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-REJECT-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT86".
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
           PERFORM 200-LOAD-RATE-FEED THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           OPEN INPUT  FX-RATE-FEED-FILE.
           OPEN OUTPUT FX-RATE-ERROR-FILE.

      *-----------------------------------------------------------------
      * 200-LOAD-RATE-FEED - VALIDATE AND STORE EVERY FEED LINE.
      *-----------------------------------------------------------------
       200-LOAD-RATE-FEED.

           PERFORM UNTIL WS-FEED-EOF
               READ FX-RATE-FEED-FILE
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM 300-PROCESS-ONE-RATE THRU 300-EXIT
               END-READ
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-PROCESS-ONE-RATE - A RATE MUST NAME A CURRENCY, CARRY A
      *    DATE, AND BE A POSITIVE NUMBER BEFORE IT IS STORED - A ZERO
      *    RATE WOULD PRICE AN INVOICE AT NOTHING.
      *-----------------------------------------------------------------
       300-PROCESS-ONE-RATE.

           IF  FF-CURRENCY = SPACES
           OR  FF-CURRENCY IS NOT ALPHABETIC
               PERFORM 350-REJECT-LINE
               MOVE "CURRENCY CODE NOT VALID" TO FE-REMARK
               WRITE FX-RATE-ERROR-RECORD
               GO TO 300-EXIT
           END-IF.

           IF  FF-RATE-DATE IS NOT NUMERIC
           OR  FF-RATE IS NOT NUMERIC
               PERFORM 350-REJECT-LINE
               MOVE "LINE NOT NUMERIC" TO FE-REMARK
               WRITE FX-RATE-ERROR-RECORD
               GO TO 300-EXIT
           END-IF.

           IF  FF-RATE = ZERO THEN
               PERFORM 350-REJECT-LINE
               MOVE "ZERO RATE" TO FE-REMARK
               WRITE FX-RATE-ERROR-RECORD
               GO TO 300-EXIT
           END-IF.

           MOVE FF-CURRENCY  TO WS-FXR-CURRENCY.
           MOVE FF-RATE-DATE TO WS-FXR-RATE-DATE.
           MOVE FF-RATE      TO WS-FXR-RATE.

           MOVE 2 TO CMD-CODE.
           MOVE FX-RATE-RECORD TO DATA-IN.
           CALL "APITPFXR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 350-REJECT-LINE
               MOVE "RATE STORE FAILED" TO FE-REMARK
               WRITE FX-RATE-ERROR-RECORD
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-LOADED-COUNT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-REJECT-LINE - COMMON FIELDS OF AN ERROR LINE.
      *-----------------------------------------------------------------
       350-REJECT-LINE.

           ADD 1 TO WS-REJECT-COUNT.
           MOVE FF-CURRENCY  TO FE-CURRENCY.
           MOVE FX-RATE-FEED-RECORD (4:6)  TO FE-RATE-DATE.
           MOVE FX-RATE-FEED-RECORD (10:11) TO FE-RATE.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE FX-RATE-FEED-FILE.
           CLOSE FX-RATE-ERROR-FILE.

           MOVE WS-LINE-COUNT   TO WS-RC-READ-COUNT.
           MOVE WS-LOADED-COUNT TO WS-RC-SELECT-COUNT.
           MOVE WS-LOADED-COUNT TO WS-RC-WRITE-COUNT.
           MOVE WS-REJECT-COUNT TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"      TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT86 - " WS-COUNT-DISPLAY
                   " RATE LINES READ".
           MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT86 - " WS-COUNT-DISPLAY
                   " RATES STORED".
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT86 - " WS-COUNT-DISPLAY
                   " LINES REJECTED".

      *-----------------------------------------------------------------
      *    COBBAT89 - DAILY REVERSAL REGISTER. EVERY CONTRA ENTRY
      *               POSTED THROUGH THE COBCIO67 DUAL-CONTROL
      *               REVERSAL SCREEN IS LISTED HERE ON THE DAY IT WAS
      *               APPROVED (APITPRVS CMD-CODE 4 CURSOR OF THE
      *               REVERSALS APPROVED ON A DATE) - THE ACCOUNT, THE
      *               ORIGINAL POSTING'S SOURCE REFERENCE, POST DATE,
      *               D/C CODE, AMOUNT AND TRANSACTION CODE, THE
      *               REASON, AND BOTH THE KEYING AND THE APPROVING
      *               OPERATOR. THE REGISTER CLOSES WITH THE COUNT AND
      *               THE DEBITS AND CREDITS REVERSED, SO THE TRIAL
      *               BALANCE TEAM CAN TIE THE DAY'S REV LINES ON THE
      *               COBBAT68 CONTROL PAGE BACK TO SIGNED-OFF ITEMS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT89.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-REGISTER-FILE ASSIGN TO REVREG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  REVERSAL-REGISTER-FILE
           RECORDING MODE IS F.
       01  REVERSAL-REGISTER-RECORD.
           03  RR-ACC-NO                   PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-SOURCE-REF               PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-POST-DATE                PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-DC-CODE                  PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-AMOUNT                   PIC ZZZZZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-REASON                   PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RR-MAKER-OPID               PIC X(3).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RR-CHECKER-OPID             PIC X(3).

       WORKING-STORAGE SECTION.

      *    ** one reversal on the APITPRVS gateway COBCIO67 files -
      *    ** CMD-CODE 4 IS THE CURSOR OF THE REVERSALS APPROVED ON
      *    ** WS-REV-CHECKER-DATE
       01  REVERSAL-RECORD.
           10 WS-REV-ACC-NO           PIC X(10).
           10 WS-REV-SOURCE-REF       PIC X(10).
           10 WS-REV-POST-DATE        PIC 9(6).
           10 WS-REV-DC-CODE          PIC X(1).
           10 WS-REV-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-REV-TRAN-CODE        PIC X(3).
           10 WS-REV-REASON           PIC X(30).
           10 WS-REV-STATUS           PIC X(1).
               88  WS-REV-PENDING         VALUE "P".
               88  WS-REV-APPROVED        VALUE "A".
           10 WS-REV-MAKER-OPID       PIC X(3).
           10 WS-REV-MAKER-DATE       PIC 9(6).
           10 WS-REV-MAKER-TIME       PIC 9(6).
           10 WS-REV-CHECKER-OPID     PIC X(3).
           10 WS-REV-CHECKER-DATE     PIC 9(6).
           10 WS-REV-CHECKER-TIME     PIC 9(6).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

       01  WS-RUN-DATE                     PIC 9(6).

      *    ** the register's control totals - the ORIGINAL postings'
      *    ** directions, so the contras run the other way
       01  WS-TOT-DEBITS                   PIC S9(13)V9(2) COMP-3
                                           VALUE +0.
       01  WS-TOT-CREDITS                  PIC S9(13)V9(2) COMP-3
                                           VALUE +0.

       01  WS-REV-DONE-SWITCH              PIC X VALUE "N".
           88  WS-REV-DONE                     VALUE "Y".
       01  WS-REV-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT89".
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
           PERFORM 200-LIST-REVERSALS THRU 200-EXIT
           PERFORM 400-CONTROL-TOTALS THRU 400-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - OPEN THE REGISTER.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.
           CALL "COBBUSDT" USING WS-RUN-DATE.

           OPEN OUTPUT REVERSAL-REGISTER-FILE.

      *-----------------------------------------------------------------
      * 200-LIST-REVERSALS - ONE REGISTER LINE PER REVERSAL APPROVED
      *    TODAY, IN THE ORDER THE CURSOR SERVES THEM.
      *-----------------------------------------------------------------
       200-LIST-REVERSALS.

           MOVE 4           TO CMD-CODE.
           MOVE SPACES      TO REVERSAL-RECORD.
           MOVE WS-RUN-DATE TO WS-REV-CHECKER-DATE.

           PERFORM UNTIL WS-REV-DONE
               MOVE REVERSAL-RECORD TO DATA-IN
               CALL "APITPRVS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-REV-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REVERSAL-RECORD
                   IF  WS-REV-APPROVED THEN
                       PERFORM 300-LIST-ONE-REVERSAL
                   END-IF
                   MOVE WS-RUN-DATE TO WS-REV-CHECKER-DATE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-LIST-ONE-REVERSAL - THE REGISTER LINE AND THE TOTALS.
      *-----------------------------------------------------------------
       300-LIST-ONE-REVERSAL.

           ADD 1 TO WS-REV-COUNT.
           IF  WS-REV-DC-CODE = "D" THEN
               ADD WS-REV-AMOUNT TO WS-TOT-DEBITS
           ELSE
               ADD WS-REV-AMOUNT TO WS-TOT-CREDITS
           END-IF.

           MOVE SPACES              TO REVERSAL-REGISTER-RECORD.
           MOVE WS-REV-ACC-NO       TO RR-ACC-NO.
           MOVE WS-REV-SOURCE-REF   TO RR-SOURCE-REF.
           MOVE WS-REV-POST-DATE    TO RR-POST-DATE.
           MOVE WS-REV-DC-CODE      TO RR-DC-CODE.
           MOVE WS-REV-AMOUNT       TO RR-AMOUNT.
           MOVE WS-REV-TRAN-CODE    TO RR-TRAN-CODE.
           MOVE WS-REV-REASON       TO RR-REASON.
           MOVE WS-REV-MAKER-OPID   TO RR-MAKER-OPID.
           MOVE WS-REV-CHECKER-OPID TO RR-CHECKER-OPID.
           WRITE REVERSAL-REGISTER-RECORD.

      *-----------------------------------------------------------------
      * 400-CONTROL-TOTALS - THE COUNT AND THE DEBITS AND CREDITS
      *    REVERSED CLOSE THE REGISTER.
      *-----------------------------------------------------------------
       400-CONTROL-TOTALS.

           MOVE SPACES           TO REVERSAL-REGISTER-RECORD.
           MOVE "DEBITS"         TO RR-ACC-NO.
           MOVE "D"              TO RR-DC-CODE.
           MOVE WS-TOT-DEBITS    TO RR-AMOUNT.
           MOVE "ORIGINAL DEBITS REVERSED" TO RR-REASON.
           WRITE REVERSAL-REGISTER-RECORD.

           MOVE SPACES           TO REVERSAL-REGISTER-RECORD.
           MOVE "CREDITS"        TO RR-ACC-NO.
           MOVE "C"              TO RR-DC-CODE.
           MOVE WS-TOT-CREDITS   TO RR-AMOUNT.
           MOVE "ORIGINAL CREDITS REVERSED" TO RR-REASON.
           WRITE REVERSAL-REGISTER-RECORD.

           MOVE SPACES           TO REVERSAL-REGISTER-RECORD.
           MOVE "COUNT"          TO RR-ACC-NO.
           MOVE WS-REV-COUNT     TO RR-AMOUNT.
           MOVE "REVERSALS APPROVED TODAY" TO RR-REASON.
           WRITE REVERSAL-REGISTER-RECORD.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REGISTER, LOG THE RUN, AND DISPLAY
      *    THE RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE REVERSAL-REGISTER-FILE.

           MOVE WS-REV-COUNT   TO WS-RC-READ-COUNT.
           MOVE WS-REV-COUNT   TO WS-RC-SELECT-COUNT.
           MOVE WS-REV-COUNT   TO WS-RC-WRITE-COUNT.
           MOVE ZERO           TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"     TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-REV-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT89 - " WS-COUNT-DISPLAY
                   " REVERSALS REGISTERED FOR " WS-RUN-DATE.

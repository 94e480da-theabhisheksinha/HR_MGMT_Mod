      *-----------------------------------------------------------------
      *    COBBAT87 - MONTH-END ACCOUNT FEE RUN. COBBAT13 FINDS THE
      *               OVERDRAWN ACCOUNTS AND COBBAT28 ACCRUES THEIR
      *               INTEREST, BUT THE FEES THE ACCOUNT TERMS ALLOW
      *               WERE NEVER CHARGED. FINANCE KEEPS THE FEE
      *               SCHEDULE ON A PARAMETER FILE - ONE SCHEDULE CARD
      *               (MONTHLY MAINTENANCE FEE, OVERDRAFT FEE AND
      *               WHETHER IT IS CHARGED PER DAY OVERDRAWN OR PER
      *               OCCURRENCE, DORMANT-ACCOUNT FEE) AND ONE WAIVER
      *               CARD PER CUSTOMER AND FEE THE CUSTOMER IS LET
      *               OFF. THIS RUN READS THE MONTH'S POSTINGS OFF THE
      *               COBBAT26 TRANSACTION HISTORY TO WORK OUT EACH
      *               ACCOUNT'S DAYS AND OCCURRENCES OVERDRAWN, WALKS
      *               EVERY ACCOUNT (SAME APITP052 CMD-CODE 1 CURSOR
      *               COBBAT28 USES) AND WRITES THE FEE DEBITS AS A
      *               TRANSACTION BATCH IN COBBAT26's ACCTTRAN LAYOUT,
      *               TRAILER COUNT AND HASH INCLUDED, SO THEY POST,
      *               SHOW ON THE COBCIO54 HISTORY AND PRINT ON THE
      *               COBBAT27 STATEMENT LIKE ANY OTHER POSTING. AN
      *               ACCOUNT COBCIO42 HAS FROZEN OR CLOSED IS SKIPPED
      *               AND THE SKIP REPORTED - EXCEPT THAT AN ACCOUNT
      *               THE COBBAT67 SWEEP FROZE DORMANT IS WHAT THE
      *               DORMANT-ACCOUNT FEE IS FOR, AND DRAWS THAT FEE
      *               ALONE. FEES ARE SCHEDULED IN THE HOME CURRENCY;
      *               AN ACCOUNT HELD IN ANOTHER IS CHARGED AT THE RUN
      *               DATE'S COBBAT86 RATE. EVERY FEE POSTING CARRIES
      *               A "FEE " SOURCE REFERENCE SO IT NEITHER WAKES A
      *               DORMANT ACCOUNT IN COBBAT26 NOR COUNTS AS
      *               ACTIVITY TO COBBAT67.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT87.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** the fee schedule and waiver cards, maintained by finance
           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL.
      *    ** the fee transaction batch, in the same layout COBBAT26
      *    ** POSTS
           SELECT FEE-TRAN-FILE ASSIGN TO FEETRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEE-REPORT-FILE ASSIGN TO FEERPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
      *    ** S = THE SCHEDULE, W = A CUSTOMER WAIVER
       01  FEE-SCHEDULE-RECORD.
           03  FS-CARD-TYPE                PIC X(1).
           03  FS-MAINT-FEE                PIC 9(5)V9(2).
           03  FS-OD-FEE                   PIC 9(5)V9(2).
      *        ** D = PER DAY OVERDRAWN, O = PER OCCURRENCE
           03  FS-OD-BASIS                 PIC X(1).
           03  FS-DORMANT-FEE              PIC 9(5)V9(2).
           03  FILLER                      PIC X(57).
       01  FEE-WAIVER-RECORD REDEFINES FEE-SCHEDULE-RECORD.
           03  FILLER                      PIC X(1).
           03  FW-CUST-NO                  PIC X(10).
      *        ** M MAINTENANCE, O OVERDRAFT, D DORMANT, * EVERY FEE
           03  FW-FEE-TYPE                 PIC X(1).
           03  FILLER                      PIC X(68).

       FD  TRAN-HISTORY-FILE
           RECORDING MODE IS F.
      *    ** same layout COBBAT26 writes
       01  TRAN-HISTORY-RECORD.
           03  TH-ACC-NO                   PIC X(10).
           03  TH-POST-DATE                PIC 9(6).
           03  TH-POST-DATE-R REDEFINES TH-POST-DATE.
               05  TH-POST-YYMM            PIC 9(4).
               05  TH-POST-DD              PIC 99.
           03  TH-DC-CODE                  PIC X(1).
           03  TH-AMOUNT                   PIC 9(9)V9(2).
           03  TH-SOURCE-REF               PIC X(10).
           03  TH-BALANCE-BEFORE           PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

       FD  FEE-TRAN-FILE
           RECORDING MODE IS F.
      *    ** same shape as COBBAT26's ACCT-TRAN-RECORD
       01  FEE-TRAN-RECORD.
           03  FT-RECORD-TYPE              PIC X(1).
           03  FT-ACC-NO                   PIC X(10).
           03  FT-POST-DATE                PIC 9(6).
           03  FT-DC-CODE                  PIC X(1).
           03  FT-AMOUNT                   PIC 9(9)V9(2).
           03  FT-SOURCE-REF               PIC X(10).
           03  FT-BATCH-COUNT              PIC 9(7).
           03  FT-BATCH-HASH               PIC 9(13)V9(2).
           03  FT-CURRENCY                 PIC X(3).
           03  FT-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(13).

       FD  FEE-REPORT-FILE
           RECORDING MODE IS F.
       01  FEE-REPORT-RECORD.
           03  FR-ACC-NO                   PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-FEE-TEXT                 PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-AMOUNT                   PIC ZZZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-REMARK                   PIC X(20).

       WORKING-STORAGE SECTION.

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT26 carries, with
      *    ** the COBCIO42 lifecycle tail
       01  ACCOUNT-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** home-currency units to one unit of WS-FXR-CURRENCY, off
      *    ** the APITPFXR gateway COBBAT86 loads - CMD-CODE 1 READS
      *    ** THE RATE IN FORCE ON A DATE
       01  FX-RATE-RECORD.
           10 WS-FXR-CURRENCY         PIC X(3).
           10 WS-FXR-RATE-DATE        PIC 9(6).
           10 WS-FXR-RATE             PIC S9(5)V9(6) USAGE COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the schedule in force - a fee of zero is not charged
       01  WS-MAINT-FEE                    PIC S9(5)V9(2) COMP-3
                                           VALUE +0.
       01  WS-OD-FEE                       PIC S9(5)V9(2) COMP-3
                                           VALUE +0.
       01  WS-OD-BASIS                     PIC X VALUE "O".
           88  WS-OD-PER-DAY                   VALUE "D".
       01  WS-DORMANT-FEE                  PIC S9(5)V9(2) COMP-3
                                           VALUE +0.

      *    ** the customer waivers
       01  WS-WAIVER-TABLE.
           03  WS-WAIVER-ENTRY OCCURS 500 TIMES INDEXED BY WV-IX.
               05  WS-WV-CUST-NO           PIC X(10).
               05  WS-WV-FEE-TYPE          PIC X(1).
       01  WS-WAIVER-COUNT                 PIC S9(4) COMP VALUE +0.
       01  WS-WANT-FEE-TYPE                PIC X(1).
       01  WS-WAIVED-SWITCH                PIC X.
           88  WS-WAIVED                       VALUE "Y".

      *    ** the month's overdraft picture per account, rolled off
      *    ** the history walk - days overdrawn at close of day, and
      *    ** the times a posting took the account overdrawn
       01  WS-OVERDRAFT-TABLE.
           03  WS-OVERDRAFT-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY OD-IX.
               05  WS-OD-ACC-NO            PIC X(10).
               05  WS-OD-LAST-DD           PIC 99.
               05  WS-OD-LAST-BALANCE      PIC S9(9)V9(2) COMP-3.
               05  WS-OD-DAYS              PIC S9(4) COMP.
               05  WS-OD-OCCURRENCES       PIC S9(4) COMP.
       01  WS-OVERDRAFT-COUNT              PIC S9(4) COMP VALUE +0.
       01  WS-OD-FOUND-SWITCH              PIC X.
           88  WS-OD-FOUND                     VALUE "Y".
       01  WS-OD-FULL-SWITCH               PIC X VALUE "N".
           88  WS-OD-FULL                      VALUE "Y".
       01  WS-ACCT-OD-DAYS                 PIC S9(4) COMP.
       01  WS-ACCT-OD-OCCURRENCES          PIC S9(4) COMP.

      *    ** one fee in hand
       01  WS-FEE-AMOUNT                   PIC S9(9)V9(2) COMP-3.
       01  WS-FEE-REF                      PIC X(10).
       01  WS-FEE-TRAN-CODE                PIC X(3).
       01  WS-FEE-TEXT                     PIC X(10).
       01  WS-TOTAL-FEES                   PIC S9(11)V9(2) COMP-3
                                           VALUE +0.
       01  WS-BATCH-HASH                   PIC S9(13)V9(2) COMP-3
                                           VALUE +0.

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YYMM                 PIC 9(4).
           03  WS-RUN-DD                   PIC 99.

       01  WS-SCHED-EOF-SWITCH             PIC X VALUE "N".
           88  WS-SCHED-EOF                    VALUE "Y".
       01  WS-HIST-EOF-SWITCH              PIC X VALUE "N".
           88  WS-HIST-EOF                     VALUE "Y".
       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-SCAN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-TRAN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-SKIP-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-WAIVED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-NO-RATE-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZZZ9.99.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT87".
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
           PERFORM 150-LOAD-SCHEDULE THRU 150-EXIT
           PERFORM 200-LOAD-OVERDRAFTS THRU 200-EXIT
           PERFORM 300-CHARGE-FEES THRU 300-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE FEE MONTH IS THE RUN MONTH, UP TO AND
      *    INCLUDING THE RUN DATE. OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.

           OPEN INPUT  FEE-SCHEDULE-FILE.
           OPEN INPUT  TRAN-HISTORY-FILE.
           OPEN OUTPUT FEE-TRAN-FILE.
           OPEN OUTPUT FEE-REPORT-FILE.

      *-----------------------------------------------------------------
      * 150-LOAD-SCHEDULE - THE SCHEDULE CARD AND THE WAIVER CARDS.
      *-----------------------------------------------------------------
       150-LOAD-SCHEDULE.

           PERFORM UNTIL WS-SCHED-EOF
               READ FEE-SCHEDULE-FILE
                   AT END
                       SET WS-SCHED-EOF TO TRUE
                   NOT AT END
                       EVALUATE FS-CARD-TYPE
                           WHEN "S"
                               PERFORM 170-TAKE-SCHEDULE-CARD
                           WHEN "W"
                               IF  WS-WAIVER-COUNT < 500 THEN
                                   ADD 1 TO WS-WAIVER-COUNT
                                   SET WV-IX TO WS-WAIVER-COUNT
                                   MOVE FW-CUST-NO
                                           TO WS-WV-CUST-NO (WV-IX)
                                   MOVE FW-FEE-TYPE
                                           TO WS-WV-FEE-TYPE (WV-IX)
                               ELSE
                                   DISPLAY "COBBAT87 - WAIVER TABLE "
                                           "FULL - " FW-CUST-NO
                                           " NOT WAIVED"
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FEE-SCHEDULE-FILE.

       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 170-TAKE-SCHEDULE-CARD - A FIELD LEFT BLANK ON THE CARD IS NO
      *    FEE OF THAT KIND.
      *-----------------------------------------------------------------
       170-TAKE-SCHEDULE-CARD.

           IF  FS-MAINT-FEE IS NUMERIC THEN
               MOVE FS-MAINT-FEE TO WS-MAINT-FEE
           END-IF.
           IF  FS-OD-FEE IS NUMERIC THEN
               MOVE FS-OD-FEE TO WS-OD-FEE
           END-IF.
           IF  FS-OD-BASIS = "D" OR FS-OD-BASIS = "O" THEN
               MOVE FS-OD-BASIS TO WS-OD-BASIS
           END-IF.
           IF  FS-DORMANT-FEE IS NUMERIC THEN
               MOVE FS-DORMANT-FEE TO WS-DORMANT-FEE
           END-IF.

      *-----------------------------------------------------------------
      * 200-LOAD-OVERDRAFTS - THE RUN MONTH'S POSTINGS OFF THE WHOLE
      *    HISTORY FILE, IN THE ORDER THEY POSTED.
      *-----------------------------------------------------------------
       200-LOAD-OVERDRAFTS.

           PERFORM UNTIL WS-HIST-EOF
               READ TRAN-HISTORY-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF  TH-POST-YYMM = WS-RUN-YYMM
                       AND TH-POST-DD NOT > WS-RUN-DD
                           PERFORM 250-POST-OVERDRAFT THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-POST-OVERDRAFT - THE CLOSE-OF-DAY BALANCE SINCE THE LAST
      *    POSTING COUNTS ITS DAYS; A POSTING THAT TAKES A BALANCE FROM
      *    NOTHING OWED TO OVERDRAWN IS AN OCCURRENCE.
      *-----------------------------------------------------------------
       250-POST-OVERDRAFT.

           MOVE "N" TO WS-OD-FOUND-SWITCH.
           PERFORM VARYING OD-IX FROM 1 BY 1
                   UNTIL OD-IX > WS-OVERDRAFT-COUNT
                   OR WS-OD-FOUND
               IF  WS-OD-ACC-NO (OD-IX) = TH-ACC-NO THEN
                   SET WS-OD-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF  WS-OD-FOUND THEN
               SET OD-IX DOWN BY 1
               IF  WS-OD-LAST-BALANCE (OD-IX) < ZERO THEN
                   COMPUTE WS-OD-DAYS (OD-IX) = WS-OD-DAYS (OD-IX)
                           + TH-POST-DD - WS-OD-LAST-DD (OD-IX)
               END-IF
           ELSE
               IF  WS-OVERDRAFT-COUNT NOT < 5000 THEN
                   IF  NOT WS-OD-FULL THEN
                       SET WS-OD-FULL TO TRUE
                       DISPLAY "COBBAT87 - OVERDRAFT TABLE FULL - "
                               "LATER ACCOUNTS PRICED ON BALANCE"
                   END-IF
                   GO TO 250-EXIT
               END-IF
               ADD 1 TO WS-OVERDRAFT-COUNT
               SET OD-IX TO WS-OVERDRAFT-COUNT
               MOVE TH-ACC-NO TO WS-OD-ACC-NO (OD-IX)
               MOVE ZERO      TO WS-OD-DAYS (OD-IX)
               MOVE ZERO      TO WS-OD-OCCURRENCES (OD-IX)
      *        ** overdrawn coming into the month - every day before
      *        ** the first posting counts
               IF  TH-BALANCE-BEFORE < ZERO THEN
                   COMPUTE WS-OD-DAYS (OD-IX) = TH-POST-DD - 1
               END-IF
           END-IF.

           IF  TH-BALANCE-BEFORE NOT < ZERO
           AND TH-BALANCE-AFTER < ZERO
               ADD 1 TO WS-OD-OCCURRENCES (OD-IX)
           END-IF.
           MOVE TH-POST-DD       TO WS-OD-LAST-DD (OD-IX).
           MOVE TH-BALANCE-AFTER TO WS-OD-LAST-BALANCE (OD-IX).

       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-CHARGE-FEES - WALK EVERY ACCOUNT AND WRITE ITS FEES, THEN
      *    CLOSE THE BATCH WITH ITS TRAILER.
      *-----------------------------------------------------------------
       300-CHARGE-FEES.

           MOVE 1      TO  CMD-CODE.
           MOVE SPACES TO  ACCOUNT-MASTER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ACCOUNT-MASTER-RECORD TO DATA-IN
               CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD
                   ADD 1 TO WS-SCAN-COUNT
                   PERFORM 400-FEES-ONE-ACCOUNT THRU 400-EXIT
      *            ** restore the cursor command after the rate reads
                   MOVE 1 TO CMD-CODE
               END-IF
           END-PERFORM.

           MOVE SPACES         TO FEE-TRAN-RECORD.
           MOVE "T"            TO FT-RECORD-TYPE.
           MOVE ZERO           TO FT-POST-DATE.
           MOVE ZERO           TO FT-AMOUNT.
           MOVE WS-TRAN-COUNT  TO FT-BATCH-COUNT.
           MOVE WS-BATCH-HASH  TO FT-BATCH-HASH.
           WRITE FEE-TRAN-RECORD.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-FEES-ONE-ACCOUNT - A DORMANT FREEZE DRAWS THE DORMANT FEE
      *    ONLY; ANY OTHER FREEZE, OR A CLOSED ACCOUNT, IS SKIPPED AND
      *    REPORTED; AN OPEN ACCOUNT DRAWS MAINTENANCE AND OVERDRAFT.
      *-----------------------------------------------------------------
       400-FEES-ONE-ACCOUNT.

           IF  WS-ACC-STATUS = "F" AND WS-ACC-REASON = "DM"
               IF  WS-DORMANT-FEE > ZERO THEN
                   MOVE "D"              TO WS-WANT-FEE-TYPE
                   MOVE WS-DORMANT-FEE   TO WS-FEE-AMOUNT
                   MOVE "FEE DORMNT"     TO WS-FEE-REF
                   MOVE "FED"            TO WS-FEE-TRAN-CODE
                   MOVE "DORMANT"        TO WS-FEE-TEXT
                   PERFORM 500-CHARGE-ONE-FEE THRU 500-EXIT
               END-IF
               GO TO 400-EXIT
           END-IF.

           IF  WS-ACC-STATUS = "F" OR WS-ACC-STATUS = "C"
               ADD 1 TO WS-SKIP-COUNT
               MOVE SPACES     TO FEE-REPORT-RECORD
               MOVE WS-ACC-NO  TO FR-ACC-NO
               MOVE WS-CUST-NO TO FR-CUST-NO
               MOVE ZERO       TO FR-AMOUNT
               IF  WS-ACC-STATUS = "F" THEN
                   MOVE "SKIPPED - FROZEN" TO FR-REMARK
               ELSE
                   MOVE "SKIPPED - CLOSED" TO FR-REMARK
               END-IF
               WRITE FEE-REPORT-RECORD
               GO TO 400-EXIT
           END-IF.

           IF  WS-MAINT-FEE > ZERO THEN
               MOVE "M"              TO WS-WANT-FEE-TYPE
               MOVE WS-MAINT-FEE     TO WS-FEE-AMOUNT
               MOVE "FEE MAINT "     TO WS-FEE-REF
               MOVE "FEM"            TO WS-FEE-TRAN-CODE
               MOVE "MAINTAIN"       TO WS-FEE-TEXT
               PERFORM 500-CHARGE-ONE-FEE THRU 500-EXIT
           END-IF.

           IF  WS-OD-FEE > ZERO THEN
               PERFORM 450-FIND-OVERDRAFT
               IF  WS-OD-PER-DAY THEN
                   COMPUTE WS-FEE-AMOUNT =
                           WS-OD-FEE * WS-ACCT-OD-DAYS
               ELSE
                   COMPUTE WS-FEE-AMOUNT =
                           WS-OD-FEE * WS-ACCT-OD-OCCURRENCES
               END-IF
               IF  WS-FEE-AMOUNT > ZERO THEN
                   MOVE "O"          TO WS-WANT-FEE-TYPE
                   MOVE "FEE ODRAFT" TO WS-FEE-REF
                   MOVE "FEO"        TO WS-FEE-TRAN-CODE
                   MOVE "OVERDRAFT"  TO WS-FEE-TEXT
                   PERFORM 500-CHARGE-ONE-FEE THRU 500-EXIT
               END-IF
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-FIND-OVERDRAFT - THE ACCOUNT'S DAYS AND OCCURRENCES
      *    OVERDRAWN THIS MONTH. A LAST POSTING THAT LEFT IT OVERDRAWN
      *    RUNS ON TO THE RUN DATE; AN ACCOUNT WITH NO POSTING THIS
      *    MONTH IS OVERDRAWN ALL MONTH IF ITS BALANCE IS.
      *-----------------------------------------------------------------
       450-FIND-OVERDRAFT.

           MOVE ZERO TO WS-ACCT-OD-DAYS.
           MOVE ZERO TO WS-ACCT-OD-OCCURRENCES.

           MOVE "N" TO WS-OD-FOUND-SWITCH.
           PERFORM VARYING OD-IX FROM 1 BY 1
                   UNTIL OD-IX > WS-OVERDRAFT-COUNT
                   OR WS-OD-FOUND
               IF  WS-OD-ACC-NO (OD-IX) = WS-ACC-NO THEN
                   SET WS-OD-FOUND TO TRUE
                   MOVE WS-OD-DAYS (OD-IX) TO WS-ACCT-OD-DAYS
                   MOVE WS-OD-OCCURRENCES (OD-IX)
                           TO WS-ACCT-OD-OCCURRENCES
                   IF  WS-OD-LAST-BALANCE (OD-IX) < ZERO THEN
                       COMPUTE WS-ACCT-OD-DAYS = WS-ACCT-OD-DAYS
                               + WS-RUN-DD - WS-OD-LAST-DD (OD-IX) + 1
                   END-IF
               END-IF
           END-PERFORM.

           IF  NOT WS-OD-FOUND
           AND WS-ACC-TOTAL < ZERO
               MOVE WS-RUN-DD TO WS-ACCT-OD-DAYS
           END-IF.

      *-----------------------------------------------------------------
      * 500-CHARGE-ONE-FEE - WAIVED, OR CONVERTED INTO THE ACCOUNT'S
      *    CURRENCY AND WRITTEN AS A DEBIT. CALLER HAS THE FEE TYPE,
      *    HOME AMOUNT, SOURCE REFERENCE AND REPORT TEXT SET.
      *-----------------------------------------------------------------
       500-CHARGE-ONE-FEE.

           MOVE SPACES        TO FEE-REPORT-RECORD.
           MOVE WS-ACC-NO     TO FR-ACC-NO.
           MOVE WS-CUST-NO    TO FR-CUST-NO.
           MOVE WS-FEE-TEXT   TO FR-FEE-TEXT.
           MOVE WS-FEE-AMOUNT TO FR-AMOUNT.

           MOVE "N" TO WS-WAIVED-SWITCH.
           PERFORM VARYING WV-IX FROM 1 BY 1
                   UNTIL WV-IX > WS-WAIVER-COUNT
                   OR WS-WAIVED
               IF  WS-WV-CUST-NO (WV-IX) = WS-CUST-NO
               AND (WS-WV-FEE-TYPE (WV-IX) = WS-WANT-FEE-TYPE
                 OR WS-WV-FEE-TYPE (WV-IX) = "*")
                   SET WS-WAIVED TO TRUE
               END-IF
           END-PERFORM.
           IF  WS-WAIVED THEN
               ADD 1 TO WS-WAIVED-COUNT
               MOVE "WAIVED" TO FR-REMARK
               WRITE FEE-REPORT-RECORD
               GO TO 500-EXIT
           END-IF.

           IF  WS-ACC-CURRENCY > SPACES THEN
               MOVE WS-ACC-CURRENCY TO WS-FXR-CURRENCY
               MOVE WS-RUN-DATE     TO WS-FXR-RATE-DATE
               MOVE ZERO            TO WS-FXR-RATE
               MOVE 1 TO CMD-CODE
               MOVE FX-RATE-RECORD TO DATA-IN
               CALL "APITPFXR" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO FX-RATE-RECORD
               END-IF
               IF  RESP-CODE = 0 OR WS-FXR-RATE NOT > ZERO
                   ADD 1 TO WS-NO-RATE-COUNT
                   MOVE "NO FX RATE - NOT SET" TO FR-REMARK
                   WRITE FEE-REPORT-RECORD
                   GO TO 500-EXIT
               END-IF
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                       WS-FEE-AMOUNT / WS-FXR-RATE
               MOVE WS-FEE-AMOUNT TO FR-AMOUNT
           END-IF.

           ADD 1 TO WS-TRAN-COUNT.
           ADD WS-FEE-AMOUNT TO WS-BATCH-HASH.
           ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES.

           MOVE SPACES        TO FEE-TRAN-RECORD.
           MOVE "D"           TO FT-RECORD-TYPE.
           MOVE WS-ACC-NO     TO FT-ACC-NO.
           MOVE WS-RUN-DATE   TO FT-POST-DATE.
           MOVE "D"           TO FT-DC-CODE.
           MOVE WS-FEE-AMOUNT TO FT-AMOUNT.
           MOVE WS-FEE-REF    TO FT-SOURCE-REF.
           MOVE WS-FEE-TRAN-CODE TO FT-TRAN-CODE.
           MOVE ZERO          TO FT-BATCH-COUNT.
           MOVE ZERO          TO FT-BATCH-HASH.
           WRITE FEE-TRAN-RECORD.

           MOVE WS-ACC-CURRENCY TO FR-REMARK.
           WRITE FEE-REPORT-RECORD.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    TOTALS FINANCE SIGNS OFF.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE FEE-TRAN-FILE.
           CLOSE FEE-REPORT-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS   TO WS-RC-END-TIME.
           MOVE WS-RUN-DATE      TO WS-RC-RUN-DATE.
           MOVE WS-SCAN-COUNT    TO WS-RC-READ-COUNT.
           MOVE WS-TRAN-COUNT    TO WS-RC-SELECT-COUNT.
           MOVE WS-TRAN-COUNT    TO WS-RC-WRITE-COUNT.
           MOVE WS-NO-RATE-COUNT TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"       TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-SCAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT87 - " WS-COUNT-DISPLAY
                   " ACCOUNTS SCANNED".
           MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT87 - " WS-COUNT-DISPLAY
                   " FEES CHARGED".
           MOVE WS-TOTAL-FEES TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBAT87 - FEES TOTAL     " WS-AMOUNT-DISPLAY.
           MOVE WS-WAIVED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT87 - " WS-COUNT-DISPLAY
                   " FEES WAIVED".
           MOVE WS-SKIP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT87 - " WS-COUNT-DISPLAY
                   " FROZEN OR CLOSED ACCOUNTS SKIPPED".
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT87 - " WS-COUNT-DISPLAY
                   " FEES NOT SET FOR WANT OF A RATE".

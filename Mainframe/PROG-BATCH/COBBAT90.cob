      *-----------------------------------------------------------------
      *    COBBAT90 - DAILY TERM-DEPOSIT MATURITY RUN. A FIXED-TERM
      *               DEPOSIT CANNOT LIVE IN AN ACCOUNT'S SINGLE
      *               RUNNING ACC-TOTAL, SO THE COBCIO69 SCREEN OPENS
      *               EACH ONE ON THE NEW APITPTDP GATEWAY - CUSTOMER,
      *               SETTLEMENT ACCOUNT, PRINCIPAL, ANNUAL RATE,
      *               TENOR, START AND MATURITY DATES AND A RENEWAL
      *               INSTRUCTION. DAILY, THIS JOB WALKS EVERY DEPOSIT
      *               (APITPTDP CMD-CODE 4 CURSOR) AND WRITES THE DAY'S
      *               MOVEMENTS AS A PROPER ACCT-TRAN-RECORD BATCH FOR
      *               COBBAT26, SAME AS THE COBBAT66 STANDING
      *               INSTRUCTIONS: A NEWLY OPENED DEPOSIT IS FUNDED BY
      *               A TDO DEBIT TO ITS SETTLEMENT ACCOUNT; A DEPOSIT
      *               AT MATURITY EARNS SIMPLE INTEREST ON ACTUAL DAYS
      *               AND IS THEN PAID OUT (P - PRINCIPAL TDP AND
      *               INTEREST TDI BOTH CREDITED), ROLLED WHOLE (R -
      *               THE NET INTEREST PAID IN AGAIN AS PRINCIPAL FOR
      *               A NEW TERM) OR ROLLED WITH THE INTEREST PAID OUT
      *               (I); A DEPOSIT BROKEN EARLY ON THE SCREEN EARNS
      *               INTEREST TO TODAY LESS A PENALTY OF PENALTY-PCT
      *               POINTS A YEAR (COBCIO63 PARAMETER FILE, NEVER
      *               MORE THAN THE INTEREST ITSELF), POSTED AS ITS
      *               OWN TDX DEBIT. WITHHOLDING TAX COMES OFF THE
      *               INTEREST AT THE COBBAT28 RATE-FILE RATE AND THE
      *               INTEREST AND TAX ROLL ONTO THE APITPIWT YEAR
      *               LEDGER, SO THE COBBAT69 CERTIFICATE CARRIES
      *               THEM. EVERY MOVEMENT IS LISTED ON THE REGISTER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT90.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** the COBBAT28 rate parameter record - only the
      *    ** withholding rate is wanted here
           SELECT INT-RATE-FILE ASSIGN TO INTRATE
               ORGANIZATION IS SEQUENTIAL.
      *    ** the generated batch, in COBBAT26's ACCTTRAN layout
           SELECT TD-TRAN-FILE ASSIGN TO TDPTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-REGISTER-FILE ASSIGN TO TDPREG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  INT-RATE-FILE
           RECORDING MODE IS F.
       01  INT-RATE-RECORD.
           03  IR-CREDIT-RATE-PCT          PIC 9(2)V9(4).
           03  IR-DEBIT-RATE-PCT           PIC 9(2)V9(4).
           03  IR-WHT-RATE-PCT             PIC 9(2)V9(4).
           03  FILLER                      PIC X(62).

       FD  TD-TRAN-FILE
           RECORDING MODE IS F.
      *    ** same shape as COBBAT26's ACCT-TRAN-RECORD
       01  TD-TRAN-RECORD.
           03  TN-RECORD-TYPE              PIC X(1).
           03  TN-ACC-NO                   PIC X(10).
           03  TN-POST-DATE                PIC 9(6).
           03  TN-DC-CODE                  PIC X(1).
           03  TN-AMOUNT                   PIC 9(9)V9(2).
           03  TN-SOURCE-REF               PIC X(10).
           03  TN-BATCH-COUNT              PIC 9(7).
           03  TN-BATCH-HASH               PIC 9(13)V9(2).
           03  TN-CURRENCY                 PIC X(3).
           03  TN-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(13).

       FD  TD-REGISTER-FILE
           RECORDING MODE IS F.
       01  TD-REGISTER-RECORD.
           03  TG-DEPOSIT-NO               PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  TG-ACC-NO                   PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  TG-ACTION                   PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  TG-PRINCIPAL                PIC ZZZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  TG-INTEREST                 PIC ZZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  TG-PENALTY                  PIC ZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  TG-TAX                      PIC ZZZZZZ9.99.

       WORKING-STORAGE SECTION.

      *    ** the term deposit the COBCIO69 screen opens - APITPTDP
      *    ** CMD-CODE 1 READ BY DEPOSIT NO, 2 ADD, 3 CHANGE,
      *    ** 4 UNFILTERED CURSOR, 5 PER-CUSTOMER CURSOR
       01  TERM-DEPOSIT-RECORD.
           10 WS-TDP-DEPOSIT-NO       PIC X(10).
           10 WS-TDP-CUST-NO          PIC X(10).
           10 WS-TDP-SETTLE-ACC-NO    PIC X(10).
           10 WS-TDP-PRINCIPAL        PIC S9(9)V9(2) USAGE COMP-3.
      *        ** annual simple-interest rate, percent
           10 WS-TDP-RATE-PCT         PIC S9(2)V9(4) USAGE COMP-3.
           10 WS-TDP-TENOR-MONTHS     PIC 9(3).
      *        ** yymmdd - the current term
           10 WS-TDP-START-DATE       PIC 9(6).
           10 WS-TDP-MATURITY-DATE    PIC 9(6).
      *        ** P PAY OUT, R ROLL PRINCIPAL AND INTEREST,
      *        ** I ROLL PRINCIPAL AND PAY THE INTEREST OUT
           10 WS-TDP-RENEWAL          PIC X(1).
               88  WS-TDP-PAY-OUT         VALUE "P".
               88  WS-TDP-ROLL-ALL        VALUE "R".
               88  WS-TDP-ROLL-PRINCIPAL  VALUE "I".
      *        ** N OPENED, NOT YET FUNDED; A ACTIVE; W EARLY
      *        ** WITHDRAWAL ASKED FOR; M MATURED AND PAID OUT;
      *        ** E BROKEN EARLY AND PAID OUT
           10 WS-TDP-STATUS           PIC X(1).
               88  WS-TDP-NEW             VALUE "N".
               88  WS-TDP-ACTIVE          VALUE "A".
               88  WS-TDP-WITHDRAW        VALUE "W".
               88  WS-TDP-MATURED         VALUE "M".
               88  WS-TDP-BROKEN          VALUE "E".
           10 WS-TDP-CURRENCY         PIC X(3).
           10 WS-TDP-CLOSE-DATE       PIC 9(6).
           10 WS-TDP-MAKER-OPID       PIC X(3).

      *    ** the per-customer/year interest and tax ledger COBBAT28
      *    ** rolls - CMD-CODE 1 READ BY CUST+YEAR, 2 ADD, 3 CHANGE
       01  INT-TAX-LEDGER-RECORD.
           10 WS-IWT-CUST-NO          PIC X(10).
           10 WS-IWT-YEAR             PIC 9(4).
           10 WS-IWT-INTEREST         PIC S9(11)V9(2) USAGE COMP-3.
           10 WS-IWT-TAX              PIC S9(11)V9(2) USAGE COMP-3.
      *        ** the part of WS-IWT-INTEREST earned on term deposits
           10 WS-IWT-DEPOSIT-INTEREST PIC S9(11)V9(2) USAGE COMP-3.
      *        ** the COBBAT28 joint-account share - carried through
           10 WS-IWT-JOINT-INTEREST   PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-IWT-FOUND-SWITCH             PIC X.
           88  WS-IWT-FOUND                    VALUE "Y".

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

      *    ** early-withdrawal penalty, percentage points a year on
      *    ** the principal for the days held - the compiled-in
      *    ** default stands when no PENALTY-PCT row is on file
       01  WS-PENALTY-PCT                  PIC S9(2)V9(4) COMP-3
                                           VALUE +1.0000.
       01  WS-WHT-RATE-PCT                 PIC S9(2)V9(4) COMP-3
                                           VALUE +0.

       01  WS-INTEREST                     PIC S9(9)V9(2) COMP-3.
       01  WS-PENALTY                      PIC S9(9)V9(2) COMP-3.
       01  WS-WHT-AMOUNT                   PIC S9(9)V9(2) COMP-3.
       01  WS-NET-INTEREST                 PIC S9(9)V9(2) COMP-3.
       01  WS-DAYS-HELD                    PIC S9(7) COMP-3.
       01  WS-END-DATE                     PIC 9(6).
       01  WS-BATCH-HASH                   PIC S9(13)V9(2) COMP-3
                                           VALUE +0.

      *    ** one detail line for 600-WRITE-DETAIL
       01  WS-DETAIL.
           03  WS-DTL-DC-CODE              PIC X(1).
           03  WS-DTL-AMOUNT               PIC S9(9)V9(2) COMP-3.
           03  WS-DTL-TRAN-CODE            PIC X(3).

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  FILLER                      PIC 9(4).
       01  WS-RUN-YYYY                     PIC 9(4).

      *    ** the term arithmetic - a new maturity date is the start
      *    ** date moved on by the tenor, the day held back to the
      *    ** month end where the month is shorter
       01  WS-TERM-DATE                    PIC 9(6).
       01  WS-TERM-DATE-R REDEFINES WS-TERM-DATE.
           03  WS-TERM-YY                  PIC 99.
           03  WS-TERM-MM                  PIC 99.
           03  WS-TERM-DD                  PIC 99.
       01  WS-TERM-MONTHS                  PIC S9(7) COMP-3.
       01  WS-TERM-YYYY                    PIC 9(4).
       01  WS-MONTH-DAYS-LIST              PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-LIST.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-LAST-DAY                     PIC 99.
       01  WS-LEAP-REMAINDER               PIC 9.
       01  WS-LEAP-QUOTIENT                PIC 9(4).

       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                 PIC 9(8).
           03  COBDATE-INPUT-FORMAT         PIC X(10).
           03  COBDATE-OUTPUT-FORMAT        PIC X(10).
           03  COBDATE-MESSAGE              PIC X(60).
       01  WS-START-JULIAN                  PIC 9(7).
       01  WS-END-JULIAN                    PIC 9(7).

      *    ** scratch fields for 750-CONVERT-YYDDD-TO-JULIAN - WS-CONV-
      *    ** YYDDD in, WS-CONV-JULIAN out. same windowing and day
      *    ** count as COBBAT06
       01  WS-CONV-YYDDD                    PIC 9(5).
       01  WS-CONV-YY                       PIC 9(2).
       01  WS-CONV-DDD                      PIC 9(3).
       01  WS-CONV-YYYY                     PIC 9(4).
       01  WS-CONV-JULIAN                   PIC 9(7).

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-DEPOSIT-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-ACTION-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-TRAN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT90".
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
           PERFORM 200-SCAN-DEPOSITS THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - PICK UP THE WITHHOLDING RATE AND THE PENALTY,
      *    WORK OUT THE RUN DATE AND OPEN THE FILES.
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

           OPEN INPUT INT-RATE-FILE.
           READ INT-RATE-FILE
               AT END
                   DISPLAY "COBBAT90 - NO RATE RECORD - NO WITHHOLDING"
               NOT AT END
                   IF  IR-WHT-RATE-PCT IS NUMERIC THEN
                       MOVE IR-WHT-RATE-PCT TO WS-WHT-RATE-PCT
                   END-IF
           END-READ.
           CLOSE INT-RATE-FILE.

      *    ** today's penalty off the central parameter file
           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBAT90"     TO WS-PRM-PROGRAM.
           MOVE "PENALTY-PCT " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE NOT < ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-PENALTY-PCT
               END-IF
           END-IF.

           OPEN OUTPUT TD-TRAN-FILE.
           OPEN OUTPUT TD-REGISTER-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-DEPOSITS - EVERY DEPOSIT WITH SOMETHING DUE TODAY
      *    BECOMES BATCH DETAILS; THE TRAILER CLOSES THE BATCH FOR
      *    COBBAT26's PROOF.
      *-----------------------------------------------------------------
       200-SCAN-DEPOSITS.

           MOVE 4      TO  CMD-CODE.
           MOVE SPACES TO  TERM-DEPOSIT-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE TERM-DEPOSIT-RECORD TO DATA-IN
               CALL "APITPTDP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TERM-DEPOSIT-RECORD
                   ADD 1 TO WS-DEPOSIT-COUNT
                   EVALUATE TRUE
                       WHEN WS-TDP-NEW
                           PERFORM 300-FUND-DEPOSIT THRU 300-EXIT
                       WHEN WS-TDP-ACTIVE
                        AND WS-TDP-MATURITY-DATE NOT > WS-RUN-DATE
                           PERFORM 400-MATURE-DEPOSIT THRU 400-EXIT
                       WHEN WS-TDP-WITHDRAW
                           PERFORM 500-BREAK-DEPOSIT THRU 500-EXIT
                   END-EVALUATE
      *            ** restore the cursor command after the stamp
      *            ** reused it
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

           MOVE SPACES        TO TD-TRAN-RECORD.
           MOVE "T"           TO TN-RECORD-TYPE.
           MOVE ZERO          TO TN-POST-DATE.
           MOVE ZERO          TO TN-AMOUNT.
           MOVE WS-TRAN-COUNT TO TN-BATCH-COUNT.
           MOVE WS-BATCH-HASH TO TN-BATCH-HASH.
           WRITE TD-TRAN-RECORD.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-FUND-DEPOSIT - A DEPOSIT OPENED SINCE THE LAST RUN TAKES
      *    ITS PRINCIPAL FROM THE SETTLEMENT ACCOUNT AND GOES ACTIVE.
      *-----------------------------------------------------------------
       300-FUND-DEPOSIT.

           MOVE "D"              TO WS-DTL-DC-CODE.
           MOVE WS-TDP-PRINCIPAL TO WS-DTL-AMOUNT.
           MOVE "TDO"            TO WS-DTL-TRAN-CODE.
           PERFORM 600-WRITE-DETAIL.

           MOVE ZERO     TO WS-INTEREST
                            WS-PENALTY
                            WS-WHT-AMOUNT.
           MOVE "FUNDED" TO TG-ACTION.
           PERFORM 650-WRITE-REGISTER.

           MOVE "A" TO WS-TDP-STATUS.
           PERFORM 800-STAMP-DEPOSIT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-MATURE-DEPOSIT - THE TERM HAS RUN. INTEREST FOR THE FULL
      *    TERM, THEN THE RENEWAL INSTRUCTION DECIDES WHAT MOVES.
      *-----------------------------------------------------------------
       400-MATURE-DEPOSIT.

           MOVE WS-TDP-MATURITY-DATE TO WS-END-DATE.
           PERFORM 700-COMPUTE-INTEREST THRU 700-EXIT.
           MOVE ZERO TO WS-PENALTY.
           PERFORM 720-COMPUTE-TAX.

           EVALUATE TRUE
               WHEN WS-TDP-ROLL-ALL
      *            ** the interest and tax still pass through the
      *            ** account, then the net goes straight back in as
      *            ** principal for the new term
                   PERFORM 610-POST-INTEREST
                   IF  WS-NET-INTEREST > ZERO THEN
                       MOVE "D"             TO WS-DTL-DC-CODE
                       MOVE WS-NET-INTEREST TO WS-DTL-AMOUNT
                       MOVE "TDO"           TO WS-DTL-TRAN-CODE
                       PERFORM 600-WRITE-DETAIL
                       COMPUTE WS-TDP-PRINCIPAL =
                               WS-TDP-PRINCIPAL + WS-NET-INTEREST
                   END-IF
                   MOVE "ROLLED" TO TG-ACTION
                   PERFORM 650-WRITE-REGISTER
                   PERFORM 550-START-NEW-TERM
               WHEN WS-TDP-ROLL-PRINCIPAL
                   PERFORM 610-POST-INTEREST
                   MOVE "ROLLED" TO TG-ACTION
                   PERFORM 650-WRITE-REGISTER
                   PERFORM 550-START-NEW-TERM
               WHEN OTHER
                   MOVE "C"              TO WS-DTL-DC-CODE
                   MOVE WS-TDP-PRINCIPAL TO WS-DTL-AMOUNT
                   MOVE "TDP"            TO WS-DTL-TRAN-CODE
                   PERFORM 600-WRITE-DETAIL
                   PERFORM 610-POST-INTEREST
                   MOVE "MATURED" TO TG-ACTION
                   PERFORM 650-WRITE-REGISTER
                   MOVE "M"         TO WS-TDP-STATUS
                   MOVE WS-RUN-DATE TO WS-TDP-CLOSE-DATE
           END-EVALUATE.

           PERFORM 850-ROLL-LEDGER THRU 850-EXIT.
           PERFORM 800-STAMP-DEPOSIT.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-BREAK-DEPOSIT - AN EARLY WITHDRAWAL ASKED FOR ON THE
      *    SCREEN. INTEREST TO TODAY, LESS THE PENALTY, AND THE
      *    PRINCIPAL BACK TO THE SETTLEMENT ACCOUNT.
      *-----------------------------------------------------------------
       500-BREAK-DEPOSIT.

           MOVE WS-RUN-DATE TO WS-END-DATE.
           PERFORM 700-COMPUTE-INTEREST THRU 700-EXIT.

           COMPUTE WS-PENALTY ROUNDED =
                   WS-TDP-PRINCIPAL * WS-PENALTY-PCT * WS-DAYS-HELD
                   / 36500.
           IF  WS-PENALTY > WS-INTEREST THEN
               MOVE WS-INTEREST TO WS-PENALTY
           END-IF.
           PERFORM 720-COMPUTE-TAX.

           MOVE "C"              TO WS-DTL-DC-CODE.
           MOVE WS-TDP-PRINCIPAL TO WS-DTL-AMOUNT.
           MOVE "TDP"            TO WS-DTL-TRAN-CODE.
           PERFORM 600-WRITE-DETAIL.
           PERFORM 610-POST-INTEREST.

           MOVE "BROKEN" TO TG-ACTION.
           PERFORM 650-WRITE-REGISTER.

           MOVE "E"         TO WS-TDP-STATUS.
           MOVE WS-RUN-DATE TO WS-TDP-CLOSE-DATE.

           PERFORM 850-ROLL-LEDGER THRU 850-EXIT.
           PERFORM 800-STAMP-DEPOSIT.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-START-NEW-TERM - A ROLLED DEPOSIT RUNS AGAIN FOR THE SAME
      *    TENOR FROM ITS OLD MATURITY DATE.
      *-----------------------------------------------------------------
       550-START-NEW-TERM.

           MOVE WS-TDP-MATURITY-DATE TO WS-TDP-START-DATE.
           MOVE WS-TDP-START-DATE    TO WS-TERM-DATE.

           IF  WS-TERM-YY < 50 THEN
               COMPUTE WS-TERM-YYYY = 2000 + WS-TERM-YY
           ELSE
               COMPUTE WS-TERM-YYYY = 1900 + WS-TERM-YY
           END-IF.
           COMPUTE WS-TERM-MONTHS = (WS-TERM-YYYY * 12)
                                  + (WS-TERM-MM - 1)
                                  + WS-TDP-TENOR-MONTHS.
           DIVIDE WS-TERM-MONTHS BY 12 GIVING WS-TERM-YYYY
                                       REMAINDER WS-TERM-MM.
           ADD 1 TO WS-TERM-MM.
           DIVIDE WS-TERM-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                                      REMAINDER WS-TERM-YY.

           MOVE WS-MONTH-DAYS (WS-TERM-MM) TO WS-LAST-DAY.
           IF  WS-TERM-MM = 2 THEN
               DIVIDE WS-TERM-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                                        REMAINDER WS-LEAP-REMAINDER
               IF  WS-LEAP-REMAINDER = ZERO THEN
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF.
           IF  WS-TERM-DD > WS-LAST-DAY THEN
               MOVE WS-LAST-DAY TO WS-TERM-DD
           END-IF.

           MOVE WS-TERM-DATE TO WS-TDP-MATURITY-DATE.

      *-----------------------------------------------------------------
      * 600-WRITE-DETAIL - ONE BATCH DETAIL ON THE SETTLEMENT ACCOUNT
      *    UNDER THE DEPOSIT NUMBER, IN THE DEPOSIT'S CURRENCY.
      *-----------------------------------------------------------------
       600-WRITE-DETAIL.

           ADD 1             TO WS-TRAN-COUNT.
           ADD WS-DTL-AMOUNT TO WS-BATCH-HASH.

           MOVE SPACES               TO TD-TRAN-RECORD.
           MOVE "D"                  TO TN-RECORD-TYPE.
           MOVE WS-TDP-SETTLE-ACC-NO TO TN-ACC-NO.
           MOVE WS-RUN-DATE          TO TN-POST-DATE.
           MOVE WS-DTL-DC-CODE       TO TN-DC-CODE.
           MOVE WS-DTL-AMOUNT        TO TN-AMOUNT.
           MOVE WS-TDP-DEPOSIT-NO    TO TN-SOURCE-REF.
           MOVE WS-TDP-CURRENCY      TO TN-CURRENCY.
           MOVE WS-DTL-TRAN-CODE     TO TN-TRAN-CODE.
           MOVE ZERO                 TO TN-BATCH-COUNT.
           MOVE ZERO                 TO TN-BATCH-HASH.
           WRITE TD-TRAN-RECORD.

      *-----------------------------------------------------------------
      * 610-POST-INTEREST - THE INTEREST CREDIT, THE PENALTY AND THE
      *    WITHHOLDING DEBITS, EACH ONLY WHEN THERE IS ONE.
      *-----------------------------------------------------------------
       610-POST-INTEREST.

           IF  WS-INTEREST > ZERO THEN
               MOVE "C"           TO WS-DTL-DC-CODE
               MOVE WS-INTEREST   TO WS-DTL-AMOUNT
               MOVE "TDI"         TO WS-DTL-TRAN-CODE
               PERFORM 600-WRITE-DETAIL
           END-IF.
           IF  WS-PENALTY > ZERO THEN
               MOVE "D"           TO WS-DTL-DC-CODE
               MOVE WS-PENALTY    TO WS-DTL-AMOUNT
               MOVE "TDX"         TO WS-DTL-TRAN-CODE
               PERFORM 600-WRITE-DETAIL
           END-IF.
           IF  WS-WHT-AMOUNT > ZERO THEN
               MOVE "D"           TO WS-DTL-DC-CODE
               MOVE WS-WHT-AMOUNT TO WS-DTL-AMOUNT
               MOVE "WHT"         TO WS-DTL-TRAN-CODE
               PERFORM 600-WRITE-DETAIL
           END-IF.

      *-----------------------------------------------------------------
      * 650-WRITE-REGISTER - ONE REGISTER LINE FOR THE DEPOSIT'S
      *    MOVEMENT. CALLER HAS TG-ACTION SET.
      *-----------------------------------------------------------------
       650-WRITE-REGISTER.

           ADD 1 TO WS-ACTION-COUNT.
           MOVE WS-TDP-DEPOSIT-NO    TO TG-DEPOSIT-NO.
           MOVE WS-TDP-SETTLE-ACC-NO TO TG-ACC-NO.
           MOVE WS-TDP-PRINCIPAL     TO TG-PRINCIPAL.
           MOVE WS-INTEREST          TO TG-INTEREST.
           MOVE WS-PENALTY           TO TG-PENALTY.
           MOVE WS-WHT-AMOUNT        TO TG-TAX.
           WRITE TD-REGISTER-RECORD.

      *-----------------------------------------------------------------
      * 700-COMPUTE-INTEREST - SIMPLE INTEREST ON THE PRINCIPAL FOR THE
      *    ACTUAL DAYS FROM THE START DATE TO WS-END-DATE, 365-DAY
      *    YEAR.
      *-----------------------------------------------------------------
       700-COMPUTE-INTEREST.

           MOVE ZERO TO WS-INTEREST.
           MOVE ZERO TO WS-DAYS-HELD.

           MOVE WS-TDP-START-DATE    TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE(1:5)    TO  WS-CONV-YYDDD.
           PERFORM 750-CONVERT-YYDDD-TO-JULIAN THRU 750-EXIT.
           MOVE WS-CONV-JULIAN       TO  WS-START-JULIAN.

           MOVE WS-END-DATE          TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE(1:5)    TO  WS-CONV-YYDDD.
           PERFORM 750-CONVERT-YYDDD-TO-JULIAN THRU 750-EXIT.
           MOVE WS-CONV-JULIAN       TO  WS-END-JULIAN.

           IF  WS-END-JULIAN NOT > WS-START-JULIAN THEN
               GO TO 700-EXIT
           END-IF.
           COMPUTE WS-DAYS-HELD = WS-END-JULIAN - WS-START-JULIAN.

           COMPUTE WS-INTEREST ROUNDED =
                   WS-TDP-PRINCIPAL * WS-TDP-RATE-PCT * WS-DAYS-HELD
                   / 36500.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 720-COMPUTE-TAX - WITHHOLDING ON THE INTEREST LEFT AFTER ANY
      *    PENALTY, AND THE NET THAT REACHES THE CUSTOMER.
      *-----------------------------------------------------------------
       720-COMPUTE-TAX.

           COMPUTE WS-NET-INTEREST = WS-INTEREST - WS-PENALTY.
           COMPUTE WS-WHT-AMOUNT ROUNDED =
                   WS-NET-INTEREST * WS-WHT-RATE-PCT / 100.
           SUBTRACT WS-WHT-AMOUNT FROM WS-NET-INTEREST.

      *-----------------------------------------------------------------
      * 750-CONVERT-YYDDD-TO-JULIAN - TURN A COBDTE3 "YYDDD" VALUE
      *    INTO A TRUE CONTINUOUS DAY NUMBER, SAME AS COBBAT06, SO A
      *    TERM THAT CROSSES A YEAR END COUNTS ITS DAYS CORRECTLY.
      *-----------------------------------------------------------------
       750-CONVERT-YYDDD-TO-JULIAN.

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
      * 800-STAMP-DEPOSIT - WRITE THE DEPOSIT BACK WITH ITS NEW STATUS
      *    OR TERM, SO A RERUN CANNOT MOVE IT TWICE.
      *-----------------------------------------------------------------
       800-STAMP-DEPOSIT.

           MOVE 3 TO CMD-CODE.
           MOVE TERM-DEPOSIT-RECORD TO DATA-IN.
           CALL "APITPTDP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT90 - DEPOSIT STAMP FAILED FOR "
                       WS-TDP-DEPOSIT-NO
           END-IF.

      *-----------------------------------------------------------------
      * 850-ROLL-LEDGER - THE INTEREST AFTER ANY PENALTY, AND THE TAX
      *    WITHHELD, ONTO THE CUSTOMER'S INTEREST/TAX YEAR LEDGER -
      *    ADD ON THE FIRST ENTRY, CHANGE THEREAFTER.
      *-----------------------------------------------------------------
       850-ROLL-LEDGER.

           IF  WS-INTEREST - WS-PENALTY NOT > ZERO THEN
               GO TO 850-EXIT
           END-IF.

           MOVE "N"            TO WS-IWT-FOUND-SWITCH.
           MOVE SPACES         TO INT-TAX-LEDGER-RECORD.
           MOVE WS-TDP-CUST-NO TO WS-IWT-CUST-NO.
           MOVE WS-RUN-YYYY    TO WS-IWT-YEAR.
           MOVE 1 TO CMD-CODE.
           MOVE INT-TAX-LEDGER-RECORD TO DATA-IN.
           CALL "APITPIWT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO INT-TAX-LEDGER-RECORD
               SET WS-IWT-FOUND TO TRUE
      *        ** a row COBBAT28 started before deposits were
      *        ** carried has nothing in the deposit column yet
               IF  WS-IWT-DEPOSIT-INTEREST IS NOT NUMERIC THEN
                   MOVE ZERO TO WS-IWT-DEPOSIT-INTEREST
               END-IF
           ELSE
               MOVE ZERO TO WS-IWT-INTEREST
               MOVE ZERO TO WS-IWT-TAX
               MOVE ZERO TO WS-IWT-DEPOSIT-INTEREST
               MOVE ZERO TO WS-IWT-JOINT-INTEREST
           END-IF.

           MOVE WS-TDP-CUST-NO TO WS-IWT-CUST-NO.
           MOVE WS-RUN-YYYY    TO WS-IWT-YEAR.
           COMPUTE WS-IWT-INTEREST =
                   WS-IWT-INTEREST + WS-INTEREST - WS-PENALTY.
           COMPUTE WS-IWT-DEPOSIT-INTEREST =
                   WS-IWT-DEPOSIT-INTEREST + WS-INTEREST - WS-PENALTY.
           ADD WS-WHT-AMOUNT   TO WS-IWT-TAX.
           IF  WS-IWT-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE INT-TAX-LEDGER-RECORD TO DATA-IN.
           CALL "APITPIWT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT90 - INTEREST TAX LEDGER FAILED FOR "
                       WS-TDP-CUST-NO
           END-IF.

       850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE TD-TRAN-FILE.
           CLOSE TD-REGISTER-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS   TO WS-RC-END-TIME.
           MOVE WS-RUN-DATE      TO WS-RC-RUN-DATE.
           MOVE WS-DEPOSIT-COUNT TO WS-RC-READ-COUNT.
           MOVE WS-ACTION-COUNT  TO WS-RC-SELECT-COUNT.
           MOVE WS-TRAN-COUNT    TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT   TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"       TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-DEPOSIT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT90 - " WS-COUNT-DISPLAY
                   " TERM DEPOSITS READ".
           MOVE WS-ACTION-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT90 - " WS-COUNT-DISPLAY
                   " FUNDED, MATURED, ROLLED OR BROKEN".
           MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT90 - " WS-COUNT-DISPLAY
                   " TRANSACTIONS GENERATED FOR POSTING".
           IF  WS-ERROR-COUNT > ZERO THEN
               MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBAT90 - " WS-COUNT-DISPLAY
                       " GATEWAY UPDATES FAILED"
           END-IF.

      *-----------------------------------------------------------------
      *    COBBAT85 - CREDIT NOTE ISSUE RUN. A DISPUTED INVOICE USED TO
      *               BE CORRECTED WITH A COBBAT26 TRANSACTION THAT NO
      *               ONE COULD TIE BACK TO IT. CREDIT NOTES ARE NOW
      *               REQUESTED AND APPROVED ON THE COBCIO65 SCREEN
      *               (APITPCRN, MAKER-CHECKER), AND THIS RUN ISSUES
      *               EVERY APPROVED ONE AGAINST THE INVOICE REGISTER:
      *               THE INVOICE IS PROVED ON THE REGISTER, THE CREDIT
      *               IS PRICED (A FULL CREDIT TAKES WHATEVER IS STILL
      *               UNCREDITED, A PARTIAL ONE THE DISPUTED DAYS AT
      *               THE INVOICE'S OWN DAY RATE), A NUMBER IS TAKEN
      *               OFF THE APITPCTL CREDIT NOTE RANGE, THE CREDIT
      *               NOTE DOCUMENT IS PRINTED, AND A CREDIT LINE GOES
      *               ON THE REGISTER CARRYING THE CREDITED DAYS AND
      *               THE INVOICE IT REVERSES - SO THE COBBAT64 WIP AND
      *               COBBAT65 PROFITABILITY RUNS SEE THE DAYS AS NO
      *               LONGER BILLED, AND COBBAT37 BILLS THEM AGAIN NEXT
      *               MONTH WHEN THE REQUEST SAID THEY ARE REBILLABLE.
      *               THE ORIGINAL INVOICE CARRIES THE CREDIT IN ITS
      *               TAIL SO WHAT IS STILL OWED NETS IT OFF, AND THE
      *               CREDIT POSTS TO THE CUSTOMER'S FIRST ACCOUNT IN
      *               THE COBBAT26 ACCTTRAN LAYOUT. A REQUEST THE
      *               REGISTER CANNOT MEET IS REJECTED ONTO A LISTING.
      *               A CREDIT IS ISSUED IN THE INVOICE'S OWN CURRENCY
      *               AND CARRIES ITS SHARE OF THE INVOICE'S HOME
      *               EQUIVALENT. A REGISTER TOO BIG FOR THE CREDIT
      *               TABLE IS COPIED THROUGH TO THE NEW GENERATION
      *               UNCHANGED, NO NOTE IS ISSUED, AND THE RUN ENDS
      *               RC 16.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT85.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** the cumulative invoice register - current generation in,
      *    ** the credited generation out
           SELECT INVOICE-REGISTER-FILE ASSIGN TO INVREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT INVOICE-REGISTER-NEW-FILE ASSIGN TO INVREGN
               ORGANIZATION IS SEQUENTIAL.
      *    ** the print-ready credit note documents
           SELECT CREDIT-NOTE-PRINT-FILE ASSIGN TO CRNPRINT
               ORGANIZATION IS SEQUENTIAL.
      *    ** approved requests the register could not meet
           SELECT CREDIT-REJECT-FILE ASSIGN TO CRNREJ
               ORGANIZATION IS SEQUENTIAL.
      *    ** credit note credits for the COBBAT26 posting run, same
      *    ** ACCTTRAN layout with trailer
           SELECT CREDIT-TRAN-FILE ASSIGN TO CREDTRAN
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
           03  FILLER                      PIC X(2).
           03  IR-BILLED-DAYS              PIC 9(5)V9(2).
           03  FILLER                      PIC X(2).
           03  IR-WORK-YEARMONTH           PIC X(6).
           03  FILLER                      PIC X(2).
           03  IR-REF-INVOICE-NO           PIC X(6).
           03  FILLER                      PIC X(2).
           03  IR-CURRENCY                 PIC X(3).
           03  FILLER                      PIC X(2).
           03  IR-HOME-AMOUNT              PIC 9(9)V9(2).

       FD  INVOICE-REGISTER-NEW-FILE
           RECORDING MODE IS F.
       01  INVOICE-REGISTER-NEW-RECORD     PIC X(134).

       FD  CREDIT-NOTE-PRINT-FILE
           RECORDING MODE IS F.
       01  CREDIT-NOTE-PRINT-RECORD        PIC X(80).

       FD  CREDIT-REJECT-FILE
           RECORDING MODE IS F.
       01  CREDIT-REJECT-RECORD.
           03  CJ-INVOICE-NO               PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CJ-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CJ-DAYS                     PIC ZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CJ-MAKER-OPID               PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CJ-CHECKER-OPID             PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CJ-REMARK                   PIC X(28).

       FD  CREDIT-TRAN-FILE
           RECORDING MODE IS F.
      *    ** same shape as COBBAT26's ACCT-TRAN-RECORD
       01  CREDIT-TRAN-RECORD.
           03  CR-RECORD-TYPE              PIC X(1).
           03  CR-ACC-NO                   PIC X(10).
           03  CR-POST-DATE                PIC 9(6).
           03  CR-DC-CODE                  PIC X(1).
           03  CR-AMOUNT                   PIC 9(9)V9(2).
           03  CR-SOURCE-REF               PIC X(10).
           03  CR-BATCH-COUNT              PIC 9(7).
           03  CR-BATCH-HASH               PIC 9(13)V9(2).
           03  CR-CURRENCY                 PIC X(3).
           03  CR-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(13).

       WORKING-STORAGE SECTION.

      *    ** the COBCIO65 credit note request - same APITPCRN row the
      *    ** screen writes
       01  CREDIT-NOTE-RECORD.
           10 WS-CRN-INVOICE-NO       PIC X(6).
           10 WS-CRN-CUST-NO          PIC X(10).
           10 WS-CRN-DAYS             PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-CRN-REASON           PIC X(2).
           10 WS-CRN-REBILL-FLAG      PIC X(1).
           10 WS-CRN-STATUS           PIC X(1).
               88  WS-CRN-APPROVED        VALUE "A".
           10 WS-CRN-MAKER-OPID       PIC X(3).
           10 WS-CRN-MAKER-DATE       PIC S9(07) USAGE COMP-3.
           10 WS-CRN-MAKER-TIME       PIC S9(07) USAGE COMP-3.
           10 WS-CRN-CHECKER-OPID     PIC X(3).
           10 WS-CRN-CHECKER-DATE     PIC S9(07) USAGE COMP-3.
           10 WS-CRN-CHECKER-TIME     PIC S9(07) USAGE COMP-3.
           10 WS-CRN-NOTE-NO          PIC X(6).
           10 WS-CRN-PROJ-NO          PIC X(6).
           10 WS-CRN-WORK-YEARMONTH   PIC X(6).
           10 WS-CRN-CREDIT-DAYS      PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-CRN-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-CRN-ISSUE-DATE       PIC 9(6).
           10 WS-CRN-REBILL-INVOICE   PIC X(6).

      *    ** the customer name off the APITP050 gateway for the
      *    ** credit note document
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-CUST-NAME                 PIC X(30).
           10 FILLER                       PIC X(40).

      *    ** the customer's accounts, walked on the APITP052 CMD-CODE
      *    ** 4 per-customer cursor to the end so the next customer's
      *    ** walk starts clean - same walk COBBAT37 makes
       01  ACCOUNT-MASTER-RECORD.
           10 WS-AM-CUST-NO                PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
       01  WS-FIRST-ACC-NO                 PIC X(10).
       01  WS-ACCT-CURSOR-SWITCH           PIC X.
           88  WS-ACCT-CURSOR-DONE             VALUE "Y".

      *    ** credit note numbers off the APITPCTL number-control
      *    ** gateway, their own range beside the invoice numbers
       01  NUMBER-CONTROL-RECORD.
           10 WS-CTL-RANGE-NAME       PIC X(8) VALUE "CRNOTE  ".
           10 WS-CTL-ALLOCATED-NO     PIC X(6).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the whole register rolled into storage - credits are
      *    ** netted against it in place, credit lines appended, and
      *    ** the new generation written from it at end of run
       01  WS-INVOICE-TABLE.
           03  WS-INVOICE-ENTRY OCCURS 9000 TIMES INDEXED BY INV-IX.
               05  WS-IT-INVOICE-NO        PIC X(6).
               05  WS-IT-CUST-NO           PIC X(10).
               05  WS-IT-PROJ-NO           PIC X(6).
               05  WS-IT-BILL-YEARMONTH    PIC X(6).
               05  WS-IT-AMOUNT            PIC S9(9)V9(2) COMP-3.
               05  WS-IT-STATUS            PIC X(8).
                   88  WS-IT-OPEN              VALUE "RAISED  "
                                                     "PARTPAID".
                   88  WS-IT-CREDIT-LINE       VALUE "CREDIT  ".
               05  WS-IT-PAID-AMOUNT       PIC S9(9)V9(2) COMP-3.
               05  WS-IT-LAST-PAID-DATE    PIC 9(6).
               05  WS-IT-CREDIT-AMOUNT     PIC S9(9)V9(2) COMP-3.
               05  WS-IT-BILLED-DAYS       PIC S9(5)V9(2) COMP-3.
               05  WS-IT-WORK-YEARMONTH    PIC X(6).
               05  WS-IT-REF-INVOICE-NO    PIC X(6).
               05  WS-IT-CURRENCY          PIC X(3).
               05  WS-IT-HOME-AMOUNT       PIC S9(9)V9(2) COMP-3.
       01  WS-INVOICE-COUNT                PIC S9(4) COMP VALUE +0.
       01  WS-TABLE-FULL-SWITCH            PIC X VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".

      *    ** one request in hand
       01  WS-INVOICE-IX                   PIC S9(4) COMP.
       01  WS-DAYS-LEFT                    PIC S9(5)V9(2) COMP-3.
       01  WS-AMOUNT-LEFT                  PIC S9(9)V9(2) COMP-3.
       01  WS-OUTSTANDING                  PIC S9(9)V9(2) COMP-3.
      *    ** a credit is in the invoice's own currency and takes back
      *    ** the same share of its home equivalent
       01  WS-CREDIT-CURRENCY              PIC X(3).
       01  WS-CREDIT-HOME-AMOUNT           PIC S9(9)V9(2) COMP-3.
       01  WS-BATCH-HASH                   PIC S9(13)V9(2) COMP-3
                                           VALUE +0.

      *    ** print-work fields for the credit note document
       01  WS-PRINT-LINE                   PIC X(80).
       01  WS-DAYS-DISPLAY                 PIC ZZZZ9.99.
       01  WS-AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99.

      *    ** the credit line is dated into the month it is issued
       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  FILLER                      PIC 99.
       01  WS-RUN-YYYY                     PIC 9(4).
       01  WS-ISSUE-YEARMONTH              PIC X(6).
       01  WS-ISSUE-YM-R REDEFINES WS-ISSUE-YEARMONTH.
           03  WS-ISSUE-YM-YYYY            PIC 9(4).
           03  WS-ISSUE-YM-MM              PIC 9(2).

       01  WS-REG-EOF-SWITCH               PIC X VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-CRN-SWITCH                   PIC X VALUE "N".
           88  WS-CRN-DONE                     VALUE "Y".
       01  WS-REQUEST-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-ISSUED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-REJECT-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-TRAN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT85".
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
           PERFORM 150-LOAD-REGISTER THRU 150-EXIT
           IF  NOT WS-TABLE-FULL
               PERFORM 200-ISSUE-CREDIT-NOTES THRU 200-EXIT
               PERFORM 700-WRITE-NEW-REGISTER THRU 700-EXIT
           END-IF
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - SET THE ISSUE MONTH AND OPEN THE FILES.
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
           MOVE WS-RUN-YYYY TO WS-ISSUE-YM-YYYY.
           MOVE WS-RUN-MM   TO WS-ISSUE-YM-MM.

           OPEN INPUT  INVOICE-REGISTER-FILE.
           OPEN OUTPUT INVOICE-REGISTER-NEW-FILE.
           OPEN OUTPUT CREDIT-NOTE-PRINT-FILE.
           OPEN OUTPUT CREDIT-REJECT-FILE.
           OPEN OUTPUT CREDIT-TRAN-FILE.

      *-----------------------------------------------------------------
      * 150-LOAD-REGISTER - ROLL THE REGISTER INTO STORAGE. A REGISTER
      *    TOO BIG FOR THE TABLE STOPS THE RUN BEFORE A SINGLE CREDIT
      *    IS ISSUED - THE REGISTER IS COPIED THROUGH AS IT STANDS SO
      *    THE NEW GENERATION NEVER LOSES AN INVOICE.
      *-----------------------------------------------------------------
       150-LOAD-REGISTER.

           PERFORM UNTIL WS-REG-EOF
               READ INVOICE-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REG-COUNT
                       IF  WS-INVOICE-COUNT < 9000 THEN
                           ADD 1 TO WS-INVOICE-COUNT
                           SET INV-IX TO WS-INVOICE-COUNT
                           PERFORM 160-LOAD-ONE-ROW
                       ELSE
                           SET WS-TABLE-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-FILE.

           IF  WS-TABLE-FULL THEN
               MOVE WS-REG-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBAT85 - INVOICE REGISTER OF "
                       WS-COUNT-DISPLAY " ROWS EXCEEDS THE "
                       "CREDIT TABLE - NO CREDIT NOTES ISSUED"
               PERFORM 170-COPY-REGISTER THRU 170-EXIT
               MOVE 16 TO RETURN-CODE
           END-IF.

       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 160-LOAD-ONE-ROW - ROWS CUT BEFORE A TAIL EXISTED CARRY SPACES
      *    THERE; THEY LOAD AS ZERO, AND AN INVOICE WITH NO BILLED
      *    DAYS ON FILE CAN ONLY BE CREDITED IN FULL.
      *-----------------------------------------------------------------
       160-LOAD-ONE-ROW.

           MOVE IR-INVOICE-NO      TO WS-IT-INVOICE-NO (INV-IX).
           MOVE IR-CUST-NO         TO WS-IT-CUST-NO (INV-IX).
           MOVE IR-PROJ-NO         TO WS-IT-PROJ-NO (INV-IX).
           MOVE IR-BILL-YEARMONTH  TO WS-IT-BILL-YEARMONTH (INV-IX).
           MOVE IR-AMOUNT          TO WS-IT-AMOUNT (INV-IX).
           MOVE IR-STATUS          TO WS-IT-STATUS (INV-IX).
           IF  IR-PAID-AMOUNT IS NUMERIC
               MOVE IR-PAID-AMOUNT    TO WS-IT-PAID-AMOUNT (INV-IX)
               MOVE IR-LAST-PAID-DATE TO WS-IT-LAST-PAID-DATE (INV-IX)
           ELSE
               MOVE ZERO TO WS-IT-PAID-AMOUNT (INV-IX)
               MOVE ZERO TO WS-IT-LAST-PAID-DATE (INV-IX)
           END-IF.
           IF  IR-CREDIT-AMOUNT IS NUMERIC
               MOVE IR-CREDIT-AMOUNT  TO WS-IT-CREDIT-AMOUNT (INV-IX)
           ELSE
               MOVE ZERO TO WS-IT-CREDIT-AMOUNT (INV-IX)
           END-IF.
           IF  IR-BILLED-DAYS IS NUMERIC
               MOVE IR-BILLED-DAYS    TO WS-IT-BILLED-DAYS (INV-IX)
           ELSE
               MOVE ZERO TO WS-IT-BILLED-DAYS (INV-IX)
           END-IF.
           IF  IR-WORK-YEARMONTH > SPACES
               MOVE IR-WORK-YEARMONTH TO WS-IT-WORK-YEARMONTH (INV-IX)
           ELSE
               MOVE IR-BILL-YEARMONTH TO WS-IT-WORK-YEARMONTH (INV-IX)
           END-IF.
           MOVE IR-REF-INVOICE-NO  TO WS-IT-REF-INVOICE-NO (INV-IX).
      *    ** a row from before currencies were carried is home currency
           IF  IR-CURRENCY > SPACES
           AND IR-HOME-AMOUNT IS NUMERIC
               MOVE IR-CURRENCY    TO WS-IT-CURRENCY (INV-IX)
               MOVE IR-HOME-AMOUNT TO WS-IT-HOME-AMOUNT (INV-IX)
           ELSE
               MOVE SPACES         TO WS-IT-CURRENCY (INV-IX)
               MOVE IR-AMOUNT      TO WS-IT-HOME-AMOUNT (INV-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 170-COPY-REGISTER - THE RUN CANNOT ISSUE CREDITS, SO THE NEW
      *    GENERATION IS THE CURRENT ONE, ROW FOR ROW.
      *-----------------------------------------------------------------
       170-COPY-REGISTER.

           OPEN INPUT INVOICE-REGISTER-FILE.
           MOVE "N" TO WS-REG-EOF-SWITCH.
           PERFORM UNTIL WS-REG-EOF
               READ INVOICE-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       MOVE INVOICE-REGISTER-RECORD
                               TO INVOICE-REGISTER-NEW-RECORD
                       WRITE INVOICE-REGISTER-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-FILE.

       170-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-ISSUE-CREDIT-NOTES - EVERY APPROVED REQUEST ON THE APITPCRN
      *    CURSOR, THEN THE BATCH TRAILER FOR THE POSTING RUN.
      *-----------------------------------------------------------------
       200-ISSUE-CREDIT-NOTES.

           MOVE 4      TO  CMD-CODE.
           MOVE SPACES TO  CREDIT-NOTE-RECORD.

           PERFORM UNTIL WS-CRN-DONE
               MOVE CREDIT-NOTE-RECORD TO DATA-IN
               CALL "APITPCRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CRN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO CREDIT-NOTE-RECORD
                   IF  WS-CRN-APPROVED
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM 300-ISSUE-ONE-NOTE THRU 300-EXIT
                   END-IF
      *            ** restore the cursor command after the issue
      *            ** steps reused it against their own gateways
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

           MOVE SPACES        TO CREDIT-TRAN-RECORD.
           MOVE "T"           TO CR-RECORD-TYPE.
           MOVE ZERO          TO CR-POST-DATE.
           MOVE ZERO          TO CR-AMOUNT.
           MOVE WS-TRAN-COUNT TO CR-BATCH-COUNT.
           MOVE WS-BATCH-HASH TO CR-BATCH-HASH.
           WRITE CREDIT-TRAN-RECORD.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-ISSUE-ONE-NOTE - PROVE THE REQUEST AGAINST THE REGISTER,
      *    PRICE IT, AND CUT THE CREDIT NOTE.
      *-----------------------------------------------------------------
       300-ISSUE-ONE-NOTE.

           MOVE ZERO TO WS-INVOICE-IX.
           PERFORM VARYING INV-IX FROM 1 BY 1
                   UNTIL INV-IX > WS-INVOICE-COUNT
                   OR WS-INVOICE-IX NOT = ZERO
               IF  WS-IT-INVOICE-NO (INV-IX) = WS-CRN-INVOICE-NO
               AND NOT WS-IT-CREDIT-LINE (INV-IX)
                   SET WS-INVOICE-IX TO INV-IX
               END-IF
           END-PERFORM.

           IF  WS-INVOICE-IX = ZERO THEN
               MOVE "INVOICE NOT ON REGISTER"   TO CJ-REMARK
               PERFORM 600-REJECT-REQUEST THRU 600-EXIT
               GO TO 300-EXIT
           END-IF.
           SET INV-IX TO WS-INVOICE-IX.

           IF  WS-IT-CUST-NO (INV-IX) NOT = WS-CRN-CUST-NO THEN
               MOVE "CUSTOMER NOT ON INVOICE"   TO CJ-REMARK
               PERFORM 600-REJECT-REQUEST THRU 600-EXIT
               GO TO 300-EXIT
           END-IF.

      *    ** what the invoice still has to give - its billed days
      *    ** less the days earlier credit lines already took back
           COMPUTE WS-AMOUNT-LEFT = WS-IT-AMOUNT (INV-IX)
                                  - WS-IT-CREDIT-AMOUNT (INV-IX).
           MOVE WS-IT-BILLED-DAYS (INV-IX) TO WS-DAYS-LEFT.
           PERFORM VARYING INV-IX FROM 1 BY 1
                   UNTIL INV-IX > WS-INVOICE-COUNT
               IF  WS-IT-CREDIT-LINE (INV-IX)
               AND WS-IT-REF-INVOICE-NO (INV-IX) = WS-CRN-INVOICE-NO
                   SUBTRACT WS-IT-BILLED-DAYS (INV-IX)
                       FROM WS-DAYS-LEFT
               END-IF
           END-PERFORM.
           SET INV-IX TO WS-INVOICE-IX.

           IF  WS-AMOUNT-LEFT NOT > ZERO THEN
               MOVE "INVOICE ALREADY CREDITED"  TO CJ-REMARK
               PERFORM 600-REJECT-REQUEST THRU 600-EXIT
               GO TO 300-EXIT
           END-IF.

           IF  WS-CRN-DAYS = ZERO THEN
               MOVE WS-DAYS-LEFT   TO WS-CRN-CREDIT-DAYS
               MOVE WS-AMOUNT-LEFT TO WS-CRN-AMOUNT
           ELSE
               IF  WS-CRN-DAYS > WS-DAYS-LEFT THEN
                   MOVE "DAYS EXCEED DAYS BILLED"  TO CJ-REMARK
                   PERFORM 600-REJECT-REQUEST THRU 600-EXIT
                   GO TO 300-EXIT
               END-IF
      *        ** the disputed days at the invoice's own day rate, so
      *        ** a mixed-grade invoice credits at what it charged
               MOVE WS-CRN-DAYS TO WS-CRN-CREDIT-DAYS
               COMPUTE WS-CRN-AMOUNT ROUNDED =
                       WS-IT-AMOUNT (INV-IX) * WS-CRN-DAYS
                       / WS-IT-BILLED-DAYS (INV-IX)
               IF  WS-CRN-AMOUNT > WS-AMOUNT-LEFT THEN
                   MOVE WS-AMOUNT-LEFT TO WS-CRN-AMOUNT
               END-IF
           END-IF.

           IF  WS-INVOICE-COUNT NOT < 9000 THEN
               MOVE "REGISTER TABLE FULL"       TO CJ-REMARK
               PERFORM 600-REJECT-REQUEST THRU 600-EXIT
               GO TO 300-EXIT
           END-IF.

           MOVE 2 TO CMD-CODE.
           MOVE NUMBER-CONTROL-RECORD TO DATA-IN.
           CALL "APITPCTL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT85 - CREDIT NOTE NUMBER ALLOCATION FAILED"
               GO TO 300-EXIT
           END-IF.
           MOVE DATA-OUT TO NUMBER-CONTROL-RECORD.

      *    ** net the credit off the original invoice - a credit that
      *    ** leaves nothing owed closes it
           ADD WS-CRN-AMOUNT TO WS-IT-CREDIT-AMOUNT (INV-IX).
           IF  WS-IT-OPEN (INV-IX) THEN
               COMPUTE WS-OUTSTANDING = WS-IT-AMOUNT (INV-IX)
                                      - WS-IT-PAID-AMOUNT (INV-IX)
                                      - WS-IT-CREDIT-AMOUNT (INV-IX)
               IF  WS-OUTSTANDING NOT > ZERO THEN
                   MOVE "CREDITED" TO WS-IT-STATUS (INV-IX)
               END-IF
           END-IF.

           MOVE WS-IT-PROJ-NO (INV-IX)        TO WS-CRN-PROJ-NO.
           MOVE WS-IT-WORK-YEARMONTH (INV-IX) TO WS-CRN-WORK-YEARMONTH.
           MOVE WS-IT-CURRENCY (INV-IX)       TO WS-CREDIT-CURRENCY.
           IF  WS-IT-AMOUNT (INV-IX) > ZERO
               COMPUTE WS-CREDIT-HOME-AMOUNT ROUNDED =
                       WS-CRN-AMOUNT * WS-IT-HOME-AMOUNT (INV-IX)
                       / WS-IT-AMOUNT (INV-IX)
           ELSE
               MOVE WS-CRN-AMOUNT TO WS-CREDIT-HOME-AMOUNT
           END-IF.

      *    ** the credit line itself, appended to the register
           ADD 1 TO WS-INVOICE-COUNT.
           SET INV-IX TO WS-INVOICE-COUNT.
           MOVE WS-CTL-ALLOCATED-NO   TO WS-IT-INVOICE-NO (INV-IX).
           MOVE WS-CRN-CUST-NO        TO WS-IT-CUST-NO (INV-IX).
           MOVE WS-CRN-PROJ-NO        TO WS-IT-PROJ-NO (INV-IX).
           MOVE WS-ISSUE-YEARMONTH    TO WS-IT-BILL-YEARMONTH (INV-IX).
           MOVE WS-CRN-AMOUNT         TO WS-IT-AMOUNT (INV-IX).
           MOVE "CREDIT  "            TO WS-IT-STATUS (INV-IX).
           MOVE ZERO                  TO WS-IT-PAID-AMOUNT (INV-IX).
           MOVE ZERO                  TO WS-IT-LAST-PAID-DATE (INV-IX).
           MOVE ZERO                  TO WS-IT-CREDIT-AMOUNT (INV-IX).
           MOVE WS-CRN-CREDIT-DAYS    TO WS-IT-BILLED-DAYS (INV-IX).
           MOVE WS-CRN-WORK-YEARMONTH TO WS-IT-WORK-YEARMONTH (INV-IX).
           MOVE WS-CRN-INVOICE-NO     TO WS-IT-REF-INVOICE-NO (INV-IX).
           MOVE WS-CREDIT-CURRENCY    TO WS-IT-CURRENCY (INV-IX).
           MOVE WS-CREDIT-HOME-AMOUNT TO WS-IT-HOME-AMOUNT (INV-IX).

           ADD 1 TO WS-ISSUED-COUNT.
           PERFORM 400-PRINT-CREDIT-NOTE THRU 400-EXIT.
           PERFORM 500-POST-CREDIT THRU 500-EXIT.

           MOVE WS-CTL-ALLOCATED-NO TO WS-CRN-NOTE-NO.
           MOVE WS-RUN-DATE         TO WS-CRN-ISSUE-DATE.
           MOVE "I"                 TO WS-CRN-STATUS.
           MOVE 3 TO CMD-CODE.
           MOVE CREDIT-NOTE-RECORD TO DATA-IN.
           CALL "APITPCRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT85 - CREDIT NOTE " WS-CRN-NOTE-NO
                       " ISSUED BUT REQUEST NOT UPDATED"
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-PRINT-CREDIT-NOTE - THE CUSTOMER'S DOCUMENT, LAID OUT LIKE
      *    THE COBBAT37 INVOICE IT REVERSES.
      *-----------------------------------------------------------------
       400-PRINT-CREDIT-NOTE.

           MOVE SPACES         TO CUSTOMER-MASTER-RECORD.
           MOVE WS-CRN-CUST-NO TO WS-CUST-NO.
           MOVE 2 TO CMD-CODE.
           MOVE CUSTOMER-MASTER-RECORD TO DATA-IN.
           CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO CUSTOMER-MASTER-RECORD
           ELSE
               MOVE SPACES TO WS-CUST-NAME
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CREDIT NOTE " WS-CTL-ALLOCATED-NO
                  "  AGAINST INVOICE " WS-CRN-INVOICE-NO
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 450-WRITE-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TO: " WS-CUST-NAME
                  "  (" WS-CRN-CUST-NO ")"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 450-WRITE-PRINT-LINE.

           MOVE WS-CRN-CREDIT-DAYS TO WS-DAYS-DISPLAY.
           MOVE WS-CRN-AMOUNT      TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PROJECT " WS-CRN-PROJ-NO
                  "  PERIOD " WS-CRN-WORK-YEARMONTH
                  "  REASON " WS-CRN-REASON
                  "  DAYS " WS-DAYS-DISPLAY
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 450-WRITE-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL CREDITED ....... " WS-AMOUNT-DISPLAY
                  " " WS-CREDIT-CURRENCY
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 450-WRITE-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 450-WRITE-PRINT-LINE.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-WRITE-PRINT-LINE - ONE LINE OF THE CREDIT NOTE DOCUMENT.
      *-----------------------------------------------------------------
       450-WRITE-PRINT-LINE.

           MOVE WS-PRINT-LINE TO CREDIT-NOTE-PRINT-RECORD.
           WRITE CREDIT-NOTE-PRINT-RECORD.

      *-----------------------------------------------------------------
      * 500-POST-CREDIT - THE CREDIT GOES BACK TO THE CUSTOMER'S FIRST
      *    ACCOUNT, THE SAME ACCOUNT THE COBBAT37 INVOICE DEBIT WENT TO.
      *-----------------------------------------------------------------
       500-POST-CREDIT.

           MOVE SPACES         TO WS-FIRST-ACC-NO.
           MOVE "N"            TO WS-ACCT-CURSOR-SWITCH.
           MOVE SPACES         TO ACCOUNT-MASTER-RECORD.
           MOVE WS-CRN-CUST-NO TO WS-AM-CUST-NO.
           MOVE 4              TO CMD-CODE.

           PERFORM UNTIL WS-ACCT-CURSOR-DONE
               MOVE ACCOUNT-MASTER-RECORD TO DATA-IN
               CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-ACCT-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD
                   IF  WS-FIRST-ACC-NO = SPACES THEN
                       MOVE WS-ACC-NO TO WS-FIRST-ACC-NO
                   END-IF
                   MOVE WS-CRN-CUST-NO TO WS-AM-CUST-NO
               END-IF
           END-PERFORM.

           IF  WS-FIRST-ACC-NO = SPACES
               DISPLAY "COBBAT85 - NO ACCOUNT FOR CUSTOMER "
                       WS-CRN-CUST-NO " - CREDIT NOTE "
                       WS-CTL-ALLOCATED-NO " NOT POSTED"
               GO TO 500-EXIT
           END-IF.

           ADD 1              TO WS-TRAN-COUNT.
           ADD WS-CRN-AMOUNT  TO WS-BATCH-HASH.
           MOVE SPACES              TO CREDIT-TRAN-RECORD.
           MOVE "D"                 TO CR-RECORD-TYPE.
           MOVE WS-FIRST-ACC-NO     TO CR-ACC-NO.
           MOVE WS-RUN-DATE         TO CR-POST-DATE.
           MOVE "C"                 TO CR-DC-CODE.
           MOVE WS-CRN-AMOUNT       TO CR-AMOUNT.
           MOVE WS-CTL-ALLOCATED-NO TO CR-SOURCE-REF.
           MOVE WS-CREDIT-CURRENCY  TO CR-CURRENCY.
           MOVE "CRN"               TO CR-TRAN-CODE.
           MOVE ZERO                TO CR-BATCH-COUNT.
           MOVE ZERO                TO CR-BATCH-HASH.
           WRITE CREDIT-TRAN-RECORD.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-REJECT-REQUEST - THE REQUEST GOES ON THE LISTING AND IS
      *    MARKED REJECTED SO COBCIO65 SHOWS IT AND A FRESH ONE CAN BE
      *    KEYED. THE REMARK IS SET BY THE CALLER.
      *-----------------------------------------------------------------
       600-REJECT-REQUEST.

           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-CRN-INVOICE-NO   TO CJ-INVOICE-NO.
           MOVE WS-CRN-CUST-NO      TO CJ-CUST-NO.
           MOVE WS-CRN-DAYS         TO CJ-DAYS.
           MOVE WS-CRN-MAKER-OPID   TO CJ-MAKER-OPID.
           MOVE WS-CRN-CHECKER-OPID TO CJ-CHECKER-OPID.
           WRITE CREDIT-REJECT-RECORD.

           MOVE "X" TO WS-CRN-STATUS.
           MOVE 3 TO CMD-CODE.
           MOVE CREDIT-NOTE-RECORD TO DATA-IN.
           CALL "APITPCRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-WRITE-NEW-REGISTER - THE CREDITED GENERATION, IN THE SAME
      *    ORDER THE REGISTER CAME IN WITH THE CREDIT LINES AFTER.
      *-----------------------------------------------------------------
       700-WRITE-NEW-REGISTER.

           PERFORM VARYING INV-IX FROM 1 BY 1
                   UNTIL INV-IX > WS-INVOICE-COUNT
               MOVE SPACES TO INVOICE-REGISTER-RECORD
               MOVE WS-IT-INVOICE-NO (INV-IX)     TO IR-INVOICE-NO
               MOVE WS-IT-CUST-NO (INV-IX)        TO IR-CUST-NO
               MOVE WS-IT-PROJ-NO (INV-IX)        TO IR-PROJ-NO
               MOVE WS-IT-BILL-YEARMONTH (INV-IX) TO IR-BILL-YEARMONTH
               MOVE WS-IT-AMOUNT (INV-IX)         TO IR-AMOUNT
               MOVE WS-IT-STATUS (INV-IX)         TO IR-STATUS
               MOVE WS-IT-PAID-AMOUNT (INV-IX)    TO IR-PAID-AMOUNT
               MOVE WS-IT-LAST-PAID-DATE (INV-IX) TO IR-LAST-PAID-DATE
               MOVE WS-IT-CREDIT-AMOUNT (INV-IX)  TO IR-CREDIT-AMOUNT
               MOVE WS-IT-BILLED-DAYS (INV-IX)    TO IR-BILLED-DAYS
               MOVE WS-IT-WORK-YEARMONTH (INV-IX) TO IR-WORK-YEARMONTH
               MOVE WS-IT-REF-INVOICE-NO (INV-IX) TO IR-REF-INVOICE-NO
               MOVE WS-IT-CURRENCY (INV-IX)       TO IR-CURRENCY
               MOVE WS-IT-HOME-AMOUNT (INV-IX)    TO IR-HOME-AMOUNT
               MOVE INVOICE-REGISTER-RECORD
                       TO INVOICE-REGISTER-NEW-RECORD
               WRITE INVOICE-REGISTER-NEW-RECORD
           END-PERFORM.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE INVOICE-REGISTER-NEW-FILE.
           CLOSE CREDIT-NOTE-PRINT-FILE.
           CLOSE CREDIT-REJECT-FILE.
           CLOSE CREDIT-TRAN-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS   TO WS-RC-END-TIME.
           MOVE WS-RUN-DATE      TO WS-RC-RUN-DATE.
           MOVE WS-REQUEST-COUNT TO WS-RC-READ-COUNT.
           MOVE WS-ISSUED-COUNT  TO WS-RC-SELECT-COUNT.
           MOVE WS-TRAN-COUNT    TO WS-RC-WRITE-COUNT.
           MOVE WS-REJECT-COUNT  TO WS-RC-ERROR-COUNT.
           IF  WS-TABLE-FULL THEN
               MOVE "ABORTED "   TO WS-RC-STATUS
           ELSE
               MOVE "COMPLETE"   TO WS-RC-STATUS
           END-IF.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-REQUEST-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT85 - " WS-COUNT-DISPLAY
                   " APPROVED CREDIT REQUESTS READ".
           MOVE WS-ISSUED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT85 - " WS-COUNT-DISPLAY
                   " CREDIT NOTES ISSUED".
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT85 - " WS-COUNT-DISPLAY
                   " REQUESTS REJECTED".
           MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT85 - " WS-COUNT-DISPLAY
                   " CREDITS HANDED TO THE POSTING RUN".

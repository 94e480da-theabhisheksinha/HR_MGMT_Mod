      *-----------------------------------------------------------------
      *    COBBAT83 - DAILY CUSTOMER RECEIPTS AND CASH APPLICATION.
      *               COBBAT37 RAISES EVERY INVOICE ONTO THE INVOICE
      *               REGISTER AS RAISED, BUT NOTHING EVER MOVED IT ON
      *               WHEN THE CUSTOMER PAID. THIS RUN LOADS THE BANK'S
      *               INCOMING-PAYMENT FILE AND APPLIES EACH RECEIPT
      *               TO THE OPEN INVOICES ON THE REGISTER - TO THE
      *               QUOTED INVOICE NUMBER FIRST WHEN THE BANK CARRIED
      *               ONE, THEN TO THE CUSTOMER'S OPEN INVOICES OLDEST
      *               BILLING MONTH FIRST. A RECEIPT SHORT OF AN
      *               INVOICE LEAVES IT PARTPAID; A RECEIPT THAT CLEARS
      *               IT MARKS IT PAID AND ROLLS THE CHANGE ON TO THE
      *               NEXT. MONEY THAT MATCHES NOTHING, AND ANY OVER-
      *               PAYMENT LEFT ONCE THE CUSTOMER HAS NOTHING OPEN,
      *               GOES ON THE UNAPPLIED-CASH LIST FOR FOLLOW-UP.
      *               THE REGISTER IS REWRITTEN AS A NEW GENERATION
      *               WITH THE PAID AMOUNT AND LAST RECEIPT DATE IN ITS
      *               CASH APPLICATION TAIL, AND THE APPLIED AMOUNT OF
      *               EACH RECEIPT POSTS AS A CREDIT TO THE CUSTOMER'S
      *               FIRST ACCOUNT IN COBBAT26's ACCTTRAN LAYOUT, SO
      *               THE ACCOUNT BALANCE AND THE INVOICE AGREE.
      *               WHAT AN INVOICE STILL OWES IS NET OF ANY COBBAT85
      *               CREDIT NOTE RAISED AGAINST IT, AND CREDIT LINES
      *               ON THE REGISTER ARE NEVER OPEN FOR CASH. A
      *               REGISTER TOO BIG FOR THE APPLICATION TABLE IS
      *               COPIED THROUGH TO THE NEW GENERATION UNCHANGED,
      *               NO RECEIPT IS APPLIED, AND THE RUN ENDS RC 16.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT83.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** the bank's incoming-payment file for the day
           SELECT RECEIPT-FILE ASSIGN TO RECEIPTS
               ORGANIZATION IS SEQUENTIAL.
      *    ** the cumulative invoice register - current generation in,
      *    ** the applied generation out
           SELECT INVOICE-REGISTER-FILE ASSIGN TO INVREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT INVOICE-REGISTER-NEW-FILE ASSIGN TO INVREGN
               ORGANIZATION IS SEQUENTIAL.
      *    ** one line per invoice a receipt was applied to
           SELECT CASH-APPLIED-FILE ASSIGN TO CASHAPPL
               ORGANIZATION IS SEQUENTIAL.
      *    ** money that found no open invoice, for follow-up
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO UNAPPLD
               ORGANIZATION IS SEQUENTIAL.
      *    ** receipt credits for the COBBAT26 POSTING RUN, SAME
      *    ** ACCTTRAN LAYOUT WITH TRAILER
           SELECT CASH-TRAN-FILE ASSIGN TO CASHTRAN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  RECEIPT-FILE
           RECORDING MODE IS F.
       01  RECEIPT-RECORD.
           03  RC-RECEIPT-REF              PIC X(10).
           03  RC-VALUE-DATE               PIC 9(6).
           03  RC-CUST-NO                  PIC X(10).
      *        ** blank when the payer quoted no invoice number
           03  RC-INVOICE-NO               PIC X(6).
           03  RC-AMOUNT                   PIC 9(9)V9(2).
           03  FILLER                      PIC X(37).

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
      *    ** the credit note tail - billed days, work month and the
      *    ** reversed invoice - and the currency tail, passed through
      *    ** untouched
           03  IR-BILLING-TAIL             PIC X(43).

       FD  INVOICE-REGISTER-NEW-FILE
           RECORDING MODE IS F.
       01  INVOICE-REGISTER-NEW-RECORD     PIC X(134).

       FD  CASH-APPLIED-FILE
           RECORDING MODE IS F.
       01  CASH-APPLIED-RECORD.
           03  CA-RECEIPT-REF              PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-INVOICE-NO               PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-APPLIED                  PIC ZZZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-OUTSTANDING              PIC ZZZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-STATUS                   PIC X(8).

       FD  UNAPPLIED-CASH-FILE
           RECORDING MODE IS F.
       01  UNAPPLIED-CASH-RECORD.
           03  UA-RECEIPT-REF              PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  UA-VALUE-DATE               PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  UA-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  UA-INVOICE-NO               PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  UA-AMOUNT                   PIC ZZZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  UA-REMARK                   PIC X(24).

       FD  CASH-TRAN-FILE
           RECORDING MODE IS F.
      *    ** same shape as COBBAT26's ACCT-TRAN-RECORD
       01  CASH-TRAN-RECORD.
           03  CT-RECORD-TYPE              PIC X(1).
           03  CT-ACC-NO                   PIC X(10).
           03  CT-POST-DATE                PIC 9(6).
           03  CT-DC-CODE                  PIC X(1).
           03  CT-AMOUNT                   PIC 9(9)V9(2).
           03  CT-SOURCE-REF               PIC X(10).
           03  CT-BATCH-COUNT              PIC 9(7).
           03  CT-BATCH-HASH               PIC 9(13)V9(2).
           03  FILLER                      PIC X(3).
           03  CT-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(13).

       WORKING-STORAGE SECTION.

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

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the whole register rolled into storage - receipts apply
      *    ** against it in place and the new generation is written
      *    ** from it at end of run
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
               05  WS-IT-PAID-AMOUNT       PIC S9(9)V9(2) COMP-3.
               05  WS-IT-LAST-PAID-DATE    PIC 9(6).
               05  WS-IT-CREDIT-AMOUNT     PIC S9(9)V9(2) COMP-3.
               05  WS-IT-BILLING-TAIL      PIC X(43).
       01  WS-INVOICE-COUNT                PIC S9(4) COMP VALUE +0.
       01  WS-TABLE-FULL-SWITCH            PIC X VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".

      *    ** one receipt in hand
       01  WS-RECEIPT-CUST-NO              PIC X(10).
       01  WS-REMAINING                    PIC S9(9)V9(2) COMP-3.
       01  WS-RECEIPT-APPLIED              PIC S9(9)V9(2) COMP-3.
       01  WS-OUTSTANDING                  PIC S9(9)V9(2) COMP-3.
       01  WS-APPLY-AMOUNT                 PIC S9(9)V9(2) COMP-3.
       01  WS-OLDEST-IX                    PIC S9(4) COMP.
       01  WS-OLDEST-YEARMONTH             PIC X(6).
       01  WS-APPLY-IX                     PIC S9(4) COMP.
       01  WS-BATCH-HASH                   PIC S9(13)V9(2) COMP-3
                                           VALUE +0.

       01  WS-RUN-DATE                     PIC 9(6).

       01  WS-RCPT-EOF-SWITCH              PIC X VALUE "N".
           88  WS-RCPT-EOF                     VALUE "Y".
       01  WS-REG-EOF-SWITCH               PIC X VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-RECEIPT-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-APPLIED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-UNAPPLIED-COUNT              PIC S9(7) COMP VALUE +0.
       01  WS-TRAN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT83".
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
               PERFORM 200-APPLY-RECEIPTS THRU 200-EXIT
               PERFORM 700-WRITE-NEW-REGISTER THRU 700-EXIT
           END-IF
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
           CALL "COBBUSDT" USING WS-RUN-DATE.

           OPEN INPUT  RECEIPT-FILE.
           OPEN INPUT  INVOICE-REGISTER-FILE.
           OPEN OUTPUT INVOICE-REGISTER-NEW-FILE.
           OPEN OUTPUT CASH-APPLIED-FILE.
           OPEN OUTPUT UNAPPLIED-CASH-FILE.
           OPEN OUTPUT CASH-TRAN-FILE.

      *-----------------------------------------------------------------
      * 150-LOAD-REGISTER - ROLL THE REGISTER INTO STORAGE. A REGISTER
      *    TOO BIG FOR THE TABLE STOPS THE RUN BEFORE A SINGLE RECEIPT
      *    IS APPLIED - THE REGISTER IS COPIED THROUGH AS IT STANDS SO
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
                           MOVE IR-INVOICE-NO
                                   TO WS-IT-INVOICE-NO (INV-IX)
                           MOVE IR-CUST-NO     TO WS-IT-CUST-NO (INV-IX)
                           MOVE IR-PROJ-NO     TO WS-IT-PROJ-NO (INV-IX)
                           MOVE IR-BILL-YEARMONTH
                                   TO WS-IT-BILL-YEARMONTH (INV-IX)
                           MOVE IR-AMOUNT      TO WS-IT-AMOUNT (INV-IX)
                           MOVE IR-STATUS      TO WS-IT-STATUS (INV-IX)
      *                    ** rows cut before the cash application
      *                    ** tail existed carry spaces there
                           IF  IR-PAID-AMOUNT IS NUMERIC
                               MOVE IR-PAID-AMOUNT
                                   TO WS-IT-PAID-AMOUNT (INV-IX)
                               MOVE IR-LAST-PAID-DATE
                                   TO WS-IT-LAST-PAID-DATE (INV-IX)
                           ELSE
                               MOVE ZERO TO WS-IT-PAID-AMOUNT (INV-IX)
                               MOVE ZERO
                                   TO WS-IT-LAST-PAID-DATE (INV-IX)
                           END-IF
                           IF  IR-CREDIT-AMOUNT IS NUMERIC
                               MOVE IR-CREDIT-AMOUNT
                                   TO WS-IT-CREDIT-AMOUNT (INV-IX)
                           ELSE
                               MOVE ZERO
                                   TO WS-IT-CREDIT-AMOUNT (INV-IX)
                           END-IF
                           MOVE IR-BILLING-TAIL
                                   TO WS-IT-BILLING-TAIL (INV-IX)
                       ELSE
                           SET WS-TABLE-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-FILE.

           IF  WS-TABLE-FULL THEN
               MOVE WS-REG-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBAT83 - INVOICE REGISTER OF "
                       WS-COUNT-DISPLAY " ROWS EXCEEDS THE "
                       "APPLICATION TABLE - NO RECEIPTS APPLIED"
               PERFORM 160-COPY-REGISTER THRU 160-EXIT
               MOVE 16 TO RETURN-CODE
           END-IF.

       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 160-COPY-REGISTER - THE RUN CANNOT APPLY CASH, SO THE NEW
      *    GENERATION IS THE CURRENT ONE, ROW FOR ROW.
      *-----------------------------------------------------------------
       160-COPY-REGISTER.

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

       160-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-APPLY-RECEIPTS - ONE RECEIPT AT A TIME, THEN THE BATCH
      *    TRAILER FOR THE POSTING RUN.
      *-----------------------------------------------------------------
       200-APPLY-RECEIPTS.

           PERFORM UNTIL WS-RCPT-EOF
               READ RECEIPT-FILE
                   AT END
                       SET WS-RCPT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECEIPT-COUNT
                       PERFORM 300-APPLY-ONE-RECEIPT THRU 300-EXIT
               END-READ
           END-PERFORM.

           MOVE SPACES        TO CASH-TRAN-RECORD.
           MOVE "T"           TO CT-RECORD-TYPE.
           MOVE ZERO          TO CT-POST-DATE.
           MOVE ZERO          TO CT-AMOUNT.
           MOVE WS-TRAN-COUNT TO CT-BATCH-COUNT.
           MOVE WS-BATCH-HASH TO CT-BATCH-HASH.
           WRITE CASH-TRAN-RECORD.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-APPLY-ONE-RECEIPT - THE QUOTED INVOICE FIRST, THEN THE
      *    CUSTOMER'S OPEN INVOICES OLDEST FIRST, THEN WHATEVER IS LEFT
      *    ONTO THE UNAPPLIED LIST.
      *-----------------------------------------------------------------
       300-APPLY-ONE-RECEIPT.

           MOVE RC-AMOUNT  TO WS-REMAINING.
           MOVE ZERO       TO WS-RECEIPT-APPLIED.
           MOVE RC-CUST-NO TO WS-RECEIPT-CUST-NO.

           IF  RC-INVOICE-NO NOT = SPACES
               PERFORM VARYING INV-IX FROM 1 BY 1
                       UNTIL INV-IX > WS-INVOICE-COUNT
                   IF  WS-IT-INVOICE-NO (INV-IX) = RC-INVOICE-NO
                   AND (RC-CUST-NO = SPACES
                    OR  WS-IT-CUST-NO (INV-IX) = RC-CUST-NO)
      *                ** the quoted invoice names the customer when
      *                ** the bank did not
                       MOVE WS-IT-CUST-NO (INV-IX)
                               TO WS-RECEIPT-CUST-NO
                       IF  WS-IT-OPEN (INV-IX)
                           SET WS-APPLY-IX TO INV-IX
                           PERFORM 400-APPLY-TO-INVOICE THRU 400-EXIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF  WS-RECEIPT-CUST-NO = SPACES THEN
               MOVE "NO CUSTOMER OR INVOICE"  TO UA-REMARK
               PERFORM 600-WRITE-UNAPPLIED
               GO TO 300-EXIT
           END-IF.

           MOVE 1 TO WS-OLDEST-IX.
           PERFORM 350-FIND-OLDEST-OPEN
               UNTIL WS-REMAINING NOT > ZERO
               OR WS-OLDEST-IX = ZERO.

           IF  WS-REMAINING > ZERO THEN
               IF  WS-RECEIPT-APPLIED = ZERO THEN
                   MOVE "NO OPEN INVOICE MATCHED" TO UA-REMARK
               ELSE
                   MOVE "OVERPAYMENT"             TO UA-REMARK
               END-IF
               PERFORM 600-WRITE-UNAPPLIED
           END-IF.

           IF  WS-RECEIPT-APPLIED > ZERO THEN
               PERFORM 500-POST-RECEIPT-CREDIT THRU 500-EXIT
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-FIND-OLDEST-OPEN - THE CUSTOMER'S OPEN INVOICE WITH THE
      *    EARLIEST BILLING MONTH (REGISTER ORDER BREAKS A TIE) TAKES
      *    THE NEXT SLICE OF THE RECEIPT. NONE LEFT SETS THE INDEX TO
      *    ZERO AND ENDS THE LOOP.
      *-----------------------------------------------------------------
       350-FIND-OLDEST-OPEN.

           MOVE ZERO          TO WS-OLDEST-IX.
           MOVE HIGH-VALUES   TO WS-OLDEST-YEARMONTH.
           PERFORM VARYING INV-IX FROM 1 BY 1
                   UNTIL INV-IX > WS-INVOICE-COUNT
               IF  WS-IT-CUST-NO (INV-IX) = WS-RECEIPT-CUST-NO
               AND WS-IT-OPEN (INV-IX)
               AND WS-IT-BILL-YEARMONTH (INV-IX) < WS-OLDEST-YEARMONTH
                   SET WS-OLDEST-IX TO INV-IX
                   MOVE WS-IT-BILL-YEARMONTH (INV-IX)
                           TO WS-OLDEST-YEARMONTH
               END-IF
           END-PERFORM.

           IF  WS-OLDEST-IX NOT = ZERO THEN
               MOVE WS-OLDEST-IX TO WS-APPLY-IX
               PERFORM 400-APPLY-TO-INVOICE THRU 400-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * 400-APPLY-TO-INVOICE - TAKE AS MUCH OF THE RECEIPT AS THE
      *    INVOICE STILL OWES AND MOVE ITS STATUS ON.
      *-----------------------------------------------------------------
       400-APPLY-TO-INVOICE.

      *    ** a COBBAT85 credit note already took its share off
           COMPUTE WS-OUTSTANDING = WS-IT-AMOUNT (WS-APPLY-IX)
                                  - WS-IT-PAID-AMOUNT (WS-APPLY-IX)
                                  - WS-IT-CREDIT-AMOUNT (WS-APPLY-IX).
           IF  WS-OUTSTANDING NOT > ZERO THEN
               MOVE "PAID    " TO WS-IT-STATUS (WS-APPLY-IX)
               GO TO 400-EXIT
           END-IF.

           IF  WS-REMAINING < WS-OUTSTANDING THEN
               MOVE WS-REMAINING   TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-OUTSTANDING TO WS-APPLY-AMOUNT
           END-IF.

           ADD WS-APPLY-AMOUNT      TO WS-IT-PAID-AMOUNT (WS-APPLY-IX).
           SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING.
           SUBTRACT WS-APPLY-AMOUNT FROM WS-OUTSTANDING.
           ADD WS-APPLY-AMOUNT      TO WS-RECEIPT-APPLIED.
           MOVE RC-VALUE-DATE TO WS-IT-LAST-PAID-DATE (WS-APPLY-IX).
           IF  WS-OUTSTANDING = ZERO THEN
               MOVE "PAID    " TO WS-IT-STATUS (WS-APPLY-IX)
           ELSE
               MOVE "PARTPAID" TO WS-IT-STATUS (WS-APPLY-IX)
           END-IF.

           ADD 1 TO WS-APPLIED-COUNT.
           MOVE RC-RECEIPT-REF              TO CA-RECEIPT-REF.
           MOVE WS-IT-CUST-NO (WS-APPLY-IX) TO CA-CUST-NO.
           MOVE WS-IT-INVOICE-NO (WS-APPLY-IX)
                                            TO CA-INVOICE-NO.
           MOVE WS-APPLY-AMOUNT             TO CA-APPLIED.
           MOVE WS-OUTSTANDING              TO CA-OUTSTANDING.
           MOVE WS-IT-STATUS (WS-APPLY-IX)  TO CA-STATUS.
           WRITE CASH-APPLIED-RECORD.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-POST-RECEIPT-CREDIT - THE APPLIED PART OF THE RECEIPT
      *    CREDITS THE CUSTOMER'S FIRST ACCOUNT, THE SAME ACCOUNT THE
      *    COBBAT37 INVOICE DEBIT WENT TO.
      *-----------------------------------------------------------------
       500-POST-RECEIPT-CREDIT.

           MOVE SPACES             TO WS-FIRST-ACC-NO.
           MOVE "N"                TO WS-ACCT-CURSOR-SWITCH.
           MOVE SPACES             TO ACCOUNT-MASTER-RECORD.
           MOVE WS-RECEIPT-CUST-NO TO WS-AM-CUST-NO.
           MOVE 4                  TO CMD-CODE.

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
                   MOVE WS-RECEIPT-CUST-NO TO WS-AM-CUST-NO
               END-IF
           END-PERFORM.

           IF  WS-FIRST-ACC-NO = SPACES
               DISPLAY "COBBAT83 - NO ACCOUNT FOR CUSTOMER "
                       WS-RECEIPT-CUST-NO " - RECEIPT "
                       RC-RECEIPT-REF " NOT POSTED"
               GO TO 500-EXIT
           END-IF.

           ADD 1                  TO WS-TRAN-COUNT.
           ADD WS-RECEIPT-APPLIED TO WS-BATCH-HASH.
           MOVE SPACES             TO CASH-TRAN-RECORD.
           MOVE "D"                TO CT-RECORD-TYPE.
           MOVE WS-FIRST-ACC-NO    TO CT-ACC-NO.
           MOVE WS-RUN-DATE        TO CT-POST-DATE.
           MOVE "C"                TO CT-DC-CODE.
           MOVE WS-RECEIPT-APPLIED TO CT-AMOUNT.
           MOVE RC-RECEIPT-REF     TO CT-SOURCE-REF.
           MOVE "RCP"              TO CT-TRAN-CODE.
           MOVE ZERO               TO CT-BATCH-COUNT.
           MOVE ZERO               TO CT-BATCH-HASH.
           WRITE CASH-TRAN-RECORD.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-WRITE-UNAPPLIED - WHAT IS LEFT OF THE RECEIPT GOES ON THE
      *    UNAPPLIED-CASH LIST. THE REMARK IS SET BY THE CALLER.
      *-----------------------------------------------------------------
       600-WRITE-UNAPPLIED.

           ADD 1 TO WS-UNAPPLIED-COUNT.
           MOVE RC-RECEIPT-REF     TO UA-RECEIPT-REF.
           MOVE RC-VALUE-DATE      TO UA-VALUE-DATE.
           MOVE WS-RECEIPT-CUST-NO TO UA-CUST-NO.
           MOVE RC-INVOICE-NO      TO UA-INVOICE-NO.
           MOVE WS-REMAINING       TO UA-AMOUNT.
           WRITE UNAPPLIED-CASH-RECORD.

      *-----------------------------------------------------------------
      * 700-WRITE-NEW-REGISTER - THE APPLIED GENERATION, IN THE SAME
      *    ORDER THE REGISTER CAME IN.
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
               MOVE WS-IT-BILLING-TAIL (INV-IX)   TO IR-BILLING-TAIL
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

           CLOSE RECEIPT-FILE.
           CLOSE INVOICE-REGISTER-NEW-FILE.
           CLOSE CASH-APPLIED-FILE.
           CLOSE UNAPPLIED-CASH-FILE.
           CLOSE CASH-TRAN-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS     TO WS-RC-END-TIME.
           MOVE WS-RUN-DATE        TO WS-RC-RUN-DATE.
           MOVE WS-RECEIPT-COUNT   TO WS-RC-READ-COUNT.
           MOVE WS-APPLIED-COUNT   TO WS-RC-SELECT-COUNT.
           MOVE WS-TRAN-COUNT      TO WS-RC-WRITE-COUNT.
           MOVE WS-UNAPPLIED-COUNT TO WS-RC-ERROR-COUNT.
           IF  WS-TABLE-FULL THEN
               MOVE "ABORTED "     TO WS-RC-STATUS
           ELSE
               MOVE "COMPLETE"     TO WS-RC-STATUS
           END-IF.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-RECEIPT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT83 - " WS-COUNT-DISPLAY
                   " RECEIPTS READ".
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT83 - " WS-COUNT-DISPLAY
                   " INVOICE APPLICATIONS MADE".
           MOVE WS-UNAPPLIED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT83 - " WS-COUNT-DISPLAY
                   " RECEIPTS LEFT ON THE UNAPPLIED-CASH LIST".
           MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT83 - " WS-COUNT-DISPLAY
                   " CREDITS HANDED TO THE POSTING RUN".

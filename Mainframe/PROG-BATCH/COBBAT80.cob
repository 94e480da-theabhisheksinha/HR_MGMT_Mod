      *               COBBAT25 GIVES FINANCE A GL EXTRACT FOR PAYROLL,
      *               BUT THE OTHER MONEY THE SYSTEM CREATES POSTED
      *               NOWHERE - COBBAT28's INTEREST, COBBAT37's BILLED
      *               REVENUE (AND COBBAT85's CREDIT NOTES AGAINST
      *               IT), COBBAT07's DEPRECIATION CHARGE WERE
      *               JOURNALED BY HAND FROM THE REPORTS. MONTHLY,
      *               THIS BUILDER READS THE THREE SOURCE FILES (THE
      *               INTEREST TRANSACTION BATCH, THE INVOICE
      *               SOURCE'S DEBITS AGAINST ITS CREDITS - THE
      *               RELEASE TRAILER ONLY GOES ON A FILE THAT
      *               PROVES, SO FINANCE NEVER TAKES A BROKEN ONE.
      *               THE LEDGER IS KEPT IN THE HOME CURRENCY: INTEREST
      *               ON A FOREIGN-CURRENCY ACCOUNT IS CONVERTED AT THE
      *               APITPFXR RATE FOR ITS POST DATE, AND A FOREIGN
      *               INVOICE JOURNALS AT THE HOME EQUIVALENT COBBAT37
      *               BOOKED IT AT. AT MONTH END THE RUN ALSO REVALUES
      *               WHAT IS STILL HELD IN A FOREIGN CURRENCY - THE
      *               OPEN PART OF EVERY FOREIGN INVOICE (SOURCE FI)
      *               AND EVERY FOREIGN ACCOUNT BALANCE (SOURCE FA) -
      *               AT THE RUN DATE'S RATE AGAINST LAST MONTH END'S
      *               (OR THE BOOKED RATE FOR AN INVOICE RAISED THIS
      *               MONTH), JOURNALING ONLY THE MONTH'S MOVEMENT.
      *               EACH REVALUATION CARD NAMES THE PAIR FOR A GAIN;
      *               A LOSS POSTS THE PAIR THE OTHER WAY ROUND.
      *               EXPENSE CLAIMS COBBAT23 REIMBURSED IN THE MONTH
      *               (SOURCE EX, APITPEXC STATUS P) JOURNAL LINE BY
      *               LINE OFF APITPEXL, CHARGED TO THE CLAIMANT'S
      *               DEPARTMENT AND TO THE LINE'S PROJECT, WHICH
      *               RIDES ON THE POSTING IN WHAT WAS FILLER.
      *               THE MONTH'S GRATUITY PROVISION MOVEMENT COBBATA1
      *               WRITES (SOURCE GR) JOURNALS PER EMPLOYEE AGAINST
      *               THE DEPARTMENT - THE CARD NAMES THE PAIR THAT
      *               BUILDS THE PROVISION; A RELEASE POSTS IT THE
      *               OTHER WAY ROUND. THE MONTH'S TRAINING SPEND
      *               COBBATA9 WRITES (SOURCE TR) JOURNALS PER
      *               DEPARTMENT - SEATS HELD ON SESSIONS THAT RAN IN
      *               THE MONTH AT THE SESSION'S COST PER SEAT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** one mapping card per source - IN INTEREST, BL BILLING,
      *    ** DP DEPRECIATION, FI/FA INVOICE/ACCOUNT REVALUATION,
      *    ** EX EXPENSE REIMBURSEMENT, GR GRATUITY PROVISION,
      *    ** TR TRAINING SPEND - naming the debit and credit accounts
           SELECT GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL.
      *    ** the COBBAT28 interest batch, ACCTTRAN layout
      *    ** the COBBAT07 depreciation charge file
           SELECT DEPR-CHARGE-FILE ASSIGN TO ASSETDPI
               ORGANIZATION IS SEQUENTIAL.
      *    ** the COBBATA1 gratuity provision movement file
           SELECT GRAT-MOVE-FILE ASSIGN TO GRATMOVE
               ORGANIZATION IS SEQUENTIAL.
      *    ** the COBBATA9 training spend file
           SELECT TRAIN-SPEND-FILE ASSIGN TO TRNSPNDM
               ORGANIZATION IS SEQUENTIAL.
      *    ** the consolidated journal, COBBAT25's posting layout
           SELECT GL-CONSOL-FILE ASSIGN TO GLCONSOL
               ORGANIZATION IS SEQUENTIAL.
           03  IT-SOURCE-REF               PIC X(10).
           03  IT-BATCH-COUNT              PIC 9(7).
           03  IT-BATCH-HASH               PIC 9(13)V9(2).
           03  IT-CURRENCY                 PIC X(3).
           03  IT-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(13).

       FD  INVOICE-REGISTER-FILE
           RECORDING MODE IS F.
           03  IR-AMOUNT                   PIC 9(9)V9(2).
           03  FILLER                      PIC X(2).
           03  IR-STATUS                   PIC X(8).
      *        ** the COBBAT83 cash application tail
           03  FILLER                      PIC X(2).
           03  IR-PAID-AMOUNT              PIC 9(9)V9(2).
           03  FILLER                      PIC X(2).
           03  IR-LAST-PAID-DATE           PIC 9(6).
      *        ** the COBBAT85 credit note tail
           03  FILLER                      PIC X(2).
           03  IR-CREDIT-AMOUNT            PIC 9(9)V9(2).
           03  FILLER                      PIC X(25).
      *        ** the currency tail
           03  FILLER                      PIC X(2).
           03  IR-CURRENCY                 PIC X(3).
           03  FILLER                      PIC X(2).
           03  IR-HOME-AMOUNT              PIC 9(9)V9(2).

       FD  DEPR-CHARGE-FILE
           RECORDING MODE IS F.
           03  DC-MONTH-CHARGE             PIC 9(9)V9(2).
           03  FILLER                      PIC X(49).

       FD  GRAT-MOVE-FILE
           RECORDING MODE IS F.
      *    ** same layout COBBATA1 writes
       01  GRAT-MOVE-RECORD.
           03  GV-EMP-NO                   PIC X(6).
           03  GV-DEPT-CODE                PIC X(4).
           03  GV-YEARMONTH                PIC X(6).
           03  GV-MOVEMENT                 PIC S9(9)V9(2)
                                           SIGN LEADING SEPARATE.
           03  FILLER                      PIC X(52).

       FD  TRAIN-SPEND-FILE
           RECORDING MODE IS F.
      *    ** same layout COBBATA9 writes
       01  TRAIN-SPEND-RECORD.
           03  TS-DEPT-CODE                PIC X(4).
           03  TS-YEARMONTH                PIC X(6).
           03  TS-SEATS                    PIC 9(5).
           03  TS-SPEND                    PIC S9(9)V9(2)
                                           SIGN LEADING SEPARATE.
           03  FILLER                      PIC X(53).

       FD  GL-CONSOL-FILE
           RECORDING MODE IS F.
      *    ** the ledger's fixed posting layout, same as COBBAT25's -
           03  GL-PYEARMONTH               PIC X(6).
           03  GL-DC-CODE                  PIC X(1).
           03  GL-AMOUNT                   PIC 9(11)V9(2).
      *        ** the project an expense line was charged to - carved
      *        ** from what was filler, so the record length finance
      *        ** takes is unchanged and COBBAT25's rows carry spaces
           03  GL-PROJ-NO                  PIC X(6).
           03  FILLER                      PIC X(42).

       WORKING-STORAGE SECTION.

       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT26 maintains
       01  ACCOUNT-MASTER-RECORD.
           10 WS-AM-CUST-NO                PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).
       01  WS-ACCT-SCAN-SWITCH             PIC X VALUE "N".
           88  WS-ACCT-SCAN-DONE               VALUE "Y".

      *    ** same expense claim header and line shapes COBCIO77
      *    ** files - APITPEXC CMD-CODE 4 UNFILTERED CURSOR, APITPEXL
      *    ** CMD-CODE 4 CURSOR OVER ONE CLAIM'S LINES
       01  EXPENSE-CLAIM-RECORD.
           10 WS-EXC-CLAIM-NO         PIC X(6).
           10 WS-EXC-EMP-NO           PIC X(6).
           10 WS-EXC-DEPT-CODE        PIC X(4).
           10 WS-EXC-CLAIM-DATE       PIC 9(6).
           10 WS-EXC-LINE-COUNT       PIC 9(2).
           10 WS-EXC-TOTAL            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXC-STATUS           PIC X(1).
               88  WS-EXC-PAID            VALUE "P".
           10 WS-EXC-MAKER-OPID       PIC X(3).
           10 WS-EXC-APPR-OPID        PIC X(3).
           10 WS-EXC-DECISION-DATE    PIC 9(6).
           10 WS-EXC-PAID-YEARMONTH   PIC X(6).
       01  EXPENSE-LINE-RECORD.
           10 WS-EXN-CLAIM-NO         PIC X(6).
           10 WS-EXN-LINE-NO          PIC 9(2).
           10 WS-EXN-CATEGORY         PIC X(2).
           10 WS-EXN-EXP-DATE         PIC 9(6).
           10 WS-EXN-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXN-RECEIPT-REF      PIC X(12).
           10 WS-EXN-PROJ-NO          PIC X(6).
       01  WS-CLAIM-SCAN-SWITCH            PIC X VALUE "N".
           88  WS-CLAIM-SCAN-DONE              VALUE "Y".
       01  WS-LINE-SCAN-SWITCH             PIC X VALUE "N".
           88  WS-LINE-SCAN-DONE               VALUE "Y".

      *    ** home-currency units to one unit of WS-FXR-CURRENCY, off
      *    ** the APITPFXR gateway COBBAT86 loads - CMD-CODE 1 READS
      *    ** THE RATE IN FORCE ON A DATE
       01  FX-RATE-RECORD.
           10 WS-FXR-CURRENCY         PIC X(3).
           10 WS-FXR-RATE-DATE        PIC 9(6).
           10 WS-FXR-RATE             PIC S9(5)V9(6) USAGE COMP-3.
       01  WS-RATE-MISSING-SWITCH          PIC X.
           88  WS-RATE-MISSING                 VALUE "Y".
       01  WS-ITEM-CURRENCY                PIC X(3).
       01  WS-ITEM-RATE-DATE               PIC 9(6).
       01  WS-CLOSING-RATE                 PIC S9(5)V9(6) COMP-3.
       01  WS-BASE-RATE                    PIC S9(5)V9(6) COMP-3.
       01  WS-OPEN-AMOUNT                  PIC S9(9)V9(2) COMP-3.
       01  WS-REVAL-AMOUNT                 PIC S9(11)V9(2) COMP-3.
       01  WS-FX-MISSING-COUNT             PIC S9(7) COMP VALUE +0.

      *    ** last month end, the date the revaluation moves from
       01  WS-PRIOR-MONTH-END              PIC 9(6).
       01  WS-PRIOR-MONTH-END-R REDEFINES WS-PRIOR-MONTH-END.
           03  WS-PME-YY                   PIC 99.
           03  WS-PME-MM                   PIC 99.
           03  WS-PME-DD                   PIC 99.
       01  WS-MONTH-DAYS-VALUES            PIC X(24)
                                 VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-LEAP-QUOTIENT                PIC S9(4) COMP.
       01  WS-LEAP-REMAINDER               PIC S9(4) COMP.

      *    ** the mapping cards in storage, one per source
       01  WS-MAP-TABLE.
           03  WS-MAP-ENTRY OCCURS 10 TIMES INDEXED BY MAP-IX.
       01  WS-WANT-SOURCE                  PIC X(2).
       01  WS-DEBIT-ACCOUNT                PIC X(8).
       01  WS-CREDIT-ACCOUNT               PIC X(8).
       01  WS-SWAP-ACCOUNT                 PIC X(8).

      *    ** per-source debit/credit proof totals - 1 interest,
      *    ** 2 billing, 3 depreciation, 4 invoice revaluation,
      *    ** 5 account revaluation, 6 expense reimbursement,
      *    ** 7 gratuity provision, 8 training spend
       01  WS-PROOF-TABLE.
           03  WS-PROOF-ENTRY OCCURS 8 TIMES INDEXED BY PRF-IX.
               05  WS-PF-DEBITS            PIC S9(13)V9(2) COMP-3.
               05  WS-PF-CREDITS           PIC S9(13)V9(2) COMP-3.
       01  WS-SOURCE-SUB                   PIC S9(4) COMP.
       01  WS-ITEM-AMOUNT                  PIC S9(11)V9(2) COMP-3.
       01  WS-ITEM-YEARMONTH               PIC X(6).
       01  WS-ITEM-DEPT                    PIC X(4).
      *    ** only the expense source sets a project - everything
      *    ** else posts with it blank
       01  WS-ITEM-PROJ-NO                 PIC X(6) VALUE SPACES.

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-DEP-EOF-SWITCH               PIC X VALUE "N".
           88  WS-DEP-EOF                      VALUE "Y".
       01  WS-GRV-EOF-SWITCH               PIC X VALUE "N".
           88  WS-GRV-EOF                      VALUE "Y".
       01  WS-TRS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-TRS-EOF                      VALUE "Y".
       01  WS-POSTING-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-UNMAPPED-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
           PERFORM 200-JOURNAL-INTEREST THRU 200-EXIT
           PERFORM 300-JOURNAL-BILLING THRU 300-EXIT
           PERFORM 400-JOURNAL-DEPRECIATION THRU 400-EXIT
           PERFORM 500-REVALUE-INVOICES THRU 500-EXIT
           PERFORM 550-REVALUE-ACCOUNTS THRU 550-EXIT
           PERFORM 600-JOURNAL-EXPENSES THRU 600-EXIT
           PERFORM 650-JOURNAL-GRATUITY THRU 650-EXIT
           PERFORM 660-JOURNAL-TRAINING THRU 660-EXIT
           PERFORM 700-PROVE-AND-RELEASE THRU 700-EXIT
           PERFORM 900-TERMINATE

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
           MOVE WS-RUN-YYYY TO WS-RUN-YM-YYYY.
           MOVE WS-RUN-MM   TO WS-RUN-YM-MM.

           PERFORM 120-PRIOR-MONTH-END.

           PERFORM VARYING PRF-IX FROM 1 BY 1 UNTIL PRF-IX > 8
               MOVE ZERO TO WS-PF-DEBITS (PRF-IX)
               MOVE ZERO TO WS-PF-CREDITS (PRF-IX)
           END-PERFORM.
           OPEN INPUT  INT-TRAN-FILE.
           OPEN INPUT  INVOICE-REGISTER-FILE.
           OPEN INPUT  DEPR-CHARGE-FILE.
           OPEN INPUT  GRAT-MOVE-FILE.
           OPEN INPUT  TRAIN-SPEND-FILE.
           OPEN OUTPUT GL-CONSOL-FILE.

      *-----------------------------------------------------------------
      * 120-PRIOR-MONTH-END - THE LAST DAY OF THE MONTH BEFORE THE RUN
      *    MONTH, FEBRUARY TAKING THE LEAP DAY IN A LEAP YEAR.
      *-----------------------------------------------------------------
       120-PRIOR-MONTH-END.

           MOVE WS-RUN-YY TO WS-PME-YY.
           IF  WS-RUN-MM = 1 THEN
               MOVE 12 TO WS-PME-MM
               IF  WS-RUN-YY = ZERO THEN
                   MOVE 99 TO WS-PME-YY
               ELSE
                   SUBTRACT 1 FROM WS-PME-YY
               END-IF
           ELSE
               COMPUTE WS-PME-MM = WS-RUN-MM - 1
           END-IF.
           MOVE WS-MONTH-DAYS (WS-PME-MM) TO WS-PME-DD.

           IF  WS-PME-MM = 2 THEN
               DIVIDE WS-RUN-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF  WS-LEAP-REMAINDER = ZERO THEN
                   MOVE 29 TO WS-PME-DD
                   DIVIDE WS-RUN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF  WS-LEAP-REMAINDER = ZERO THEN
                       DIVIDE WS-RUN-YYYY BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF  WS-LEAP-REMAINDER NOT = ZERO THEN
                           MOVE 28 TO WS-PME-DD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 150-LOAD-MAPPING - THE ACCOUNT MAPPING CARDS INTO STORAGE.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * 180-POST-BALANCED-PAIR - ONE DEBIT AND ONE CREDIT FOR THE
      *    ITEM IN HAND, AND THE SOURCE'S PROOF TOTALS STEPPED.
      *    CALLER HAS WS-ITEM-AMOUNT/YEARMONTH/DEPT (AND ANY PROJECT),
      *    THE ACCOUNTS AND WS-SOURCE-SUB SET.
      *-----------------------------------------------------------------
       180-POST-BALANCED-PAIR.

           MOVE WS-ITEM-YEARMONTH TO GL-PYEARMONTH.
           MOVE "D"               TO GL-DC-CODE.
           MOVE WS-ITEM-AMOUNT    TO GL-AMOUNT.
           MOVE WS-ITEM-PROJ-NO   TO GL-PROJ-NO.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-PF-DEBITS (PRF-IX).
           MOVE WS-ITEM-YEARMONTH TO GL-PYEARMONTH.
           MOVE "C"               TO GL-DC-CODE.
           MOVE WS-ITEM-AMOUNT    TO GL-AMOUNT.
           MOVE WS-ITEM-PROJ-NO   TO GL-PROJ-NO.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-PF-CREDITS (PRF-IX).

      *-----------------------------------------------------------------
      * 190-READ-RATE - THE RATE FOR WS-ITEM-CURRENCY IN FORCE ON
      *    WS-ITEM-RATE-DATE INTO WS-FXR-RATE. A RATE NOT ON FILE SETS
      *    WS-RATE-MISSING.
      *-----------------------------------------------------------------
       190-READ-RATE.

           MOVE "N"               TO WS-RATE-MISSING-SWITCH.
           MOVE WS-ITEM-CURRENCY  TO WS-FXR-CURRENCY.
           MOVE WS-ITEM-RATE-DATE TO WS-FXR-RATE-DATE.
           MOVE ZERO              TO WS-FXR-RATE.
           MOVE 1 TO CMD-CODE.
           MOVE FX-RATE-RECORD TO DATA-IN.
           CALL "APITPFXR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               SET WS-RATE-MISSING TO TRUE
           ELSE
               MOVE DATA-OUT TO FX-RATE-RECORD
               IF  WS-FXR-RATE NOT > ZERO THEN
                   SET WS-RATE-MISSING TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-JOURNAL-INTEREST - EVERY DETAIL OF THE INTEREST BATCH. A
      *    CREDIT TO THE CUSTOMER IS AN EXPENSE-SIDE DEBIT IN THE
                   NOT AT END
                       IF  IT-RECORD-TYPE = "D"
                       AND IT-AMOUNT NOT = ZERO
                           PERFORM 250-JOURNAL-ONE-INTEREST
                               THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-JOURNAL-ONE-INTEREST - A DETAIL WITH NO CURRENCY OF ITS OWN
      *    IS IN ITS ACCOUNT'S CURRENCY; ANYTHING FOREIGN GOES TO THE
      *    LEDGER AT ITS HOME EQUIVALENT ON THE POST DATE. A DETAIL WITH
      *    NO RATE ON FILE IS LEFT OFF AND SHOWN.
      *-----------------------------------------------------------------
       250-JOURNAL-ONE-INTEREST.

           MOVE IT-AMOUNT        TO WS-ITEM-AMOUNT.
           MOVE WS-RUN-YEARMONTH TO WS-ITEM-YEARMONTH.
           MOVE SPACES           TO WS-ITEM-DEPT.

           MOVE IT-CURRENCY TO WS-ITEM-CURRENCY.
           IF  WS-ITEM-CURRENCY = SPACES THEN
               MOVE SPACES    TO ACCOUNT-MASTER-RECORD
               MOVE IT-ACC-NO TO WS-ACC-NO
               MOVE 2 TO CMD-CODE
               MOVE ACCOUNT-MASTER-RECORD TO DATA-IN
               CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD
                   MOVE WS-ACC-CURRENCY TO WS-ITEM-CURRENCY
               END-IF
           END-IF.

           IF  WS-ITEM-CURRENCY > SPACES THEN
               MOVE IT-POST-DATE TO WS-ITEM-RATE-DATE
               PERFORM 190-READ-RATE
               IF  WS-RATE-MISSING THEN
                   ADD 1 TO WS-FX-MISSING-COUNT
                   DISPLAY "COBBAT80 - NO " WS-ITEM-CURRENCY
                           " RATE FOR INTEREST ON " IT-ACC-NO
                           " - NOT JOURNALED"
                   GO TO 250-EXIT
               END-IF
               COMPUTE WS-ITEM-AMOUNT ROUNDED =
                       IT-AMOUNT * WS-FXR-RATE
           END-IF.

           PERFORM 180-POST-BALANCED-PAIR.

       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-JOURNAL-BILLING - EVERY INVOICE ON THE REGISTER FOR THE
      *    RUN MONTH.
                   NOT AT END
                       IF  IR-AMOUNT NOT = ZERO THEN
                           MOVE IR-AMOUNT         TO WS-ITEM-AMOUNT
                           IF  IR-CURRENCY > SPACES
                           AND IR-HOME-AMOUNT IS NUMERIC
                               MOVE IR-HOME-AMOUNT TO WS-ITEM-AMOUNT
                           END-IF
                           MOVE IR-BILL-YEARMONTH
                                   TO WS-ITEM-YEARMONTH
                           MOVE SPACES            TO WS-ITEM-DEPT
                           IF  IR-STATUS = "CREDIT  " THEN
                               PERFORM 310-SWAP-ACCOUNTS
                               PERFORM 180-POST-BALANCED-PAIR
                               PERFORM 310-SWAP-ACCOUNTS
                           ELSE
                               PERFORM 180-POST-BALANCED-PAIR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 310-SWAP-ACCOUNTS - A COBBAT85 CREDIT NOTE LINE REVERSES THE
      *    BILLING PAIR, SO ITS DEBIT AND CREDIT ACCOUNTS CHANGE SIDES.
      *-----------------------------------------------------------------
       310-SWAP-ACCOUNTS.

           MOVE WS-DEBIT-ACCOUNT  TO WS-SWAP-ACCOUNT.
           MOVE WS-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT.
           MOVE WS-SWAP-ACCOUNT   TO WS-CREDIT-ACCOUNT.

      *-----------------------------------------------------------------
      * 400-JOURNAL-DEPRECIATION - EVERY ASSET'S MONTH CHARGE, WITH
      *    ITS OWNING DEPARTMENT AS THE DIMENSION.
       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-REVALUE-INVOICES - A SECOND PASS OF THE REGISTER FOR THE
      *    OPEN PART OF EVERY INVOICE BILLED IN A FOREIGN CURRENCY.
      *-----------------------------------------------------------------
       500-REVALUE-INVOICES.

           MOVE "FI" TO WS-WANT-SOURCE.
           PERFORM 170-FIND-MAPPING.
           IF  NOT WS-MAP-FOUND THEN
               GO TO 500-EXIT
           END-IF.
           MOVE 4 TO WS-SOURCE-SUB.

           CLOSE INVOICE-REGISTER-FILE.
           OPEN INPUT INVOICE-REGISTER-FILE.
           MOVE "N" TO WS-REG-EOF-SWITCH.

           PERFORM UNTIL WS-REG-EOF
               READ INVOICE-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF  IR-CURRENCY > SPACES
                       AND IR-HOME-AMOUNT IS NUMERIC
                       AND IR-AMOUNT > ZERO
                       AND (IR-STATUS = "RAISED  "
                         OR IR-STATUS = "PARTPAID")
                           PERFORM 520-REVALUE-ONE-INVOICE
                               THRU 520-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 520-REVALUE-ONE-INVOICE - WHAT IS STILL OWED, AT THE CLOSING
      *    RATE AGAINST LAST MONTH END'S. AN INVOICE RAISED THIS MONTH
      *    (OR ONE WITH NO RATE AT LAST MONTH END) MOVES FROM THE RATE
      *    IT WAS BOOKED AT. A RECEIVABLE GAINS WHEN THE RATE RISES.
      *-----------------------------------------------------------------
       520-REVALUE-ONE-INVOICE.

           MOVE IR-AMOUNT TO WS-OPEN-AMOUNT.
           IF  IR-PAID-AMOUNT IS NUMERIC THEN
               SUBTRACT IR-PAID-AMOUNT FROM WS-OPEN-AMOUNT
           END-IF.
           IF  IR-CREDIT-AMOUNT IS NUMERIC THEN
               SUBTRACT IR-CREDIT-AMOUNT FROM WS-OPEN-AMOUNT
           END-IF.
           IF  WS-OPEN-AMOUNT NOT > ZERO THEN
               GO TO 520-EXIT
           END-IF.

           MOVE IR-CURRENCY TO WS-ITEM-CURRENCY.
           MOVE WS-RUN-DATE TO WS-ITEM-RATE-DATE.
           PERFORM 190-READ-RATE.
           IF  WS-RATE-MISSING THEN
               ADD 1 TO WS-FX-MISSING-COUNT
               DISPLAY "COBBAT80 - NO " WS-ITEM-CURRENCY
                       " CLOSING RATE - INVOICE " IR-INVOICE-NO
                       " NOT REVALUED"
               GO TO 520-EXIT
           END-IF.
           MOVE WS-FXR-RATE TO WS-CLOSING-RATE.

           COMPUTE WS-BASE-RATE ROUNDED = IR-HOME-AMOUNT / IR-AMOUNT.
           IF  IR-BILL-YEARMONTH NOT = WS-RUN-YEARMONTH THEN
               MOVE WS-PRIOR-MONTH-END TO WS-ITEM-RATE-DATE
               PERFORM 190-READ-RATE
               IF  NOT WS-RATE-MISSING THEN
                   MOVE WS-FXR-RATE TO WS-BASE-RATE
               END-IF
           END-IF.

           COMPUTE WS-REVAL-AMOUNT ROUNDED =
                   WS-OPEN-AMOUNT * (WS-CLOSING-RATE - WS-BASE-RATE).
           PERFORM 580-POST-REVALUATION.

       520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-REVALUE-ACCOUNTS - WALK EVERY ACCOUNT (APITP052 CMD-CODE 1
      *    CURSOR) FOR THE LIVE ONES HELD IN A FOREIGN CURRENCY.
      *-----------------------------------------------------------------
       550-REVALUE-ACCOUNTS.

           MOVE "FA" TO WS-WANT-SOURCE.
           PERFORM 170-FIND-MAPPING.
           IF  NOT WS-MAP-FOUND THEN
               GO TO 550-EXIT
           END-IF.
           MOVE 5 TO WS-SOURCE-SUB.

           MOVE SPACES TO ACCOUNT-MASTER-RECORD.
           PERFORM UNTIL WS-ACCT-SCAN-DONE
               MOVE 1 TO CMD-CODE
               MOVE ACCOUNT-MASTER-RECORD TO DATA-IN
               CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-ACCT-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD
                   IF  WS-ACC-CURRENCY > SPACES
                   AND WS-ACC-STATUS NOT = "C"
                   AND WS-ACC-TOTAL NOT = ZERO
                       PERFORM 570-REVALUE-ONE-ACCOUNT THRU 570-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 570-REVALUE-ONE-ACCOUNT - THE BALANCE AT THE CLOSING RATE
      *    AGAINST LAST MONTH END'S. A BALANCE IN THE CUSTOMER'S FAVOUR
      *    IS OWED TO THEM, SO A RISING RATE IS A LOSS ON IT.
      *-----------------------------------------------------------------
       570-REVALUE-ONE-ACCOUNT.

           MOVE WS-ACC-CURRENCY TO WS-ITEM-CURRENCY.
           MOVE WS-RUN-DATE     TO WS-ITEM-RATE-DATE.
           PERFORM 190-READ-RATE.
           IF  WS-RATE-MISSING THEN
               ADD 1 TO WS-FX-MISSING-COUNT
               DISPLAY "COBBAT80 - NO " WS-ITEM-CURRENCY
                       " CLOSING RATE - ACCOUNT " WS-ACC-NO
                       " NOT REVALUED"
               GO TO 570-EXIT
           END-IF.
           MOVE WS-FXR-RATE TO WS-CLOSING-RATE.

           MOVE WS-PRIOR-MONTH-END TO WS-ITEM-RATE-DATE.
           PERFORM 190-READ-RATE.
           IF  WS-RATE-MISSING THEN
               ADD 1 TO WS-FX-MISSING-COUNT
               DISPLAY "COBBAT80 - NO " WS-ITEM-CURRENCY
                       " MONTH-END RATE - ACCOUNT " WS-ACC-NO
                       " NOT REVALUED"
               GO TO 570-EXIT
           END-IF.
           MOVE WS-FXR-RATE TO WS-BASE-RATE.

           COMPUTE WS-REVAL-AMOUNT ROUNDED = ZERO -
                   WS-ACC-TOTAL * (WS-CLOSING-RATE - WS-BASE-RATE).
           PERFORM 580-POST-REVALUATION.

       570-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 580-POST-REVALUATION - A GAIN POSTS THE CARD'S PAIR AS IT
      *    STANDS, A LOSS POSTS IT THE OTHER WAY ROUND. NO MOVEMENT,
      *    NOTHING TO POST.
      *-----------------------------------------------------------------
       580-POST-REVALUATION.

           MOVE WS-RUN-YEARMONTH TO WS-ITEM-YEARMONTH.
           MOVE SPACES           TO WS-ITEM-DEPT.
           IF  WS-REVAL-AMOUNT > ZERO THEN
               MOVE WS-REVAL-AMOUNT TO WS-ITEM-AMOUNT
               PERFORM 180-POST-BALANCED-PAIR
           END-IF.
           IF  WS-REVAL-AMOUNT < ZERO THEN
               COMPUTE WS-ITEM-AMOUNT = ZERO - WS-REVAL-AMOUNT
               PERFORM 310-SWAP-ACCOUNTS
               PERFORM 180-POST-BALANCED-PAIR
               PERFORM 310-SWAP-ACCOUNTS
           END-IF.

      *-----------------------------------------------------------------
      * 600-JOURNAL-EXPENSES - WALK THE EXPENSE CLAIMS (APITPEXC
      *    CMD-CODE 4) FOR THOSE COBBAT23 PAID IN THE RUN MONTH.
      *-----------------------------------------------------------------
       600-JOURNAL-EXPENSES.

           MOVE "EX" TO WS-WANT-SOURCE.
           PERFORM 170-FIND-MAPPING.
           IF  NOT WS-MAP-FOUND THEN
               GO TO 600-EXIT
           END-IF.
           MOVE 6 TO WS-SOURCE-SUB.

           MOVE SPACES TO EXPENSE-CLAIM-RECORD.
           PERFORM UNTIL WS-CLAIM-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE EXPENSE-CLAIM-RECORD TO DATA-IN
               CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CLAIM-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EXPENSE-CLAIM-RECORD
                   IF  WS-EXC-PAID
                   AND WS-EXC-PAID-YEARMONTH = WS-RUN-YEARMONTH
                       PERFORM 620-JOURNAL-ONE-CLAIM
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-ITEM-PROJ-NO.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 620-JOURNAL-ONE-CLAIM - EACH LINE OF THE CLAIM (APITPEXL
      *    CMD-CODE 4) AS ITS OWN PAIR, SO THE LEDGER SEES THE
      *    DEPARTMENT AND PROJECT EVERY EXPENSE WAS INCURRED FOR.
      *-----------------------------------------------------------------
       620-JOURNAL-ONE-CLAIM.

           MOVE "N"             TO WS-LINE-SCAN-SWITCH.
           MOVE SPACES          TO EXPENSE-LINE-RECORD.
           MOVE WS-EXC-CLAIM-NO TO WS-EXN-CLAIM-NO.
           MOVE ZERO            TO WS-EXN-LINE-NO.

           PERFORM UNTIL WS-LINE-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE EXPENSE-LINE-RECORD TO DATA-IN
               CALL "APITPEXL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-LINE-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EXPENSE-LINE-RECORD
                   IF  WS-EXN-CLAIM-NO NOT = WS-EXC-CLAIM-NO
                       SET WS-LINE-SCAN-DONE TO TRUE
                   ELSE
                       IF  WS-EXN-AMOUNT NOT = ZERO
                           MOVE WS-EXN-AMOUNT    TO WS-ITEM-AMOUNT
                           MOVE WS-RUN-YEARMONTH TO WS-ITEM-YEARMONTH
                           MOVE WS-EXC-DEPT-CODE TO WS-ITEM-DEPT
                           MOVE WS-EXN-PROJ-NO   TO WS-ITEM-PROJ-NO
                           PERFORM 180-POST-BALANCED-PAIR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 650-JOURNAL-GRATUITY - EVERY EMPLOYEE'S PROVISION MOVEMENT,
      *    WITH THEIR DEPARTMENT AS THE DIMENSION. A RELEASE (NEGATIVE
      *    MOVEMENT) SWAPS THE PAIR, AS A CREDIT NOTE DOES.
      *-----------------------------------------------------------------
       650-JOURNAL-GRATUITY.

           MOVE "GR" TO WS-WANT-SOURCE.
           PERFORM 170-FIND-MAPPING.
           IF  NOT WS-MAP-FOUND THEN
               GO TO 650-EXIT
           END-IF.
           MOVE 7 TO WS-SOURCE-SUB.

           PERFORM UNTIL WS-GRV-EOF
               READ GRAT-MOVE-FILE
                   AT END
                       SET WS-GRV-EOF TO TRUE
                   NOT AT END
                       MOVE GV-YEARMONTH TO WS-ITEM-YEARMONTH
                       MOVE GV-DEPT-CODE TO WS-ITEM-DEPT
                       IF  GV-MOVEMENT > ZERO THEN
                           MOVE GV-MOVEMENT TO WS-ITEM-AMOUNT
                           PERFORM 180-POST-BALANCED-PAIR
                       END-IF
                       IF  GV-MOVEMENT < ZERO THEN
                           COMPUTE WS-ITEM-AMOUNT = 0 - GV-MOVEMENT
                           PERFORM 310-SWAP-ACCOUNTS
                           PERFORM 180-POST-BALANCED-PAIR
                           PERFORM 310-SWAP-ACCOUNTS
                       END-IF
               END-READ
           END-PERFORM.

       650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 660-JOURNAL-TRAINING - EACH DEPARTMENT'S TRAINING SPEND FOR
      *    THE MONTH, WITH THE DEPARTMENT AS THE DIMENSION.
      *-----------------------------------------------------------------
       660-JOURNAL-TRAINING.

           MOVE "TR" TO WS-WANT-SOURCE.
           PERFORM 170-FIND-MAPPING.
           IF  NOT WS-MAP-FOUND THEN
               GO TO 660-EXIT
           END-IF.
           MOVE 8 TO WS-SOURCE-SUB.

           PERFORM UNTIL WS-TRS-EOF
               READ TRAIN-SPEND-FILE
                   AT END
                       SET WS-TRS-EOF TO TRUE
                   NOT AT END
                       IF  TS-SPEND > ZERO THEN
                           MOVE TS-YEARMONTH TO WS-ITEM-YEARMONTH
                           MOVE TS-DEPT-CODE TO WS-ITEM-DEPT
                           MOVE TS-SPEND     TO WS-ITEM-AMOUNT
                           PERFORM 180-POST-BALANCED-PAIR
                       END-IF
               END-READ
           END-PERFORM.

       660-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-PROVE-AND-RELEASE - EACH SOURCE'S DEBITS MUST EQUAL ITS
      *    CREDITS. ONLY A FILE THAT PROVES GETS THE "RELEASED"
      *-----------------------------------------------------------------
       700-PROVE-AND-RELEASE.

           PERFORM VARYING PRF-IX FROM 1 BY 1 UNTIL PRF-IX > 8
               IF  WS-PF-DEBITS (PRF-IX)
                       NOT = WS-PF-CREDITS (PRF-IX)
                   MOVE "N" TO WS-PROVED-SWITCH
           CLOSE INT-TRAN-FILE.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE DEPR-CHARGE-FILE.
           CLOSE GRAT-MOVE-FILE.
           CLOSE TRAIN-SPEND-FILE.
           CLOSE GL-CONSOL-FILE.

           MOVE WS-POSTING-COUNT  TO WS-RC-READ-COUNT.
           MOVE WS-POSTING-COUNT  TO WS-RC-SELECT-COUNT.
           MOVE WS-POSTING-COUNT  TO WS-RC-WRITE-COUNT.
           COMPUTE WS-RC-ERROR-COUNT =
                   WS-UNMAPPED-COUNT + WS-FX-MISSING-COUNT.
           IF  WS-PROVED THEN
               MOVE "COMPLETE" TO WS-RC-STATUS
           ELSE
           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT80 - " WS-COUNT-DISPLAY
                   " SOURCES WITHOUT A MAPPING CARD".
           MOVE WS-FX-MISSING-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT80 - " WS-COUNT-DISPLAY
                   " ITEMS LEFT OFF FOR WANT OF A RATE".
           IF  NOT WS-PROVED THEN
               DISPLAY "COBBAT80 - FILE NOT RELEASED"
           END-IF.

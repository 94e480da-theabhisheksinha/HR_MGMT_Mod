      *               NUMBER, CUSTOMER, AMOUNT, STATUS - SO A DISPUTED
      *               INVOICE IS A LOOKUP, NOT A RECONSTRUCTION. EACH
      *               INVOICE TOTAL STILL POSTS AS A DEBIT BATCH IN
      *               COBBAT26's ACCTTRAN LAYOUT. EACH REGISTER ROW NOW
      *               CARRIES THE DAYS IT BILLED AND THE MONTH THEY WERE
      *               WORKED, SO A COBBAT85 CREDIT NOTE CAN GIVE DAYS
      *               BACK; A CREDIT NOTE ISSUED WITH THE REBILL FLAG
      *               SET IS BILLED AGAIN HERE AS ITS OWN INVOICE -
      *               THE CREDITED DAYS AT THE PROJECT DEFAULT RATE,
      *               FOR THE MONTH THEY WERE WORKED, QUOTING THE
      *               CREDIT NOTE - AND THE REQUEST MARKED REBILLED.
      *               A FIXED-PRICE PROJECT (WS-PRJ-BILL-TYPE F) IS NOT
      *               BILLED BY THE DAY AT ALL: EACH MILESTONE ON ITS
      *               COBCIO66 SCHEDULE (APITPMIL) THAT IS ACHIEVED
      *               AND SIGNED OFF IS INVOICED ONCE - ITS AMOUNT, OR
      *               ITS PERCENTAGE OF THE CONTRACT VALUE IN
      *               WS-PRJ-BUDGET - AND ONE PAST ITS DUE DATE WITHOUT
      *               SIGN-OFF GOES ON THE MILESTONE EXCEPTION LIST FOR
      *               THE PROJECT OWNER TO CHASE.
      *               RATE CARDS AND CONTRACT VALUES ARE IN THE HOME
      *               CURRENCY; A CUSTOMER BILLED IN ANOTHER CURRENCY
      *               (WS-CUST-CURRENCY) IS INVOICED IN IT AT THE RUN
      *               DATE'S COBBAT86 RATE, WITH THE HOME EQUIVALENT
      *               KEPT ON THE REGISTER FOR THE LEDGER. WITH NO RATE
      *               ON FILE THE INVOICE IS HELD ON THE RATE-MISSING
      *               REPORT AND TRIED AGAIN NEXT RUN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *    ** project/grade and no project default
           SELECT RATE-MISSING-FILE ASSIGN TO RATEMISS
               ORGANIZATION IS SEQUENTIAL.
      *    ** fixed-price milestones past due without sign-off, by
      *    ** project owner
           SELECT MILESTONE-EXCEPTION-FILE ASSIGN TO MILEXCP
               ORGANIZATION IS SEQUENTIAL.
      *    ** invoice debits for the COBBAT26 POSTING RUN, SAME
      *    ** ACCTTRAN LAYOUT WITH TRAILER
           SELECT BILL-TRAN-FILE ASSIGN TO BILLTRAN
      *        ** print document carries the formatted figure
           03  IR-AMOUNT                   PIC 9(9)V9(2).
           03  FILLER                      PIC X(2)  VALUE SPACES.
      *        ** RAISED when cut here - the COBBAT83 receipts run
      *        ** moves it on to PARTPAID or PAID as the money comes in
           03  IR-STATUS                   PIC X(8).
      *        ** cash application tail COBBAT83 maintains - appended
      *        ** past the original shape
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IR-PAID-AMOUNT              PIC 9(9)V9(2).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IR-LAST-PAID-DATE           PIC 9(6).
      *        ** credit note tail - the credit COBBAT85 nets off the
      *        ** invoice, the days billed, the month they were worked,
      *        ** and on a credit line or a rebill the invoice or
      *        ** credit note it answers
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IR-CREDIT-AMOUNT            PIC 9(9)V9(2).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IR-BILLED-DAYS              PIC 9(5)V9(2).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IR-WORK-YEARMONTH           PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IR-REF-INVOICE-NO           PIC X(6).
      *        ** the currency the amounts above are in (blank for the
      *        ** home currency) and IR-AMOUNT's home equivalent at
      *        ** the rate it was raised at
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IR-CURRENCY                 PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IR-HOME-AMOUNT              PIC 9(9)V9(2).

       FD  RATE-MISSING-FILE
           RECORDING MODE IS F.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  RM-REMARK                   PIC X(28).

       FD  MILESTONE-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  MILESTONE-EXCEPTION-RECORD.
           03  ME-OWNER-EMP-NO             PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ME-OWNER-NAME               PIC X(20).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ME-PROJ-NO                  PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ME-SEQ-NO                   PIC Z9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ME-DESC                     PIC X(20).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ME-DUE-DATE                 PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ME-REMARK                   PIC X(26).

       FD  BILL-TRAN-FILE
           RECORDING MODE IS F.
      *    ** same shape as COBBAT26's ACCT-TRAN-RECORD
           03  BT-SOURCE-REF               PIC X(10).
           03  BT-BATCH-COUNT              PIC 9(7).
           03  BT-BATCH-HASH               PIC 9(13)V9(2).
           03  BT-CURRENCY                 PIC X(3).
           03  BT-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(13).

       WORKING-STORAGE SECTION.

               88  WS-PRJ-OPEN            VALUE "O".
           10 WS-PRJ-START-DATE       PIC X(10).
           10 WS-PRJ-END-DATE         PIC X(10).
      *        ** the contract value on a fixed-price project
           10 WS-PRJ-BUDGET           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PRJ-BILL-TYPE        PIC X(1).
               88  WS-PRJ-FIXED-PRICE     VALUE "F".
           10 WS-PRJ-OWNER-EMP-NO     PIC X(6).

      *    ** the COBCIO66 milestone schedule - APITPMIL CMD-CODE 4
      *    ** PER-PROJECT CURSOR, 3 CHANGE
       01  MILESTONE-RECORD.
           10 WS-MIL-PROJ-NO          PIC X(6).
           10 WS-MIL-SEQ-NO           PIC 9(2).
           10 WS-MIL-DESC             PIC X(30).
           10 WS-MIL-PERCENT          PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-MIL-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-MIL-DUE-DATE         PIC X(10).
           10 WS-MIL-ACHIEVED-FLAG    PIC X(1).
               88  WS-MIL-ACHIEVED        VALUE "Y".
           10 WS-MIL-ACHIEVED-OPID    PIC X(3).
           10 WS-MIL-SIGNOFF-OPID     PIC X(3).
               88  WS-MIL-NOT-SIGNED      VALUE SPACES.
           10 WS-MIL-SIGNOFF-DATE     PIC S9(07) USAGE COMP-3.
           10 WS-MIL-INVOICE-NO       PIC X(6).
       01  WS-MIL-SWITCH                   PIC X.
           88  WS-MIL-DONE                     VALUE "Y".
      *    ** set while a milestone invoice is being raised, so the
      *    ** document prints the milestone instead of days
       01  WS-MILESTONE-SWITCH             PIC X VALUE "N".
           88  WS-BILLING-MILESTONE            VALUE "Y".

      *    ** the COBBAT36 actuals
       01  TIME-ACTUAL-RECORD.
           10 WS-TSA-YEARMONTH        PIC X(6).
           10 WS-TSA-ACTUAL-DAYS      PIC S9(3)V9(2) USAGE COMP-3.

      *    ** the job code finds the grade; the name heads the
      *    ** project owner's milestone exception line
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  FILLER                      PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(129).
           03  WS-EMP-JOB                  PIC X(8).
           03  FILLER                      PIC X(23).

       01  CUSTOMER-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-CUST-NAME                 PIC X(30).
           10 FILLER                       PIC X(138).
      *        ** the currency the customer is billed in - blank is
      *        ** the home currency
           10 WS-CUST-CURRENCY             PIC X(3).

      *    ** the COBBAT86 exchange-rate table - APITPFXR CMD-CODE 1
      *    ** READS THE RATE IN FORCE ON A DATE (HOME-CURRENCY UNITS
      *    ** TO ONE UNIT OF THE CURRENCY)
       01  FX-RATE-RECORD.
           10 WS-FXR-CURRENCY         PIC X(3).
           10 WS-FXR-RATE-DATE        PIC 9(6).
           10 WS-FXR-RATE             PIC S9(5)V9(6) USAGE COMP-3.

      *    ** the customer's first account takes the invoice debit -
      *    ** same APITP052 CMD-CODE 4 PER-CUSTOMER CURSOR COBBAT27
           10 WS-CTL-RANGE-NAME       PIC X(8) VALUE "INVOICE ".
           10 WS-CTL-ALLOCATED-NO     PIC X(6).

      *    ** the COBCIO65 credit note request - an issued note with
      *    ** the rebill flag set is billed again
       01  CREDIT-NOTE-RECORD.
           10 WS-CRN-INVOICE-NO       PIC X(6).
           10 WS-CRN-CUST-NO          PIC X(10).
           10 WS-CRN-DAYS             PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-CRN-REASON           PIC X(2).
           10 WS-CRN-REBILL-FLAG      PIC X(1).
               88  WS-CRN-REBILLABLE      VALUE "Y".
           10 WS-CRN-STATUS           PIC X(1).
               88  WS-CRN-ISSUED          VALUE "I".
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

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  WS-LINE-AMOUNT                  PIC S9(9)V9(2) COMP-3.
       01  WS-INVOICE-TOTAL                PIC S9(9)V9(2) COMP-3.
       01  WS-INVOICE-DAYS                 PIC S9(5)V9(2) COMP-3.
      *    ** the invoice priced in the home currency, before it is
      *    ** turned into the customer's
       01  WS-HOME-TOTAL                   PIC S9(9)V9(2) COMP-3.
       01  WS-FX-HELD-SWITCH               PIC X.
           88  WS-FX-HELD                      VALUE "Y".
      *    ** the month the invoice's days were worked and, on a
      *    ** rebill, the credit note it bills again
       01  WS-WORK-YEARMONTH               PIC X(6).
       01  WS-REF-INVOICE-NO               PIC X(6).
       01  WS-RAISED-SWITCH                PIC X.
           88  WS-INVOICE-RAISED               VALUE "Y".
       01  WS-BATCH-HASH                   PIC S9(13)V9(2) COMP-3
                                           VALUE +0.

       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  WS-RUN-DD                   PIC 99.
       01  WS-RUN-YYYY                     PIC 9(4).
      *    ** the run date in the yyyy-mm-dd form the milestone due
      *    ** dates are keyed in, so the two compare directly
       01  WS-RUN-DATE-ISO.
           03  WS-RDI-YYYY                 PIC 9(4).
           03  FILLER                      PIC X VALUE "-".
           03  WS-RDI-MM                   PIC 99.
           03  FILLER                      PIC X VALUE "-".
           03  WS-RDI-DD                   PIC 99.
       01  WS-BILL-YEARMONTH               PIC X(6).
       01  WS-BILL-YM-R REDEFINES WS-BILL-YEARMONTH.
           03  WS-BILL-YM-YYYY             PIC 9(4).
           88  WS-PROJ-DONE                    VALUE "Y".
       01  WS-TSA-SWITCH                   PIC X.
           88  WS-TSA-DONE                     VALUE "Y".
       01  WS-CRN-SWITCH                   PIC X VALUE "N".
           88  WS-CRN-DONE                     VALUE "Y".
       01  WS-PROJ-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-INVOICE-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-TRAN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-UNPRICED-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-FX-HELD-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-REBILL-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-MILESTONE-COUNT              PIC S9(7) COMP VALUE +0.
       01  WS-PAST-DUE-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 1900 + WS-RUN-YY
           END-IF.
           MOVE WS-RUN-YYYY TO WS-RDI-YYYY.
           MOVE WS-RUN-MM   TO WS-RDI-MM.
           MOVE WS-RUN-DD   TO WS-RDI-DD.
           IF  WS-RUN-MM = 1 THEN
               COMPUTE WS-BILL-YM-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-BILL-YM-MM
           OPEN OUTPUT INVOICE-PRINT-FILE.
           OPEN OUTPUT INVOICE-REGISTER-FILE.
           OPEN OUTPUT RATE-MISSING-FILE.
           OPEN OUTPUT MILESTONE-EXCEPTION-FILE.
           OPEN OUTPUT BILL-TRAN-FILE.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * 200-BILL-PROJECTS - EVERY OPEN PROJECT WITH A CUSTOMER NUMBER
      *    IS A BILLING CANDIDATE - BY THE DAY, OR BY MILESTONE WHEN IT
      *    IS FIXED PRICE - THEN THE CREDIT NOTES WAITING TO BE
      *    REBILLED. THE TRANSACTION BATCH TRAILER CLOSES THE RUN.
      *-----------------------------------------------------------------
       200-BILL-PROJECTS.

                   ADD 1 TO WS-PROJ-COUNT
                   IF  WS-PRJ-OPEN
                   AND WS-PRJ-CUST-NO > SPACES
                       IF  WS-PRJ-FIXED-PRICE
                           PERFORM 280-BILL-MILESTONES THRU 280-EXIT
                       ELSE
                           PERFORM 300-BILL-ONE-PROJECT THRU 300-EXIT
                       END-IF
                   END-IF
      *            ** restore the cursor command after the billing
      *            ** steps reused it against their own gateways
               END-IF
           END-PERFORM.

           PERFORM 250-REBILL-CREDIT-NOTES THRU 250-EXIT.

           MOVE SPACES        TO BILL-TRAN-RECORD.
           MOVE "T"           TO BT-RECORD-TYPE.
           MOVE ZERO          TO BT-POST-DATE.
       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-REBILL-CREDIT-NOTES - EVERY ISSUED CREDIT NOTE THE COBCIO65
      *    REQUEST MARKED REBILLABLE, ON THE APITPCRN CMD-CODE 4
      *    UNFILTERED CURSOR.
      *-----------------------------------------------------------------
       250-REBILL-CREDIT-NOTES.

           MOVE 4      TO  CMD-CODE.
           MOVE SPACES TO  CREDIT-NOTE-RECORD.

           PERFORM UNTIL WS-CRN-DONE
               MOVE CREDIT-NOTE-RECORD TO DATA-IN
               CALL "APITPCRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CRN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO CREDIT-NOTE-RECORD
                   IF  WS-CRN-ISSUED
                   AND WS-CRN-REBILLABLE
                       PERFORM 260-REBILL-ONE-NOTE THRU 260-EXIT
                   END-IF
      *            ** restore the cursor command after the rebill
      *            ** steps reused it against their own gateways
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 260-REBILL-ONE-NOTE - THE CREDITED DAYS AT THE PROJECT DEFAULT
      *    (BLANK GRADE) RATE - THE NOTE CARRIES DAYS, NOT THE PEOPLE
      *    WHO WORKED THEM. NO DEFAULT CARD HOLDS THE REBILL ON THE
      *    EXCEPTION REPORT AND IT IS TRIED AGAIN NEXT MONTH.
      *-----------------------------------------------------------------
       260-REBILL-ONE-NOTE.

           MOVE SPACES         TO PROJ-MASTER-RECORD.
           MOVE WS-CRN-PROJ-NO TO WS-PRJ-PROJ-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PROJ-MASTER-RECORD TO DATA-IN.
           CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT37 - PROJECT " WS-CRN-PROJ-NO
                       " NOT FOUND - CREDIT NOTE " WS-CRN-NOTE-NO
                       " NOT REBILLED"
               GO TO 260-EXIT
           END-IF.
           MOVE DATA-OUT TO PROJ-MASTER-RECORD.
      *    ** the rebill goes to whoever was credited
           MOVE WS-CRN-CUST-NO TO WS-PRJ-CUST-NO.

           MOVE SPACES TO WS-WANT-GRADE.
           PERFORM 360-FIND-CARD-RATE THRU 360-EXIT.
           IF  NOT WS-RATE-FOUND THEN
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE WS-CRN-PROJ-NO     TO RM-PROJ-NO
               MOVE SPACES             TO RM-EMP-NO
               MOVE SPACES             TO RM-JOB-GRADE
               MOVE WS-CRN-CREDIT-DAYS TO RM-DAYS
               MOVE "NO RATE - REBILL HELD"     TO RM-REMARK
               WRITE RATE-MISSING-RECORD
               GO TO 260-EXIT
           END-IF.

           MOVE WS-CRN-CREDIT-DAYS TO WS-INVOICE-DAYS.
           COMPUTE WS-INVOICE-TOTAL ROUNDED =
                   WS-CRN-CREDIT-DAYS * WS-APPLIED-RATE.
           MOVE WS-CRN-WORK-YEARMONTH TO WS-WORK-YEARMONTH.
           MOVE WS-CRN-NOTE-NO        TO WS-REF-INVOICE-NO.
           PERFORM 320-RAISE-INVOICE THRU 320-EXIT.
           IF  NOT WS-INVOICE-RAISED THEN
               GO TO 260-EXIT
           END-IF.

           ADD 1 TO WS-REBILL-COUNT.
           MOVE WS-CTL-ALLOCATED-NO TO WS-CRN-REBILL-INVOICE.
           MOVE "R"                 TO WS-CRN-STATUS.
           MOVE 3 TO CMD-CODE.
           MOVE CREDIT-NOTE-RECORD TO DATA-IN.
           CALL "APITPCRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT37 - CREDIT NOTE " WS-CRN-NOTE-NO
                       " REBILLED BUT REQUEST NOT UPDATED"
           END-IF.

       260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 280-BILL-MILESTONES - WALK THE FIXED-PRICE PROJECT'S SCHEDULE.
      *    A SIGNED-OFF MILESTONE NOT YET INVOICED IS BILLED; ONE PAST
      *    ITS DUE DATE AND STILL NOT SIGNED OFF IS LISTED FOR THE
      *    PROJECT OWNER.
      *-----------------------------------------------------------------
       280-BILL-MILESTONES.

           MOVE "N"            TO WS-MIL-SWITCH.
           MOVE SPACES         TO MILESTONE-RECORD.
           MOVE WS-PRJ-PROJ-NO TO WS-MIL-PROJ-NO.
           MOVE 4              TO CMD-CODE.

           PERFORM UNTIL WS-MIL-DONE
               MOVE MILESTONE-RECORD TO DATA-IN
               CALL "APITPMIL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-MIL-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO MILESTONE-RECORD
                   IF  WS-MIL-ACHIEVED
                   AND NOT WS-MIL-NOT-SIGNED
                   AND WS-MIL-INVOICE-NO = SPACES
                       PERFORM 290-BILL-ONE-MILESTONE THRU 290-EXIT
                   END-IF
                   IF  WS-MIL-NOT-SIGNED
                   AND WS-MIL-DUE-DATE > SPACES
                   AND WS-MIL-DUE-DATE < WS-RUN-DATE-ISO
                       PERFORM 295-LIST-PAST-DUE
                   END-IF
      *            ** restore the cursor command and key after the
      *            ** invoice steps reused them
                   MOVE 4              TO CMD-CODE
                   MOVE WS-PRJ-PROJ-NO TO WS-MIL-PROJ-NO
               END-IF
           END-PERFORM.

       280-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 290-BILL-ONE-MILESTONE - THE MILESTONE'S AMOUNT, OR ITS
      *    PERCENTAGE OF THE CONTRACT VALUE, RAISED AS ITS OWN INVOICE
      *    AND THE INVOICE NUMBER KEPT ON THE MILESTONE SO IT IS NEVER
      *    BILLED TWICE.
      *-----------------------------------------------------------------
       290-BILL-ONE-MILESTONE.

           IF  WS-MIL-AMOUNT NOT = ZERO THEN
               MOVE WS-MIL-AMOUNT TO WS-INVOICE-TOTAL
           ELSE
               COMPUTE WS-INVOICE-TOTAL ROUNDED =
                       WS-PRJ-BUDGET * WS-MIL-PERCENT / 100
           END-IF.
           IF  WS-INVOICE-TOTAL NOT > ZERO THEN
               GO TO 290-EXIT
           END-IF.

           MOVE ZERO              TO WS-INVOICE-DAYS.
           MOVE WS-BILL-YEARMONTH TO WS-WORK-YEARMONTH.
           MOVE SPACES            TO WS-REF-INVOICE-NO.
           SET WS-BILLING-MILESTONE TO TRUE.
           PERFORM 320-RAISE-INVOICE THRU 320-EXIT.
           MOVE "N" TO WS-MILESTONE-SWITCH.
           IF  NOT WS-INVOICE-RAISED THEN
               GO TO 290-EXIT
           END-IF.

           ADD 1 TO WS-MILESTONE-COUNT.
           MOVE WS-CTL-ALLOCATED-NO TO WS-MIL-INVOICE-NO.
           MOVE 3 TO CMD-CODE.
           MOVE MILESTONE-RECORD TO DATA-IN.
           CALL "APITPMIL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT37 - MILESTONE " WS-MIL-PROJ-NO "/"
                       WS-MIL-SEQ-NO " INVOICED BUT NOT UPDATED"
           END-IF.

       290-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 295-LIST-PAST-DUE - ONE EXCEPTION LINE, HEADED BY THE PROJECT
      *    OWNER SO THE LIST CAN BE SPLIT BY OWNER.
      *-----------------------------------------------------------------
       295-LIST-PAST-DUE.

           ADD 1 TO WS-PAST-DUE-COUNT.
           MOVE SPACES TO WS-EMP-NAME.
           IF  WS-PRJ-OWNER-EMP-NO > SPACES THEN
               MOVE SPACES              TO EMPLOYEE-MASTER-RECORD
               MOVE WS-PRJ-OWNER-EMP-NO TO WS-EMP-ID
               MOVE 1 TO CMD-CODE
               MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN
               CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
               END-IF
           END-IF.

           MOVE WS-PRJ-OWNER-EMP-NO TO ME-OWNER-EMP-NO.
           MOVE WS-EMP-NAME         TO ME-OWNER-NAME.
           MOVE WS-PRJ-PROJ-NO      TO ME-PROJ-NO.
           MOVE WS-MIL-SEQ-NO       TO ME-SEQ-NO.
           MOVE WS-MIL-DESC         TO ME-DESC.
           MOVE WS-MIL-DUE-DATE     TO ME-DUE-DATE.
           IF  WS-MIL-ACHIEVED THEN
               MOVE "ACHIEVED - NOT SIGNED OFF" TO ME-REMARK
           ELSE
               MOVE "PAST DUE - NOT ACHIEVED"   TO ME-REMARK
           END-IF.
           WRITE MILESTONE-EXCEPTION-RECORD.

      *-----------------------------------------------------------------
      * 300-BILL-ONE-PROJECT - PRICE EACH BOOKED ACTUAL AT ITS
      *    EMPLOYEE'S GRADE RATE OFF THE CARD, AND IF ANYTHING PRICED
      *    RAISE THE INVOICE FOR THE BILLING MONTH.
      *-----------------------------------------------------------------
       300-BILL-ONE-PROJECT.

               GO TO 300-EXIT
           END-IF.

           MOVE WS-BILL-YEARMONTH TO WS-WORK-YEARMONTH.
           MOVE SPACES            TO WS-REF-INVOICE-NO.
           PERFORM 320-RAISE-INVOICE THRU 320-EXIT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 320-RAISE-INVOICE - ALLOCATE AN INVOICE NUMBER, WRITE THE
      *    INVOICE, THE PRINT DOCUMENT AND THE REGISTER ROW, AND POST
      *    THE TOTAL AS A DEBIT TO THE CUSTOMER'S FIRST ACCOUNT. CALLER
      *    HAS THE PROJECT, WS-INVOICE-DAYS/TOTAL, WS-WORK-YEARMONTH
      *    AND WS-REF-INVOICE-NO SET.
      *-----------------------------------------------------------------
       320-RAISE-INVOICE.

           MOVE "N" TO WS-RAISED-SWITCH.
           PERFORM 330-PRICE-IN-CUSTOMER-CURRENCY THRU 330-EXIT.
           IF  WS-FX-HELD THEN
               GO TO 320-EXIT
           END-IF.

           MOVE 2 TO CMD-CODE.
           MOVE NUMBER-CONTROL-RECORD TO DATA-IN.
           CALL "APITPCTL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT37 - INVOICE NUMBER ALLOCATION FAILED"
               GO TO 320-EXIT
           END-IF.
           MOVE DATA-OUT TO NUMBER-CONTROL-RECORD.

           ADD 1 TO WS-INVOICE-COUNT.
           SET WS-INVOICE-RAISED TO TRUE.

           MOVE SPACES               TO INVOICE-RECORD.
           MOVE "H"                  TO IV-LINE-TYPE.
           MOVE WS-BILL-YEARMONTH    TO IR-BILL-YEARMONTH.
           MOVE WS-INVOICE-TOTAL     TO IR-AMOUNT.
           MOVE "RAISED  "           TO IR-STATUS.
           MOVE ZERO                 TO IR-PAID-AMOUNT.
           MOVE ZERO                 TO IR-LAST-PAID-DATE.
           MOVE ZERO                 TO IR-CREDIT-AMOUNT.
           MOVE WS-INVOICE-DAYS      TO IR-BILLED-DAYS.
           MOVE WS-WORK-YEARMONTH    TO IR-WORK-YEARMONTH.
           MOVE WS-REF-INVOICE-NO    TO IR-REF-INVOICE-NO.
           MOVE WS-CUST-CURRENCY     TO IR-CURRENCY.
           MOVE WS-HOME-TOTAL        TO IR-HOME-AMOUNT.
           WRITE INVOICE-REGISTER-RECORD.

           PERFORM 400-POST-INVOICE-DEBIT.

       320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 330-PRICE-IN-CUSTOMER-CURRENCY - THE HOME-CURRENCY TOTAL INTO
      *    THE CURRENCY THE CUSTOMER IS BILLED IN, AT THE RATE IN FORCE
      *    ON THE RUN DATE. NO RATE ON FILE HOLDS THE INVOICE
      *    (WS-FX-HELD) AND THE HOLD GOES ON THE RATE-MISSING REPORT.
      *-----------------------------------------------------------------
       330-PRICE-IN-CUSTOMER-CURRENCY.

           MOVE "N" TO WS-FX-HELD-SWITCH.
           MOVE WS-INVOICE-TOTAL TO WS-HOME-TOTAL.

           MOVE SPACES         TO CUSTOMER-MASTER-RECORD.
           MOVE WS-PRJ-CUST-NO TO WS-CUST-NO.
           MOVE 2 TO CMD-CODE.
           MOVE CUSTOMER-MASTER-RECORD TO DATA-IN.
           CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO CUSTOMER-MASTER-RECORD
           ELSE
               MOVE SPACES TO WS-CUST-CURRENCY
           END-IF.

           IF  WS-CUST-CURRENCY = SPACES THEN
               GO TO 330-EXIT
           END-IF.

           MOVE WS-CUST-CURRENCY TO WS-FXR-CURRENCY.
           MOVE WS-RUN-DATE      TO WS-FXR-RATE-DATE.
           MOVE ZERO             TO WS-FXR-RATE.
           MOVE 1 TO CMD-CODE.
           MOVE FX-RATE-RECORD TO DATA-IN.
           CALL "APITPFXR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO FX-RATE-RECORD
           END-IF.

           IF  RESP-CODE = 0
           OR  WS-FXR-RATE NOT > ZERO
               ADD 1 TO WS-FX-HELD-COUNT
               MOVE WS-PRJ-PROJ-NO  TO RM-PROJ-NO
               MOVE SPACES          TO RM-EMP-NO
               MOVE SPACES          TO RM-JOB-GRADE
               MOVE WS-INVOICE-DAYS TO RM-DAYS
               MOVE "NO FX RATE - INVOICE HELD" TO RM-REMARK
               WRITE RATE-MISSING-RECORD
               SET WS-FX-HELD TO TRUE
               GO TO 330-EXIT
           END-IF.

           COMPUTE WS-INVOICE-TOTAL ROUNDED =
                   WS-HOME-TOTAL / WS-FXR-RATE.

       330-EXIT.
           EXIT.

      *-----------------------------------------------------------------

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INVOICE " WS-CTL-ALLOCATED-NO
                  "  PERIOD " WS-WORK-YEARMONTH
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 380-WRITE-PRINT-LINE.

           IF  WS-REF-INVOICE-NO NOT = SPACES THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REBILL OF CREDIT NOTE " WS-REF-INVOICE-NO
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 380-WRITE-PRINT-LINE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TO: " WS-CUST-NAME
                  "  (" WS-PRJ-CUST-NO ")"
           MOVE WS-INVOICE-DAYS  TO WS-DAYS-DISPLAY.
           MOVE WS-INVOICE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           IF  WS-BILLING-MILESTONE THEN
               STRING "  PROJECT " WS-PRJ-PROJ-NO
                      "  " WS-PRJ-NAME (1:20)
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 380-WRITE-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  MILESTONE " WS-MIL-SEQ-NO
                      "  " WS-MIL-DESC (1:24)
                      "  " WS-AMOUNT-DISPLAY
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  PROJECT " WS-PRJ-PROJ-NO
                      "  " WS-PRJ-NAME (1:20)
                      "  DAYS " WS-DAYS-DISPLAY
                      "  " WS-AMOUNT-DISPLAY
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 380-WRITE-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL DUE ............ " WS-AMOUNT-DISPLAY
                  " " WS-CUST-CURRENCY
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 380-WRITE-PRINT-LINE.

               MOVE WS-RUN-DATE         TO BT-POST-DATE
               MOVE "D"                 TO BT-DC-CODE
               MOVE WS-INVOICE-TOTAL    TO BT-AMOUNT
               MOVE WS-CUST-CURRENCY    TO BT-CURRENCY
               MOVE WS-CTL-ALLOCATED-NO TO BT-SOURCE-REF
               MOVE "BIL"               TO BT-TRAN-CODE
               MOVE ZERO                TO BT-BATCH-COUNT
               MOVE ZERO                TO BT-BATCH-HASH
               WRITE BILL-TRAN-RECORD
           CLOSE INVOICE-PRINT-FILE.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE RATE-MISSING-FILE.
           CLOSE MILESTONE-EXCEPTION-FILE.
           CLOSE BILL-TRAN-FILE.

           MOVE WS-PROJ-COUNT    TO WS-RC-READ-COUNT.
           MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT37 - " WS-COUNT-DISPLAY
                   " DEBITS HANDED TO THE POSTING RUN".
           MOVE WS-REBILL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT37 - " WS-COUNT-DISPLAY
                   " CREDIT NOTES REBILLED".
           MOVE WS-MILESTONE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT37 - " WS-COUNT-DISPLAY
                   " FIXED-PRICE MILESTONES INVOICED".
           MOVE WS-PAST-DUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT37 - " WS-COUNT-DISPLAY
                   " MILESTONES PAST DUE WITHOUT SIGN-OFF".
           MOVE WS-UNPRICED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT37 - " WS-COUNT-DISPLAY
                   " BOOKED LINES HELD FOR A MISSING RATE".
           MOVE WS-FX-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT37 - " WS-COUNT-DISPLAY
                   " INVOICES HELD FOR A MISSING EXCHANGE RATE".

      *               OPEN SUSPENSE ITEM (APITPSUS) FOR THE COBCIO55
      *               REPAIR SCREEN TO CORRECT AND RELEASE, SO EVERY
      *               BATCH'S MONEY IS ALWAYS SOMEWHERE ACCOUNTABLE.
      *               A DETAIL KEYED IN A CURRENCY OTHER THAN ITS
      *               ACCOUNT'S (TN-CURRENCY - BLANK MEANS THE
      *               ACCOUNT'S OWN) IS CONVERTED AT THE POST DATE'S
      *               COBBAT86 RATE (APITPFXR) BEFORE IT POSTS; WITH NO
      *               RATE ON FILE IT GOES TO SUSPENSE LIKE ANY OTHER
      *               DETAIL THAT CANNOT POST. A COBBAT87 FEE
      *               POSTING (SOURCE "FEE ...") DOES NOT WAKE A
      *               DORMANT ACCOUNT. EVERY DETAIL CARRIES A
      *               TRANSACTION CODE (TN-TRAN-CODE) THAT MUST BE ON
      *               THE COBBAT88 CODE MASTER (APITPTCD) AND ALLOW THE
      *               DETAIL'S DEBIT/CREDIT DIRECTION - OTHERWISE THE
      *               DETAIL GOES TO SUSPENSE. THE CODE IS KEPT ON THE
      *               HISTORY ROW; SUSPENSE LEGS CARRY CODE SUS.
      *               THE FILE MAY HOLD ANY NUMBER OF INDEPENDENTLY
      *               TRAILERED BATCHES OF ANY SIZE - A FIRST PASS
      *               PROVES EACH BATCH AGAINST ITS OWN TRAILER, A
      *               SECOND PASS POSTS THE PROVED ONES, AND A BATCH
      *               THAT FAILS ITS PROOF REJECTS ON ITS OWN WHILE
      *               THE REST OF THE DAY'S BATCHES POST.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  TN-SOURCE-REF               PIC X(10).
           03  TN-BATCH-COUNT              PIC 9(7).
           03  TN-BATCH-HASH               PIC 9(13)V9(2).
      *        ** the currency TN-AMOUNT is in - blank is the
      *        ** account's own
           03  TN-CURRENCY                 PIC X(3).
           03  TN-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(13).

       FD  TRAN-HISTORY-FILE
           RECORDING MODE IS F.
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

       FD  TRAN-ERROR-REPORT-FILE
           RECORDING MODE IS F.
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the detail being posted - the file is read twice, once
      *    ** to prove every batch against its trailer and once to
      *    ** post the proved ones, so no batch of any size is ever
      *    ** held in storage
       01  WS-TRAN-ENTRY.
           05  WS-TT-ACC-NO                PIC X(10).
           05  WS-TT-POST-DATE             PIC 9(6).
           05  WS-TT-DC-CODE               PIC X(1).
           05  WS-TT-AMOUNT                PIC S9(9)V9(2) COMP-3.
           05  WS-TT-SOURCE-REF            PIC X(10).
           05  WS-TT-CURRENCY              PIC X(3).
           05  WS-TT-TRAN-CODE             PIC X(3).
       01  WS-TRAN-COUNT                   PIC S9(7) COMP VALUE +0.

      *    ** the file carries any number of independently trailered
      *    ** batches (the feeder runs each close their own). the
      *    ** proving pass leaves one verdict per batch here, in file
      *    ** order, for the posting pass - P = PROVED, R = REJECTED.
      *    ** an out-of-balance batch rejects WHOLE, not half-posted,
      *    ** and on its own - the other batches still post
       01  WS-BATCH-TABLE.
           03  WS-BATCH-ENTRY OCCURS 500 TIMES INDEXED BY BATCH-IX.
               05  WS-BT-VERDICT           PIC X(1).
                   88  WS-BT-PROVED            VALUE "P".
               05  WS-BT-TRAN-COUNT        PIC S9(7) COMP.
       01  WS-BATCH-NO                     PIC S9(7) COMP VALUE +0.
       01  WS-BATCH-NO-DISPLAY             PIC 9(5).
      *    ** the posting pass's own walk through the batches - the
      *    ** proving pass's count stays for the trailer totals
       01  WS-POST-BATCH-NO                PIC S9(7) COMP VALUE +0.
       01  WS-REJECT-BATCH-COUNT           PIC S9(7) COMP VALUE +0.
       01  WS-REJECT-TRAN-COUNT            PIC S9(7) COMP VALUE +0.

      *    ** the running proof of the batch being read
       01  WS-BATCH-TRAN-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-BATCH-HASH                   PIC S9(13)V9(2) COMP-3
                                           VALUE +0.
       01  WS-TRAILER-COUNT                PIC S9(7) COMP VALUE -1.

       01  WS-BALANCE-BEFORE               PIC S9(9)V9(2) COMP-3.

      *    ** the detail's amount in the currency of the account it
      *    ** posts to
       01  WS-POST-AMOUNT                  PIC S9(9)V9(2) COMP-3.
       01  WS-HOME-AMOUNT                  PIC S9(11)V9(2) COMP-3.
       01  WS-FROM-CURRENCY                PIC X(3).
       01  WS-TO-CURRENCY                  PIC X(3).
       01  WS-RATE-MISSING-SWITCH          PIC X VALUE "N".
           88  WS-RATE-MISSING                 VALUE "Y".

      *    ** the COBBAT86 exchange-rate table - APITPFXR CMD-CODE 1
      *    ** READS THE RATE IN FORCE ON A DATE (HOME-CURRENCY UNITS
      *    ** TO ONE UNIT OF THE CURRENCY)
       01  FX-RATE-RECORD.
           10 WS-FXR-CURRENCY         PIC X(3).
           10 WS-FXR-RATE-DATE        PIC 9(6).
           10 WS-FXR-RATE             PIC S9(5)V9(6) USAGE COMP-3.

      *    ** the COBBAT88 transaction-code master - APITPTCD
      *    ** CMD-CODE 1 READS BY CODE. WS-TCD-DIRECTION IS THE WAY
      *    ** THE CODE MAY POST - D, C OR B FOR BOTH
       01  TRAN-CODE-RECORD.
           10 WS-TCD-TRAN-CODE        PIC X(3).
           10 WS-TCD-DESCRIPTION      PIC X(30).
           10 WS-TCD-DIRECTION        PIC X(1).
               88  WS-TCD-EITHER-WAY      VALUE "B".
           10 WS-TCD-NARRATIVE        PIC X(30).
           10 WS-TCD-GL-ACCOUNT       PIC X(8).

      *    ** the house suspense account rejected money posts to -
      *    ** the account every branch ledger reconciles daily
       01  WS-SUSPENSE-ACC-NO              PIC X(10)

       01  WS-TRAN-EOF-SWITCH              PIC X VALUE "N".
           88  WS-TRAN-EOF                     VALUE "Y".
       01  WS-POSTED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       000-MAIN-LOGIC.

           PERFORM 100-INITIALIZE
           PERFORM 200-PROVE-BATCHES THRU 200-EXIT
           PERFORM 400-POST-BATCHES THRU 400-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
           OPEN OUTPUT TRAN-ERROR-REPORT-FILE.

      *-----------------------------------------------------------------
      * 200-PROVE-BATCHES - FIRST PASS. EVERY DETAIL COUNTS AND HASHES
      *    INTO THE BATCH BEING READ; EACH TRAILER CLOSES ITS BATCH
      *    AND THE VERDICT IS KEPT. DETAILS AFTER THE LAST TRAILER
      *    ARE A BATCH WITH NO TRAILER AND REJECT.
      *-----------------------------------------------------------------
       200-PROVE-BATCHES.

           PERFORM UNTIL WS-TRAN-EOF
               READ ACCT-TRAN-FILE
                       IF  TN-RECORD-TYPE = "T" THEN
                           MOVE TN-BATCH-COUNT TO WS-TRAILER-COUNT
                           MOVE TN-BATCH-HASH  TO WS-TRAILER-HASH
                           PERFORM 300-PROVE-BATCH THRU 300-EXIT
                       ELSE
                           ADD 1 TO WS-TRAN-COUNT
                           ADD 1 TO WS-BATCH-TRAN-COUNT
                           ADD TN-AMOUNT TO WS-BATCH-HASH
                       END-IF
               END-READ
           END-PERFORM.

      *    ** a file with no trailer at all - even an empty one -
      *    ** is a batch that never closed
           IF  WS-BATCH-TRAN-COUNT > ZERO
           OR  WS-BATCH-NO = ZERO
               MOVE -1 TO WS-TRAILER-COUNT
               PERFORM 300-PROVE-BATCH THRU 300-EXIT
           END-IF.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-PROVE-BATCH - THE BATCH'S DETAILS MUST AGREE WITH ITS
      *    TRAILER ON BOTH COUNT AND AMOUNT HASH, AND THE TRAILER MUST
      *    BE THERE AT ALL - OTHERWISE THE WHOLE BATCH IS REJECTED AND
      *    NOTHING IN IT POSTS. THE RUNNING PROOF THEN RESETS FOR THE
      *    NEXT BATCH.
      *-----------------------------------------------------------------
       300-PROVE-BATCH.

           ADD 1 TO WS-BATCH-NO.
           MOVE WS-BATCH-NO TO WS-BATCH-NO-DISPLAY.
           MOVE SPACES            TO TE-ACC-NO.
           MOVE "BATCH"           TO TE-SOURCE-REF.
           MOVE WS-BATCH-NO-DISPLAY TO TE-SOURCE-REF (6:5).
           MOVE WS-BATCH-HASH     TO TE-AMOUNT.

           IF  WS-BATCH-NO > 500 THEN
               ADD 1 TO WS-REJECT-BATCH-COUNT
               ADD WS-BATCH-TRAN-COUNT TO WS-REJECT-TRAN-COUNT
               MOVE "TOO MANY BATCHES - REJECTED" TO TE-REMARK
               WRITE TRAN-ERROR-REPORT-RECORD
               GO TO 300-RESET
           END-IF.

           SET BATCH-IX TO WS-BATCH-NO.
           MOVE WS-BATCH-TRAN-COUNT TO WS-BT-TRAN-COUNT (BATCH-IX).
           MOVE "P" TO WS-BT-VERDICT (BATCH-IX).

           IF  WS-TRAILER-COUNT < 0
               MOVE "R" TO WS-BT-VERDICT (BATCH-IX)
               MOVE "NO TRAILER - BATCH REJECTED" TO TE-REMARK
           ELSE
           IF  WS-TRAILER-COUNT NOT = WS-BATCH-TRAN-COUNT
           OR  WS-TRAILER-HASH  NOT = WS-BATCH-HASH
               MOVE "R" TO WS-BT-VERDICT (BATCH-IX)
               MOVE "BATCH OUT OF BALANCE - REJECTED"
                                      TO TE-REMARK
           END-IF
           END-IF.

           IF  NOT WS-BT-PROVED (BATCH-IX) THEN
               ADD 1 TO WS-REJECT-BATCH-COUNT
               ADD WS-BATCH-TRAN-COUNT TO WS-REJECT-TRAN-COUNT
               WRITE TRAN-ERROR-REPORT-RECORD
           END-IF.

       300-RESET.
           MOVE ZERO TO WS-BATCH-TRAN-COUNT.
           MOVE ZERO TO WS-BATCH-HASH.
           MOVE -1   TO WS-TRAILER-COUNT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-POST-BATCHES - SECOND PASS. THE FILE IS READ AGAIN FROM
      *    THE TOP AND EVERY DETAIL OF A PROVED BATCH IS APPLIED TO
      *    ITS ACCOUNT. AN UNKNOWN ACCOUNT GOES TO THE ERROR REPORT
      *    AND THE REST OF THE BATCH STILL POSTS - THE BATCH PROVED,
      *    THE KEYING OF ONE ACCOUNT DIDN'T.
      *-----------------------------------------------------------------
       400-POST-BATCHES.

           IF  WS-REJECT-BATCH-COUNT = WS-BATCH-NO THEN
               GO TO 400-EXIT
           END-IF.

           CLOSE ACCT-TRAN-FILE.
           OPEN INPUT ACCT-TRAN-FILE.
           MOVE "N" TO WS-TRAN-EOF-SWITCH.
           MOVE 1   TO WS-POST-BATCH-NO.

           PERFORM UNTIL WS-TRAN-EOF
               READ ACCT-TRAN-FILE
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF  TN-RECORD-TYPE = "T" THEN
                           ADD 1 TO WS-POST-BATCH-NO
                       ELSE
                           IF  WS-POST-BATCH-NO NOT > 500 THEN
                               SET BATCH-IX TO WS-POST-BATCH-NO
                               IF  WS-BT-PROVED (BATCH-IX) THEN
                                   PERFORM 450-TAKE-DETAIL
                                   PERFORM 500-POST-ONE-TRAN
                                           THRU 500-EXIT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-TAKE-DETAIL - THE DETAIL RECORD INTO WORKING STORAGE.
      *-----------------------------------------------------------------
       450-TAKE-DETAIL.

           MOVE TN-ACC-NO     TO WS-TT-ACC-NO.
           MOVE TN-POST-DATE  TO WS-TT-POST-DATE.
           MOVE TN-DC-CODE    TO WS-TT-DC-CODE.
           MOVE TN-AMOUNT     TO WS-TT-AMOUNT.
           MOVE TN-SOURCE-REF TO WS-TT-SOURCE-REF.
           MOVE TN-CURRENCY   TO WS-TT-CURRENCY.
           MOVE TN-TRAN-CODE  TO WS-TT-TRAN-CODE.

      *-----------------------------------------------------------------
      * 500-POST-ONE-TRAN - READ THE ACCOUNT, APPLY THE DEBIT OR
      *    CREDIT, CHANGE THE ACCOUNT IN PLACE, AND RETAIN THE
      *-----------------------------------------------------------------
       500-POST-ONE-TRAN.

      *    ** the transaction code must be on the code master and
      *    ** allow this direction before the account is touched
           MOVE SPACES                    TO TRAN-CODE-RECORD.
           MOVE WS-TT-TRAN-CODE TO WS-TCD-TRAN-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE TRAN-CODE-RECORD TO DATA-IN.
           CALL "APITPTCD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE WS-TT-ACC-NO     TO TE-ACC-NO
               MOVE WS-TT-SOURCE-REF TO TE-SOURCE-REF
               MOVE WS-TT-AMOUNT     TO TE-AMOUNT
               MOVE "TRAN CODE NOT ON FILE - SUSP" TO TE-REMARK
               WRITE TRAN-ERROR-REPORT-RECORD
               PERFORM 600-POST-TO-SUSPENSE THRU 600-EXIT
               GO TO 500-EXIT
           END-IF.
           MOVE DATA-OUT TO TRAN-CODE-RECORD.
           IF  NOT WS-TCD-EITHER-WAY
           AND WS-TCD-DIRECTION NOT = WS-TT-DC-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE WS-TT-ACC-NO     TO TE-ACC-NO
               MOVE WS-TT-SOURCE-REF TO TE-SOURCE-REF
               MOVE WS-TT-AMOUNT     TO TE-AMOUNT
               MOVE "TRAN CODE WRONG WAY - SUSP" TO TE-REMARK
               WRITE TRAN-ERROR-REPORT-RECORD
               PERFORM 600-POST-TO-SUSPENSE THRU 600-EXIT
               GO TO 500-EXIT
           END-IF.

           MOVE SPACES                  TO ACCOUNT-MASTER-RECORD.
           MOVE WS-TT-ACC-NO  TO WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE WS-TT-ACC-NO     TO TE-ACC-NO
               MOVE WS-TT-SOURCE-REF TO TE-SOURCE-REF
               MOVE WS-TT-AMOUNT     TO TE-AMOUNT
               MOVE "ACCOUNT NOT ON FILE - SUSP" TO TE-REMARK
               WRITE TRAN-ERROR-REPORT-RECORD
               PERFORM 600-POST-TO-SUSPENSE THRU 600-EXIT
           END-IF.
           MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD.

      *    ** a detail in another currency is converted into the
      *    ** account's before anything is touched
           MOVE WS-TT-AMOUNT TO WS-POST-AMOUNT.
           IF  WS-TT-CURRENCY > SPACES
           AND WS-TT-CURRENCY NOT = WS-ACC-CURRENCY
               MOVE WS-TT-CURRENCY TO WS-FROM-CURRENCY
               MOVE WS-ACC-CURRENCY          TO WS-TO-CURRENCY
               PERFORM 550-CONVERT-AMOUNT THRU 550-EXIT
               IF  WS-RATE-MISSING
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE WS-TT-ACC-NO     TO TE-ACC-NO
                   MOVE WS-TT-SOURCE-REF TO TE-SOURCE-REF
                   MOVE WS-TT-AMOUNT     TO TE-AMOUNT
                   MOVE "NO EXCHANGE RATE - SUSPENSE" TO TE-REMARK
                   WRITE TRAN-ERROR-REPORT-RECORD
                   PERFORM 600-POST-TO-SUSPENSE THRU 600-EXIT
                   GO TO 500-EXIT
               END-IF
           END-IF.

      *    ** a customer-initiated posting reactivates an account the
      *    ** COBBAT67 dormancy sweep froze - logged through the
      *    ** audit trail, as the auditors asked. a COBBAT87 fee is
      *    ** the bank's own charge and leaves it dormant
           IF  WS-ACC-STATUS = "F" AND WS-ACC-REASON = "DM"
           AND WS-TT-SOURCE-REF (1:4) NOT = "FEE "
               MOVE ACCOUNT-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE "O"    TO WS-ACC-STATUS
               MOVE SPACES TO WS-ACC-REASON
           END-IF.

           MOVE WS-ACC-TOTAL TO WS-BALANCE-BEFORE.
           IF  WS-TT-DC-CODE = "D" THEN
               SUBTRACT WS-POST-AMOUNT FROM WS-ACC-TOTAL
           ELSE
               ADD WS-POST-AMOUNT TO WS-ACC-TOTAL
           END-IF.

           MOVE 3 TO CMD-CODE.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE WS-TT-ACC-NO     TO TE-ACC-NO
               MOVE WS-TT-SOURCE-REF TO TE-SOURCE-REF
               MOVE WS-TT-AMOUNT     TO TE-AMOUNT
               MOVE "UPDATE FAILED - SUSPENSE" TO TE-REMARK
               WRITE TRAN-ERROR-REPORT-RECORD
               PERFORM 600-POST-TO-SUSPENSE THRU 600-EXIT
           END-IF.

           ADD 1 TO WS-POSTED-COUNT.
           MOVE WS-TT-ACC-NO     TO TH-ACC-NO.
           MOVE WS-TT-POST-DATE  TO TH-POST-DATE.
           MOVE WS-TT-DC-CODE    TO TH-DC-CODE.
           MOVE WS-POST-AMOUNT             TO TH-AMOUNT.
           MOVE WS-TT-SOURCE-REF TO TH-SOURCE-REF.
           MOVE WS-BALANCE-BEFORE          TO TH-BALANCE-BEFORE.
           MOVE WS-ACC-TOTAL               TO TH-BALANCE-AFTER.
           MOVE WS-TT-TRAN-CODE  TO TH-TRAN-CODE.
           WRITE TRAN-HISTORY-RECORD.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-CONVERT-AMOUNT - THE DETAIL'S AMOUNT FROM WS-FROM-CURRENCY
      *    INTO WS-TO-CURRENCY THROUGH THE HOME CURRENCY, AT THE RATES
      *    IN FORCE ON THE POST DATE. BLANK ON EITHER SIDE IS THE HOME
      *    CURRENCY. A RATE NOT ON FILE SETS WS-RATE-MISSING.
      *-----------------------------------------------------------------
       550-CONVERT-AMOUNT.

           MOVE "N" TO WS-RATE-MISSING-SWITCH.

           IF  WS-FROM-CURRENCY = SPACES THEN
               MOVE WS-TT-AMOUNT TO WS-HOME-AMOUNT
           ELSE
               MOVE WS-FROM-CURRENCY TO WS-FXR-CURRENCY
               PERFORM 560-READ-RATE
               IF  WS-RATE-MISSING THEN
                   GO TO 550-EXIT
               END-IF
               COMPUTE WS-HOME-AMOUNT ROUNDED =
                       WS-TT-AMOUNT * WS-FXR-RATE
           END-IF.

           IF  WS-TO-CURRENCY = SPACES THEN
               MOVE WS-HOME-AMOUNT TO WS-POST-AMOUNT
           ELSE
               MOVE WS-TO-CURRENCY TO WS-FXR-CURRENCY
               PERFORM 560-READ-RATE
               IF  WS-RATE-MISSING THEN
                   GO TO 550-EXIT
               END-IF
               COMPUTE WS-POST-AMOUNT ROUNDED =
                       WS-HOME-AMOUNT / WS-FXR-RATE
           END-IF.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 560-READ-RATE - THE RATE FOR WS-FXR-CURRENCY IN FORCE ON THE
      *    DETAIL'S POST DATE.
      *-----------------------------------------------------------------
       560-READ-RATE.

           MOVE WS-TT-POST-DATE TO WS-FXR-RATE-DATE.
           MOVE ZERO                      TO WS-FXR-RATE.
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
      * 600-POST-TO-SUSPENSE - THE REJECTED DETAIL'S MONEY GOES ONTO
      *    THE SUSPENSE ACCOUNT (WITH ITS OWN HISTORY ROW, SO THE
           END-IF.
           MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD.

      *    ** the suspense account is kept in the home currency - a
      *    ** detail keyed in another currency goes in at its home
      *    ** equivalent where there is a rate to find it by
           MOVE WS-TT-AMOUNT TO WS-POST-AMOUNT.
           IF  WS-TT-CURRENCY > SPACES THEN
               MOVE WS-TT-CURRENCY TO WS-FROM-CURRENCY
               MOVE SPACES                   TO WS-TO-CURRENCY
               PERFORM 550-CONVERT-AMOUNT THRU 550-EXIT
               IF  WS-RATE-MISSING THEN
                   MOVE WS-TT-AMOUNT TO WS-POST-AMOUNT
               END-IF
           END-IF.

           MOVE WS-ACC-TOTAL TO WS-BALANCE-BEFORE.
           IF  WS-TT-DC-CODE = "D" THEN
               SUBTRACT WS-POST-AMOUNT FROM WS-ACC-TOTAL
           ELSE
               ADD WS-POST-AMOUNT TO WS-ACC-TOTAL
           END-IF.

           MOVE 3 TO CMD-CODE.
           END-IF.

           MOVE WS-SUSPENSE-ACC-NO         TO TH-ACC-NO.
           MOVE WS-TT-POST-DATE  TO TH-POST-DATE.
           MOVE WS-TT-DC-CODE    TO TH-DC-CODE.
           MOVE WS-POST-AMOUNT             TO TH-AMOUNT.
           MOVE WS-TT-SOURCE-REF TO TH-SOURCE-REF.
           MOVE WS-BALANCE-BEFORE          TO TH-BALANCE-BEFORE.
           MOVE WS-ACC-TOTAL               TO TH-BALANCE-AFTER.
           MOVE "SUS"                      TO TH-TRAN-CODE.
           WRITE TRAN-HISTORY-RECORD.

           MOVE WS-TT-SOURCE-REF TO WS-SUS-SOURCE-REF.
           MOVE WS-TT-ACC-NO     TO WS-SUS-ACC-NO.
           MOVE WS-TT-POST-DATE  TO WS-SUS-POST-DATE.
           MOVE WS-TT-DC-CODE    TO WS-SUS-DC-CODE.
           MOVE WS-POST-AMOUNT             TO WS-SUS-AMOUNT.
           MOVE "O"                        TO WS-SUS-STATUS.
           MOVE 2 TO CMD-CODE.
           MOVE SUSPENSE-ITEM-RECORD TO DATA-IN.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS. A FILE WHERE EVERY BATCH REJECTED LEAVES
      *    RETURN-CODE 8 SO THE SCHEDULER HOLDS ANYTHING DOWNSTREAM;
      *    SOME BATCHES REJECTED AND THE REST POSTED LEAVES 4.
      *-----------------------------------------------------------------
       900-TERMINATE.

           MOVE WS-POSTED-COUNT TO WS-RC-SELECT-COUNT.
           MOVE WS-POSTED-COUNT TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT  TO WS-RC-ERROR-COUNT.
           ADD WS-REJECT-TRAN-COUNT TO WS-RC-ERROR-COUNT.
           IF  WS-REJECT-BATCH-COUNT = ZERO THEN
               MOVE "COMPLETE" TO WS-RC-STATUS
           ELSE
           IF  WS-REJECT-BATCH-COUNT = WS-BATCH-NO THEN
               MOVE "REJECTED" TO WS-RC-STATUS
           ELSE
               MOVE "PARTIAL " TO WS-RC-STATUS
           END-IF
           END-IF.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-BATCH-NO TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT26 - " WS-COUNT-DISPLAY
                   " BATCHES IN FILE".
           MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT26 - " WS-COUNT-DISPLAY
                   " TRANSACTIONS IN FILE".
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT26 - " WS-COUNT-DISPLAY
                   " TRANSACTIONS POSTED".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT26 - " WS-COUNT-DISPLAY
                   " TRANSACTIONS IN ERROR".
           IF  WS-REJECT-BATCH-COUNT > ZERO THEN
               MOVE WS-REJECT-BATCH-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBAT26 - " WS-COUNT-DISPLAY
                       " BATCHES REJECTED - NOTHING IN THEM POSTED"
               MOVE WS-REJECT-TRAN-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBAT26 - " WS-COUNT-DISPLAY
                       " TRANSACTIONS IN REJECTED BATCHES"
               IF  WS-REJECT-BATCH-COUNT = WS-BATCH-NO THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

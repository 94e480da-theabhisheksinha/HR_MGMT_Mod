      *               SUPPLEMENTAL FILE PICKS IT UP AUTOMATICALLY ONCE
      *               THE COBCIO43 BANK DETAIL HAS BEEN CORRECTED AND
      *               VERIFIED, SO A REISSUE STOPS BEING A PHONE CALL
      *               AND A MANUAL ENTRY. A REJECT THAT ECHOES THE
      *               CREDIT'S PAYMENT REFERENCE ALSO MARKS ITS APITPPAY
      *               PAYMENT LINE REJECTED, SO THE COBBATC2 STATEMENT
      *               RECONCILIATION NEITHER WAITS ON IT NOR SENDS IT
      *               FOR REISSUE A SECOND TIME AS STALE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  BR-PYEARMONTH               PIC X(6).
           03  BR-NET-AMOUNT               PIC 9(9)V9(2).
           03  BR-REASON-CODE              PIC X(4).
      *        ** the payment reference off the COBBAT23/COBBAT58
      *        ** credit, echoed by the bank - carved from what was
      *        ** filler, so the record length is unchanged. spaces on
      *        ** a reject for a credit sent before references existed
           03  BR-PAY-REF                  PIC X(12).
           03  FILLER                      PIC X(41).

       FD  REISSUE-REPORT-FILE
           RECORDING MODE IS F.
               88  WS-RSI-OPEN            VALUE "R".
               88  WS-RSI-PAID            VALUE "P".

      *    ** the credit's line on the APITPPAY payment-line register
      *    ** COBBAT23/COBBAT58 file - CMD-CODE 1 READ BY REFERENCE,
      *    ** 3 CHANGE
       01  PAYMENT-LINE-RECORD.
           10 WS-PLN-PAY-REF          PIC X(12).
           10 WS-PLN-EMP-NO           PIC X(6).
           10 WS-PLN-PYEARMONTH       PIC X(6).
           10 WS-PLN-FILE-TYPE        PIC X(1).
           10 WS-PLN-CREDIT-TYPE      PIC X(1).
           10 WS-PLN-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PLN-ACCOUNT-NO       PIC X(10).
           10 WS-PLN-BANK-CODE        PIC X(4).
           10 WS-PLN-ISSUE-DATE       PIC 9(6).
      *        ** I ISSUED, C CLEARED, J REJECTED, S/W STALE, V VOIDED
           10 WS-PLN-STATUS           PIC X(1).
               88  WS-PLN-ISSUED          VALUE "I".
           10 WS-PLN-CLEARED-DATE     PIC 9(6).
           10 WS-PLN-CLEARED-AMOUNT   PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PLN-BANK-REF         PIC X(16).

       01  WS-RETURN-EOF-SWITCH            PIC X VALUE "N".
           88  WS-RETURN-EOF                   VALUE "Y".
       01  WS-REJECT-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-UNKNOWN-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-NO-LINE-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
                   DISPLAY "COBBAT24 - REISSUE FILING FAILED FOR "
                           BR-EMP-NO
               END-IF
               IF  BR-PAY-REF > SPACES THEN
                   PERFORM 350-MARK-LINE-REJECTED
               END-IF
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE SPACES             TO RI-EMP-NAME
           MOVE BR-REASON-CODE TO RI-REASON-CODE.
           WRITE REISSUE-REPORT-RECORD.

      *-----------------------------------------------------------------
      * 350-MARK-LINE-REJECTED - THE CREDIT'S APITPPAY PAYMENT LINE
      *    MARKED J, SO THE STATEMENT RECONCILIATION STOPS WAITING ON
      *    IT. ONLY A LINE STILL ISSUED IS TOUCHED.
      *-----------------------------------------------------------------
       350-MARK-LINE-REJECTED.

           MOVE SPACES     TO PAYMENT-LINE-RECORD.
           MOVE BR-PAY-REF TO WS-PLN-PAY-REF.
           MOVE 1 TO CMD-CODE.
           MOVE PAYMENT-LINE-RECORD TO DATA-IN.
           CALL "APITPPAY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-NO-LINE-COUNT
               DISPLAY "COBBAT24 - NO PAYMENT LINE FOR REFERENCE "
                       BR-PAY-REF
           ELSE
               MOVE DATA-OUT TO PAYMENT-LINE-RECORD
               IF  WS-PLN-ISSUED THEN
                   MOVE "J" TO WS-PLN-STATUS
                   MOVE 3 TO CMD-CODE
                   MOVE PAYMENT-LINE-RECORD TO DATA-IN
                   CALL "APITPPAY" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  RESP-CODE = 0
                       DISPLAY "COBBAT24 - REJECT MARK FAILED FOR "
                               BR-PAY-REF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT24 - " WS-COUNT-DISPLAY
                   " REJECTS FOR EMP-NOS NOT ON FILE".
           MOVE WS-NO-LINE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT24 - " WS-COUNT-DISPLAY
                   " REJECTS WHOSE REFERENCE IS NOT ON THE REGISTER".

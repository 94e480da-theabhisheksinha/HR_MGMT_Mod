      *               EXCEPTION REPORT INSTEAD OF THE FILE, SO THE
      *               BANK NEVER GETS A CREDIT IT HAS TO MAP FROM A
      *               SPREADSHEET. REJECTS COME BACK THROUGH COBBAT24.
      *               EVERY EXPENSE CLAIM THE MANAGER HAS APPROVED ON
      *               COBCIO77 (APITPEXC STATUS A) IS PAID IN THE SAME
      *               FILE AS ITS OWN REIMBURSEMENT CREDIT (RECORD TYPE
      *               R) - NEVER ADDED TO THE SALARY CREDIT, SO IT IS
      *               NOT TAXED AS PAY - AND THE CLAIM IS MARKED PAID
      *               WITH THE MONTH, WHICH IS WHAT COBBAT80 JOURNALS
      *               IT BY. A RERUN OF A MONTH NOT YET SENT PICKS THE
      *               SAME CLAIMS UP AGAIN. EVERY CREDIT CARRIES ITS
      *               OWN PAYMENT REFERENCE - THE FILE NUMBER OFF THE
      *               APITPCTL PAYFILE RANGE AND THE CREDIT'S SEQUENCE
      *               IN THE FILE - AND IS FILED ON THE APITPPAY
      *               PAYMENT-LINE REGISTER AS ISSUED, WHICH IS WHAT
      *               THE COBBATC2 STATEMENT RECONCILIATION CLEARS IT
      *               AGAINST. A RERUN OF AN UNSENT MONTH VOIDS THE
      *               EARLIER FILE'S LINES, SO ONLY THE FILE THAT GOES
      *               TO THE BANK IS WAITED ON.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *    ** one fixed shape for header/detail/trailer, told apart by
      *    ** BK-RECORD-TYPE - the layout the bank's intake documents
       01  BANK-TRANSFER-RECORD.
      *        ** H = HEADER, D = CREDIT DETAIL, R = EXPENSE
      *        ** REIMBURSEMENT CREDIT, T = TRAILER
           03  BK-RECORD-TYPE              PIC X(1).
           03  BK-EMP-NO                   PIC X(6).
           03  BK-PYEARMONTH               PIC X(6).
      *        ** unchanged
           03  BK-ACCOUNT-NO               PIC X(10).
           03  BK-BANK-CODE                PIC X(4).
      *        ** the payment reference the bank echoes back on its
      *        ** statement debit and its reject record - file number
      *        ** and sequence in the file, appended past the bank code
           03  BK-PAY-REF                  PIC X(12).

       FD  BANK-EXCEPTION-FILE
           RECORDING MODE IS F.
      *        ** appended past the deduction tail so existing readers
      *        ** are undisturbed
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
      *        ** the end-of-service gratuity the COBCIO57 final
      *        ** settlement pays - appended past the tax tail
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** one register row per bank file generated, on the new
      *    ** APITPPRG gateway - CMD-CODE 1 READ BY MONTH+TYPE, 2 ADD,
               88  WS-PRG-SENT            VALUE "S".
               88  WS-PRG-ACKNOWLEDGED    VALUE "A".
           10 WS-PRG-GEN-DATE         PIC 9(6).
      *        ** the APITPCTL file number the file's payment
      *        ** references carry - spaces on rows filed before
      *        ** payment references existed
           10 WS-PRG-FILE-NO          PIC X(6).

      *    ** one file number per bank file off the APITPCTL number-
      *    ** control gateway, shared with the COBBAT58 supplemental
      *    ** so no two files ever carry the same references
       01  NUMBER-CONTROL-RECORD.
           10 WS-CTL-RANGE-NAME       PIC X(8) VALUE "PAYFILE ".
           10 WS-CTL-ALLOCATED-NO     PIC X(6).
       01  WS-PAY-REF-BUILD.
           03  WS-REF-FILE-NO              PIC X(6).
           03  WS-REF-SEQ-NO               PIC 9(6).

      *    ** one line per credit on the new APITPPAY payment-line
      *    ** register - CMD-CODE 1 READ BY REFERENCE, 2 ADD, 3 CHANGE,
      *    ** 4 UNFILTERED CURSOR, 5 PER-FILE CURSOR
       01  PAYMENT-LINE-RECORD.
           10 WS-PLN-PAY-REF.
               15 WS-PLN-FILE-NO      PIC X(6).
               15 WS-PLN-SEQ-NO       PIC 9(6).
           10 WS-PLN-EMP-NO           PIC X(6).
           10 WS-PLN-PYEARMONTH       PIC X(6).
      *        ** M = MONTHLY COBBAT23 FILE, S = SUPPLEMENTAL COBBAT58
           10 WS-PLN-FILE-TYPE        PIC X(1).
      *        ** D = PAY CREDIT, R = EXPENSE REIMBURSEMENT
           10 WS-PLN-CREDIT-TYPE      PIC X(1).
           10 WS-PLN-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PLN-ACCOUNT-NO       PIC X(10).
           10 WS-PLN-BANK-CODE        PIC X(4).
           10 WS-PLN-ISSUE-DATE       PIC 9(6).
      *        ** I ISSUED, C CLEARED, J REJECTED BY THE BANK, S STALE -
      *        ** REISSUED, W STALE - WRITTEN BACK, V VOIDED BY A RERUN
           10 WS-PLN-STATUS           PIC X(1).
               88  WS-PLN-ISSUED          VALUE "I".
           10 WS-PLN-CLEARED-DATE     PIC 9(6).
           10 WS-PLN-CLEARED-AMOUNT   PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PLN-BANK-REF         PIC X(16).
       01  WS-PLN-CURSOR-SWITCH            PIC X VALUE "N".
           88  WS-PLN-CURSOR-DONE              VALUE "Y".
       01  WS-VOID-COUNT                   PIC S9(7) COMP VALUE +0.

      *    ** the expense claim header COBCIO77/COBSV007 file on the
      *    ** APITPEXC gateway - CMD-CODE 4 UNFILTERED CURSOR, 3 CHANGE
       01  EXPENSE-CLAIM-RECORD.
           10 WS-EXC-CLAIM-NO         PIC X(6).
           10 WS-EXC-EMP-NO           PIC X(6).
           10 WS-EXC-DEPT-CODE        PIC X(4).
           10 WS-EXC-CLAIM-DATE       PIC 9(6).
           10 WS-EXC-LINE-COUNT       PIC 9(2).
           10 WS-EXC-TOTAL            PIC S9(7)V9(2) USAGE COMP-3.
      *        ** O OPEN, S SUBMITTED, A APPROVED, R REJECTED, P PAID
           10 WS-EXC-STATUS           PIC X(1).
               88  WS-EXC-APPROVED        VALUE "A".
               88  WS-EXC-PAID            VALUE "P".
           10 WS-EXC-MAKER-OPID       PIC X(3).
           10 WS-EXC-APPR-OPID        PIC X(3).
           10 WS-EXC-DECISION-DATE    PIC 9(6).
           10 WS-EXC-PAID-YEARMONTH   PIC X(6).
       01  WS-CLAIM-SCAN-SWITCH            PIC X VALUE "N".
           88  WS-CLAIM-SCAN-DONE              VALUE "Y".

       01  WS-REGISTER-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-REGISTER-FOUND               VALUE "Y".
       01  WS-CREDIT-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-ZERO-NET-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-NO-BANK-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-REIMB-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-REIMB-NO-BANK-COUNT          PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of

           PERFORM 100-INITIALIZE
           PERFORM 200-WRITE-CREDITS THRU 200-EXIT
           PERFORM 400-WRITE-REIMBURSEMENTS THRU 400-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
               END-IF
           END-IF.

      *    ** this file's number for the payment references - no
      *    ** number, no file, since credits the statement can't be
      *    ** matched against are what this control exists to stop
           MOVE 2 TO CMD-CODE.
           MOVE NUMBER-CONTROL-RECORD TO DATA-IN.
           CALL "APITPCTL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT23 - PAYMENT FILE NUMBER ALLOCATION "
                       "FAILED - RUN REFUSED"
               MOVE ZERO       TO WS-RC-READ-COUNT
               MOVE ZERO       TO WS-RC-SELECT-COUNT
               MOVE ZERO       TO WS-RC-WRITE-COUNT
               MOVE 1          TO WS-RC-ERROR-COUNT
               MOVE "REFUSED " TO WS-RC-STATUS
               CALL "COBRNLOG" USING RUN-CONTROL-RECORD
               GOBACK
           END-IF.
           MOVE DATA-OUT TO NUMBER-CONTROL-RECORD.
           MOVE WS-CTL-ALLOCATED-NO TO WS-REF-FILE-NO.

      *    ** a rerun of a generated-but-unsent month replaces the
      *    ** earlier file - its issued lines will never clear
           IF  WS-REGISTER-FOUND
           AND WS-PRG-FILE-NO > SPACES THEN
               PERFORM 150-VOID-EARLIER-FILE THRU 150-EXIT
           END-IF.

           OPEN OUTPUT BANK-TRANSFER-FILE.
           OPEN OUTPUT BANK-EXCEPTION-FILE.

           MOVE ZERO             TO BK-HASH-TOTAL.
           WRITE BANK-TRANSFER-RECORD.

      *-----------------------------------------------------------------
      * 150-VOID-EARLIER-FILE - WALK THE EARLIER FILE'S LINES (APITPPAY
      *    CMD-CODE 5 PER-FILE CURSOR) AND VOID EVERY ONE STILL ISSUED.
      *-----------------------------------------------------------------
       150-VOID-EARLIER-FILE.

           MOVE SPACES         TO PAYMENT-LINE-RECORD.
           MOVE WS-PRG-FILE-NO TO WS-PLN-FILE-NO.
           MOVE 5              TO CMD-CODE.

           PERFORM UNTIL WS-PLN-CURSOR-DONE
               MOVE PAYMENT-LINE-RECORD TO DATA-IN
               CALL "APITPPAY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-PLN-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PAYMENT-LINE-RECORD
                   IF  WS-PLN-ISSUED THEN
                       MOVE "V" TO WS-PLN-STATUS
                       MOVE 3 TO CMD-CODE
                       MOVE PAYMENT-LINE-RECORD TO DATA-IN
                       CALL "APITPPAY" USING CMD-CODE RESP-CODE
                                             DATA-IN DATA-OUT
                       IF  RESP-CODE = 0
                           DISPLAY "COBBAT23 - VOID FAILED FOR "
                                   WS-PLN-PAY-REF
                       ELSE
                           ADD 1 TO WS-VOID-COUNT
                       END-IF
                   END-IF
      *            ** restore the cursor command after the change
                   MOVE 5 TO CMD-CODE
               END-IF
           END-PERFORM.

       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-WRITE-CREDITS - ONE CREDIT DETAIL PER PAY ROW FOR THE
      *    MONTH, ACCUMULATING THE COUNT AND AMOUNT HASH THE TRAILER
      *-----------------------------------------------------------------
       300-WRITE-ONE-CREDIT.

      *    ** a row paid before garnishments existed carries no figure
           IF  WS-GARNDED IS NOT NUMERIC THEN
               MOVE ZERO TO WS-GARNDED
           END-IF.
      *    ** nor one paid before gratuity was settled through payroll
           IF  WS-GRATPAID IS NOT NUMERIC THEN
               MOVE ZERO TO WS-GRATPAID
           END-IF.

           COMPUTE WS-NET-PAY =
                   WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                 + WS-OTPAID + WS-GRATPAID
                 - WS-TAXWITHHELD - WS-STATDED
                 - WS-BENDED - WS-LOANDED - WS-GARNDED.

           IF  WS-NET-PAY NOT > 0 THEN
               ADD 1 TO WS-ZERO-NET-COUNT
           MOVE ZERO             TO BK-HASH-TOTAL.
           MOVE WS-BNK-ACCOUNT-NO TO BK-ACCOUNT-NO.
           MOVE WS-BNK-BANK-CODE  TO BK-BANK-CODE.
           MOVE WS-CREDIT-COUNT   TO WS-REF-SEQ-NO.
           MOVE WS-PAY-REF-BUILD  TO BK-PAY-REF.
           WRITE BANK-TRANSFER-RECORD.
           PERFORM 350-FILE-PAYMENT-LINE THRU 350-EXIT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-FILE-PAYMENT-LINE - THE CREDIT JUST WRITTEN, FILED ON THE
      *    APITPPAY REGISTER AS ISSUED ON THE RUN DATE.
      *-----------------------------------------------------------------
       350-FILE-PAYMENT-LINE.

           MOVE SPACES            TO PAYMENT-LINE-RECORD.
           MOVE BK-PAY-REF        TO WS-PLN-PAY-REF.
           MOVE BK-EMP-NO         TO WS-PLN-EMP-NO.
           MOVE BK-PYEARMONTH     TO WS-PLN-PYEARMONTH.
           MOVE "M"               TO WS-PLN-FILE-TYPE.
           MOVE BK-RECORD-TYPE    TO WS-PLN-CREDIT-TYPE.
           MOVE BK-NET-AMOUNT     TO WS-PLN-AMOUNT.
           MOVE BK-ACCOUNT-NO     TO WS-PLN-ACCOUNT-NO.
           MOVE BK-BANK-CODE      TO WS-PLN-BANK-CODE.
           MOVE WS-RUN-DATE       TO WS-PLN-ISSUE-DATE.
           MOVE "I"               TO WS-PLN-STATUS.
           MOVE ZERO              TO WS-PLN-CLEARED-DATE.
           MOVE ZERO              TO WS-PLN-CLEARED-AMOUNT.
           MOVE 2 TO CMD-CODE.
           MOVE PAYMENT-LINE-RECORD TO DATA-IN.
           CALL "APITPPAY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT23 - PAYMENT LINE FILING FAILED FOR "
                       BK-PAY-REF
           END-IF.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-WRITE-REIMBURSEMENTS - WALK THE EXPENSE CLAIMS (APITPEXC
      *    CMD-CODE 4) FOR EVERY APPROVED ONE, AND ANY ALREADY PAID IN
      *    THIS MONTH'S FILE WHEN AN UNSENT MONTH IS RERUN.
      *-----------------------------------------------------------------
       400-WRITE-REIMBURSEMENTS.

           MOVE 4      TO  CMD-CODE.
           MOVE SPACES TO  EXPENSE-CLAIM-RECORD.

           PERFORM UNTIL WS-CLAIM-SCAN-DONE
               MOVE EXPENSE-CLAIM-RECORD TO DATA-IN
               CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CLAIM-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EXPENSE-CLAIM-RECORD
                   IF  WS-EXC-APPROVED
                   OR  (WS-EXC-PAID AND
                        WS-EXC-PAID-YEARMONTH = WS-PAY-YEARMONTH)
                       PERFORM 450-WRITE-ONE-REIMBURSEMENT
                          THRU 450-EXIT
                   END-IF
      *            ** restore the cursor command after the bank-detail
      *            ** read and claim update reused it
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-WRITE-ONE-REIMBURSEMENT - THE CLAIM TOTAL AS ITS OWN
      *    R CREDIT TO THE SAME VERIFIED ACCOUNT THE SALARY GOES TO,
      *    COUNTED AND HASHED WITH THE REST OF THE FILE, AND THE CLAIM
      *    MARKED PAID IN THE MONTH. NO VERIFIED ACCOUNT LEAVES THE
      *    CLAIM APPROVED FOR NEXT MONTH AND PUTS IT ON THE EXCEPTIONS.
      *-----------------------------------------------------------------
       450-WRITE-ONE-REIMBURSEMENT.

           IF  WS-EXC-TOTAL NOT > 0 THEN
               GO TO 450-EXIT
           END-IF.

           MOVE SPACES        TO BANK-DETAIL-RECORD.
           MOVE WS-EXC-EMP-NO TO WS-BNK-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE BANK-DETAIL-RECORD TO DATA-IN.
           CALL "APITPBNK" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO BANK-DETAIL-RECORD
           END-IF.
           IF  RESP-CODE = 0 OR NOT WS-BNK-VERIFIED
               ADD 1 TO WS-REIMB-NO-BANK-COUNT
               MOVE WS-EXC-EMP-NO    TO BX-EMP-NO
               MOVE WS-PAY-YEARMONTH TO BX-PYEARMONTH
               MOVE WS-EXC-TOTAL     TO BX-NET-AMOUNT
               IF  RESP-CODE = 0
                   MOVE "EXPENSE CLAIM - NO BANK DETAIL" TO BX-REMARK
               ELSE
                   MOVE "EXPENSE CLAIM - NOT VERIFIED"   TO BX-REMARK
               END-IF
               WRITE BANK-EXCEPTION-RECORD
               GO TO 450-EXIT
           END-IF.

           ADD 1              TO WS-CREDIT-COUNT.
           ADD 1              TO WS-REIMB-COUNT.
           ADD WS-EXC-TOTAL   TO WS-HASH-TOTAL.
           MOVE SPACES            TO BANK-TRANSFER-RECORD.
           MOVE "R"               TO BK-RECORD-TYPE.
           MOVE WS-EXC-EMP-NO     TO BK-EMP-NO.
           MOVE WS-PAY-YEARMONTH  TO BK-PYEARMONTH.
           MOVE WS-EXC-TOTAL      TO BK-NET-AMOUNT.
           MOVE ZERO              TO BK-RECORD-COUNT.
           MOVE ZERO              TO BK-HASH-TOTAL.
           MOVE WS-BNK-ACCOUNT-NO TO BK-ACCOUNT-NO.
           MOVE WS-BNK-BANK-CODE  TO BK-BANK-CODE.
           MOVE WS-CREDIT-COUNT   TO WS-REF-SEQ-NO.
           MOVE WS-PAY-REF-BUILD  TO BK-PAY-REF.
           WRITE BANK-TRANSFER-RECORD.
           PERFORM 350-FILE-PAYMENT-LINE THRU 350-EXIT.

           MOVE "P"              TO WS-EXC-STATUS.
           MOVE WS-PAY-YEARMONTH TO WS-EXC-PAID-YEARMONTH.
           MOVE 3 TO CMD-CODE.
           MOVE EXPENSE-CLAIM-RECORD TO DATA-IN.
           CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT23 - PAID STAMP FAILED FOR CLAIM "
                       WS-EXC-CLAIM-NO
           END-IF.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - WRITE THE TRAILER, CLOSE THE FILE, LOG THE
      *    RUN, AND DISPLAY THE RUN TOTALS.
           MOVE WS-HASH-TOTAL    TO WS-PRG-HASH-TOTAL.
           MOVE "G"              TO WS-PRG-STATUS.
           MOVE WS-RUN-DATE      TO WS-PRG-GEN-DATE.
           MOVE WS-REF-FILE-NO   TO WS-PRG-FILE-NO.
           IF  WS-REGISTER-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
           MOVE WS-CREDIT-COUNT   TO WS-RC-SELECT-COUNT.
           MOVE WS-CREDIT-COUNT   TO WS-RC-WRITE-COUNT.
           COMPUTE WS-RC-ERROR-COUNT =
                   WS-ZERO-NET-COUNT + WS-NO-BANK-COUNT
                 + WS-REIMB-NO-BANK-COUNT.
           MOVE "COMPLETE"        TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-NO-BANK-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT23 - " WS-COUNT-DISPLAY
                   " EMPLOYEES WITHOUT VERIFIED BANK DETAIL".
           MOVE WS-REIMB-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT23 - " WS-COUNT-DISPLAY
                   " EXPENSE REIMBURSEMENTS IN THE FILE".
           MOVE WS-REIMB-NO-BANK-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT23 - " WS-COUNT-DISPLAY
                   " CLAIMS HELD FOR WANT OF VERIFIED BANK DETAIL".
           IF  WS-VOID-COUNT > ZERO THEN
               MOVE WS-VOID-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBAT23 - " WS-COUNT-DISPLAY
                       " CREDITS OF THE EARLIER FILE VOIDED"
           END-IF.

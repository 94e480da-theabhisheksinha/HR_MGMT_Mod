      *               DO: D REFUSES (AND IS LOGGED), M RETURNS THE
      *               RECORD WITH EVERY AMOUNT MASKED TO ZERO AND THE
      *               MASKED FLAG UP. SAME CODED RESP-CODE CONVENTION
      *               AS COBSV001/COBSV002. THE MONTH'S COURT-ORDERED
      *               GARNISHMENT RIDES AT THE END OF THE RECORD AND
      *               COMES OFF THE NET LIKE EVERY OTHER DEDUCTION.
      *               THE SALARY FIGURE IS BROKEN DOWN BY THE EARNINGS
      *               COMPONENTS THE PAYROLL RUN FILED FOR THE MONTH
      *               (UP TO 8), EACH WITH ITS TAXABLE AND FUND FLAGS.
      *               A FINAL SETTLEMENT'S END-OF-SERVICE GRATUITY
      *               RIDES AFTER THE COMPONENTS AND ADDS TO THE NET.
      *               EVERY PAY PICTURE RETURNED IS LOGGED THROUGH
      *               COBACCLG, MASKED OR NOT, FOR THE COBBATB5 WEEKLY
      *               ACCESS REVIEW.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------

       WORKING-STORAGE SECTION.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBSV003".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

       01 DFHCOMMAREA.
           03 PSV-RETURN-FLAG               PIC X(1).
      *    ** same coded response values as COBSV001/COBSV002
      *        ** undisturbed
           03 PSV-OTPAID                    PIC S9(7)V9(2)
                                            SIGN LEADING SEPARATE.
      *        ** the month's court-ordered garnishment, likewise
      *        ** appended at the end
           03 PSV-GARNDED                   PIC S9(7)V9(2)
                                            SIGN LEADING SEPARATE.
      *        ** the month's earnings components behind the salary
      *        ** figure - zero count for a month paid before
      *        ** components were filed
           03 PSV-COMP-COUNT                PIC 9(2).
           03 PSV-COMP-ENTRY OCCURS 8 TIMES INDEXED BY PSV-CX.
               05 PSV-COMP-CODE             PIC X(4).
               05 PSV-COMP-AMOUNT           PIC S9(7)V9(2)
                                            SIGN LEADING SEPARATE.
               05 PSV-COMP-TAXABLE          PIC X(1).
               05 PSV-COMP-FUND             PIC X(1).
      *        ** the end-of-service gratuity a final settlement paid
           03 PSV-GRATPAID                  PIC S9(7)V9(2)
                                            SIGN LEADING SEPARATE.

      *    ** same PAYROLL-MASTER-RECORD shape COBCIO15 owns, with the
      *    ** full deduction tail the COBBAT21 payroll run writes
      *        ** the overtime pay element COBBAT62 prices and books,
      *        ** appended past the deduction tail
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
      *        ** the end-of-service gratuity the COBCIO57 final
      *        ** settlement pays - appended past the tax tail
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** accumulated across every WS-PYEARMONTH APITP015 returns
      *    ** for this EMP-NO in the keyed year - the same CMD-CODE 2
       01  WS-YTD-COMMPAID            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-NETPAID                 PIC S9(9)V9(2) USAGE COMP-3.

      *    ** the month's earnings components the payroll run files on
      *    ** APITPPEC - CMD-CODE 4 IS THE PER-EMPLOYEE-AND-MONTH CURSOR
       01  PAY-COMPONENT-RECORD.
           10 WS-PEC-EMP-NO           PIC X(6).
           10 WS-PEC-PYEARMONTH       PIC X(6).
           10 WS-PEC-CODE             PIC X(4).
           10 WS-PEC-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PEC-TAXABLE          PIC X(1).
           10 WS-PEC-FUND             PIC X(1).
           10 WS-PEC-GL-ACCOUNT       PIC X(8).

       01  CMD-CODE                         PIC 99.
       01  RESP-CODE                        PIC 99.
       01  DATA-IN                          PIC X(200).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".

      *    ** one row per pay picture returned - COBACCLG stamps the
      *    ** date/time and adds it to the APITPACL access log
       01  ACCESS-LOG-RECORD.
           03  WS-ACL-OPERATOR             PIC X(3).
           03  WS-ACL-FUNCTION             PIC X(8) VALUE "COBSV003".
           03  WS-ACL-EMP-NO               PIC X(6).
           03  WS-ACL-MASKED               PIC X(1).
           03  WS-ACL-DATE                 PIC 9(6).
           03  WS-ACL-TIME                 PIC 9(6).

      *    ** message text behind each coded RESP-CODE, same idea as
      *    ** COBSV002's WS-RESP-MSG-xxxx group
       01  WS-RESP-MSG-NOTFOUND.
           EXEC CICS IGNORE CONDITION LENGERR END-EXEC.
           EXEC CICS HANDLE CONDITION ERROR(900-ERRORS) END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           PERFORM 100-VALIDATE-REQUEST
              THRU 100-EXIT.

               MOVE DATA-OUT TO PAYROLL-MASTER-RECORD
               PERFORM 300-COMPUTE-YTD-SUMMARY
                  THRU 300-EXIT
               PERFORM 350-LOAD-PAY-COMPONENTS
                  THRU 350-EXIT
               PERFORM 380-LOG-VIEW
                  THRU 380-EXIT
               PERFORM 400-RETURN-PAY-PICTURE
                  THRU 400-EXIT
           END-IF.
       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-LOAD-PAY-COMPONENTS - THE MONTH'S EARNINGS COMPONENT ROWS
      *    OFF THE APITPPEC CMD-CODE 4 CURSOR, SAME ZERO-RESP-CODE-
      *    MEANS-EXHAUSTED IDIOM. ROWS BEYOND THE 8 SLOTS ARE DROPPED.
      *-----------------------------------------------------------------
       350-LOAD-PAY-COMPONENTS.

           MOVE ZERO TO PSV-COMP-COUNT.
           PERFORM VARYING PSV-CX FROM 1 BY 1 UNTIL PSV-CX > 8
               MOVE SPACES TO PSV-COMP-CODE (PSV-CX)
                              PSV-COMP-TAXABLE (PSV-CX)
                              PSV-COMP-FUND (PSV-CX)
               MOVE ZERO   TO PSV-COMP-AMOUNT (PSV-CX)
           END-PERFORM.

           MOVE SPACES        TO PAY-COMPONENT-RECORD.
           MOVE PSV-EMP-NO    TO WS-PEC-EMP-NO.
           MOVE PSV-YEARMONTH TO WS-PEC-PYEARMONTH.
           MOVE 4 TO CMD-CODE.
           MOVE 1 TO RESP-CODE.
           PERFORM UNTIL RESP-CODE = ZERO
               MOVE PAY-COMPONENT-RECORD TO DATA-IN
               CALL "APITPPEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE <> 0
                   MOVE DATA-OUT TO PAY-COMPONENT-RECORD
                   IF  PSV-COMP-COUNT < 8 THEN
                       ADD 1 TO PSV-COMP-COUNT
                       SET PSV-CX TO PSV-COMP-COUNT
                       MOVE WS-PEC-CODE     TO PSV-COMP-CODE (PSV-CX)
                       MOVE WS-PEC-AMOUNT   TO PSV-COMP-AMOUNT (PSV-CX)
                       MOVE WS-PEC-TAXABLE  TO PSV-COMP-TAXABLE (PSV-CX)
                       MOVE WS-PEC-FUND     TO PSV-COMP-FUND (PSV-CX)
                   END-IF
               END-IF
           END-PERFORM.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 380-LOG-VIEW - LOG THE PAY PICTURE ABOUT TO GO BACK - WHICH
      *    CREDENTIAL, WHOSE PAY, AND WHETHER IT WAS MASKED - FOR THE
      *    COBBATB5 ACCESS REVIEW. DONE BEFORE 400 BECAUSE THAT
      *    RETURNS CONTROL TO CICS.
      *-----------------------------------------------------------------
       380-LOG-VIEW.

           MOVE PSV-OPERATOR   TO  WS-ACL-OPERATOR.
           MOVE PSV-EMP-NO     TO  WS-ACL-EMP-NO.
           IF  WS-SEC-MASKED THEN
               MOVE "Y"        TO  WS-ACL-MASKED
           ELSE
               MOVE "N"        TO  WS-ACL-MASKED
           END-IF.
           CALL "COBACCLG" USING ACCESS-LOG-RECORD.

       380-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-RETURN-PAY-PICTURE - FILL THE COMMAREA. A MASKED
      *    CREDENTIAL GETS THE RECORD SHAPE WITH EVERY AMOUNT ZEROED
                            PSV-YTD-BONUSPAID
                            PSV-YTD-COMMPAID
                            PSV-OTPAID
                            PSV-GARNDED
                            PSV-GRATPAID
               PERFORM VARYING PSV-CX FROM 1 BY 1 UNTIL PSV-CX > 8
                   MOVE ZERO TO PSV-COMP-AMOUNT (PSV-CX)
               END-PERFORM
               MOVE WS-LOP TO PSV-LOP
               MOVE "Y"    TO PSV-MASKED-FLAG
           ELSE
               IF  WS-GARNDED IS NOT NUMERIC
                   MOVE ZERO TO WS-GARNDED
               END-IF
               IF  WS-GRATPAID IS NOT NUMERIC
                   MOVE ZERO TO WS-GRATPAID
               END-IF
               COMPUTE WS-NETPAID =
                       WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                     + WS-OTPAID + WS-GRATPAID
                     - WS-TAXWITHHELD - WS-STATDED
                     - WS-BENDED - WS-LOANDED - WS-GARNDED
               MOVE WS-SALARYPAID     TO PSV-SALARYPAID
               MOVE WS-BONUSPAID      TO PSV-BONUSPAID
               MOVE WS-COMMPAID       TO PSV-COMMPAID
               MOVE WS-YTD-BONUSPAID  TO PSV-YTD-BONUSPAID
               MOVE WS-YTD-COMMPAID   TO PSV-YTD-COMMPAID
               MOVE WS-OTPAID         TO PSV-OTPAID
               MOVE WS-GARNDED        TO PSV-GARNDED
               MOVE WS-GRATPAID       TO PSV-GRATPAID
               MOVE "N"               TO PSV-MASKED-FLAG
           END-IF.

                     RESP(RESP)
                     END-EXEC.

      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS RETURN
                     END-EXEC.

      * 900-ERRORS - UNEXPECTED CICS CONDITION.
      *-----------------------------------------------------------------
       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "N"                 TO PSV-RETURN-FLAG.
           MOVE 12                  TO PSV-RESP-CODE.

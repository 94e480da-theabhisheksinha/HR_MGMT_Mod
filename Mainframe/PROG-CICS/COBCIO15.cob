      *               USER CAN ENTER EMPLOYEE NUMBER AND YEAR MONTH               
      *               FROM CICS SCREEN AND GETS SALARY DETAILS ON THE 
      *               SCREEN FROM THE PAYROLL TABLE.
      *               THE PRINTED STATEMENT CARRIES THE MONTH'S
      *               COURT-ORDERED GARNISHMENT AND THE REMAINING
      *               BALANCE OF EACH ORDER STILL OPEN (COBCIO78).
      *               THE SALARY LINE IS BROKEN DOWN BY THE EARNINGS
      *               COMPONENTS THE PAYROLL RUN FILED FOR THE MONTH,
      *               EACH MARKED WHEN IT IS NON-TAXABLE OR OUTSIDE
      *               THE STATUTORY FUND. A FINAL SETTLEMENT MONTH
      *               SHOWS THE END-OF-SERVICE GRATUITY ON ITS OWN
      *               LINE (COBCIO57).
      *               EVERY MONTH SUCCESSFULLY SHOWN IS WRITTEN TO THE
      *               READ-ACCESS LOG THROUGH COBACCLG.
      *-----------------------------------------------------------------
      *                                                                 
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
      *        ** the end-of-service gratuity the COBCIO57 final
      *        ** settlement pays - appended past the tax tail
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** accumulated by 470-COMPUTE-YTD-SUMMARY across every
      *    ** WS-PYEARMONTH APITP015 returns for this EMP-NO in the
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** who viewed whose pay - handed to COBACCLG for the
      *    ** read-access log on every successful read
       01  ACCESS-LOG-RECORD.
           03  WS-ACL-OPERATOR             PIC X(3).
           03  WS-ACL-FUNCTION             PIC X(8) VALUE "COBCIO15".
           03  WS-ACL-EMP-NO               PIC X(6).
           03  WS-ACL-MASKED               PIC X(1).
           03  WS-ACL-DATE                 PIC 9(6).
           03  WS-ACL-TIME                 PIC 9(6).

       01  WS-SALARYPAID-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-BONUSPAID-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-COMMPAID-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-LOP-DISPLAY                  PIC ZZZ9-.
       01  WS-NETPAID                      PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NETPAID-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-GARNDED-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-GRATPAID-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-GRN-BALANCE-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-PEC-AMOUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-PEC-TAX-MARK                 PIC X(12).
       01  WS-PEC-FUND-MARK                PIC X(8).

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

      *    ** the court orders COBCIO78 maintains on APITPGRN -
      *    ** CMD-CODE 4 IS THE PER-EMPLOYEE CURSOR
       01  GARNISH-ORDER-RECORD.
           10 WS-GRN-EMP-NO           PIC X(6).
           10 WS-GRN-CASE-NO          PIC X(12).
           10 WS-GRN-PAYEE-NAME       PIC X(30).
           10 WS-GRN-PAYEE-ACCT       PIC X(20).
           10 WS-GRN-TYPE             PIC X(1).
           10 WS-GRN-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRN-PCT              PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-GRN-TOTAL-OWED       PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRN-BALANCE          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRN-PRIORITY         PIC 9(2).
           10 WS-GRN-START-DATE       PIC 9(6).
           10 WS-GRN-STATUS           PIC X(1).
               88  WS-GRN-ACTIVE          VALUE "A".
           10 WS-GRN-LAST-YEARMONTH   PIC X(6).
           10 WS-GRN-CLOSE-DATE       PIC 9(6).
           10 WS-GRN-OPID             PIC X(3).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO15".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

           COPY DFHBMSCA.                                             
                                                                        
               ERROR(900-ERRORS) 
           END-EXEC.       

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

      *    **  salary data is authorization-controlled - check this
      *    **  operator against the permission file before the first
      *    **  screen ever shows; COBSECCK refuses (and logs) or masks
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR SALARY DATA" TO PAYMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           CALL "APITP015" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0 
               MOVE DATA-OUT TO PAYROLL-MASTER-RECORD
               PERFORM 405-LOG-VIEW
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF
               MOVE 8                    TO WORK-MSG-CODE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA LOGS THE VIEW JUST MADE - OPERATOR, EMPLOYEE AND
      * WHETHER THE FIGURES WERE MASKED - THROUGH COBACCLG.
      *-----------------------------------------------------------------
       405-LOG-VIEW.

           MOVE WS-SEC-OPID    TO  WS-ACL-OPERATOR.
           MOVE WS-EMP-NO      TO  WS-ACL-EMP-NO.
           IF  WS-SEC-MASKED THEN
               MOVE "Y"        TO  WS-ACL-MASKED
           ELSE
               MOVE "N"        TO  WS-ACL-MASKED
           END-IF.
           CALL "COBACCLG" USING ACCESS-LOG-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA FORMATS A PRINTABLE PAY STATEMENT FOR THE CURRENTLY
      * DISPLAYED EMP-NO/PYEARMONTH FROM PAYROLL-MASTER-RECORD AND
      *    ** already a currency amount. THE NET IS THE SAME FIGURE
      *    ** THE BANK FILE CREDITS - EARNINGS PLUS OVERTIME LESS THE
      *    ** FULL DEDUCTION TAIL.
           IF  WS-GARNDED IS NOT NUMERIC THEN
               MOVE ZERO TO WS-GARNDED
           END-IF.
           IF  WS-GRATPAID IS NOT NUMERIC THEN
               MOVE ZERO TO WS-GRATPAID
           END-IF.
           COMPUTE WS-NETPAID = WS-SALARYPAID + WS-BONUSPAID
                               + WS-COMMPAID + WS-OTPAID
                               + WS-GRATPAID
                               - WS-TAXWITHHELD - WS-STATDED
                               - WS-BENDED - WS-LOANDED
                               - WS-GARNDED.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAY STATEMENT FOR EMPLOYEE " WS-EMP-NO
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 465-WRITE-PRINT-LINE.

           PERFORM 468-PRINT-PAY-COMPONENTS.

           MOVE WS-BONUSPAID TO WS-BONUSPAID-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  BONUS PAID ........... " WS-BONUSPAID-DISPLAY
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 465-WRITE-PRINT-LINE.

           IF  WS-GRATPAID NOT = ZERO THEN
               MOVE WS-GRATPAID TO WS-GRATPAID-DISPLAY
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  GRATUITY PAID ........ " WS-GRATPAID-DISPLAY
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 465-WRITE-PRINT-LINE
           END-IF.

           MOVE WS-GARNDED TO WS-GARNDED-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  GARNISHMENT .......... " WS-GARNDED-DISPLAY
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 465-WRITE-PRINT-LINE.

           PERFORM 467-PRINT-GARNISH-ORDERS.

           COMPUTE WS-DEDUCT-TOTAL = WS-TAXWITHHELD + WS-STATDED
                                   + WS-BENDED + WS-LOANDED
                                   + WS-GARNDED.
           MOVE WS-DEDUCT-TOTAL TO WS-DEDUCT-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL DEDUCTIONS ..... " WS-DEDUCT-DISPLAY
               RESP(RESPONSE)
           END-EXEC.

      *-----------------------------------------------------------------
      * THIS PARA PRINTS ONE LINE PER COURT ORDER STILL ACTIVE AGAINST
      * THE EMPLOYEE WITH WHAT IS LEFT TO PAY ON IT (APITPGRN CMD-CODE
      * 4 PER-EMPLOYEE CURSOR, ZERO RESP-CODE MEANS EXHAUSTED).
      *-----------------------------------------------------------------
       467-PRINT-GARNISH-ORDERS.

           MOVE SPACES    TO GARNISH-ORDER-RECORD.
           MOVE WS-EMP-NO TO WS-GRN-EMP-NO.
           MOVE 4 TO CMD-CODE.
           MOVE 1 TO RESP-CODE.
           PERFORM UNTIL RESP-CODE = ZERO
               MOVE GARNISH-ORDER-RECORD TO DATA-IN
               CALL "APITPGRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE <> 0
                   MOVE DATA-OUT TO GARNISH-ORDER-RECORD
                   IF  WS-GRN-ACTIVE THEN
                       MOVE WS-GRN-BALANCE TO WS-GRN-BALANCE-DISPLAY
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "    CASE " WS-GRN-CASE-NO
                              " " WS-GRN-PAYEE-NAME (1:20)
                              " BAL " WS-GRN-BALANCE-DISPLAY
                              DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM 465-WRITE-PRINT-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * THIS PARA PRINTS ONE LINE PER EARNINGS COMPONENT THE PAYROLL
      * RUN FILED FOR THE EMPLOYEE AND MONTH UNDER THE SALARY LINE
      * (APITPPEC CMD-CODE 4 CURSOR, ZERO RESP-CODE MEANS EXHAUSTED).
      * A MONTH PAID BEFORE COMPONENTS WERE FILED PRINTS NONE.
      *-----------------------------------------------------------------
       468-PRINT-PAY-COMPONENTS.

           MOVE SPACES        TO PAY-COMPONENT-RECORD.
           MOVE WS-EMP-NO     TO WS-PEC-EMP-NO.
           MOVE WS-PYEARMONTH TO WS-PEC-PYEARMONTH.
           MOVE 4 TO CMD-CODE.
           MOVE 1 TO RESP-CODE.
           PERFORM UNTIL RESP-CODE = ZERO
               MOVE PAY-COMPONENT-RECORD TO DATA-IN
               CALL "APITPPEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE <> 0
                   MOVE DATA-OUT TO PAY-COMPONENT-RECORD
                   MOVE WS-PEC-AMOUNT TO WS-PEC-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-PEC-TAX-MARK
                   MOVE SPACES TO WS-PEC-FUND-MARK
                   IF  WS-PEC-TAXABLE = "N" THEN
                       MOVE "NON-TAXABLE" TO WS-PEC-TAX-MARK
                   END-IF
                   IF  WS-PEC-FUND = "N" THEN
                       MOVE "NO FUND" TO WS-PEC-FUND-MARK
                   END-IF
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "    " WS-PEC-CODE " ............... "
                          WS-PEC-AMOUNT-DISPLAY " "
                          WS-PEC-TAX-MARK WS-PEC-FUND-MARK
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM 465-WRITE-PRINT-LINE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * THIS PARA WALKS EVERY WS-PYEARMONTH APITP015 HAS FOR THE
      * DISPLAYED EMP-NO (CMD-CODE 2 IS A NEW CURSOR SCOPED BY EMP-NO
           END-EVALUATE.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.
                                                                        
           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO PAYMMSGO.       
           GO TO 999-EXIT.                                              
      * 950-DBERROR - GET ERROR MESSAGE                                
      *-----------------------------------------------------------------
       950-DBERROR.                                                    
                MOVE "D"            TO  WS-TXU-OUTCOME.
      *         CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO PAYMMSGO.       
                GO TO 999-EXIT.                                              
                EXIT.
                
       999-EXIT.                                                        
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO PAYMMSGA.                  

           EXEC CICS 

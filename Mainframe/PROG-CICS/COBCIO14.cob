               88  WS-LEAVE-CANCELLED        VALUE "C".
      *        ** leave type, appended past the original shape -
      *        ** A (or the spaces older rows carry) = ANNUAL,
      *        ** S = SICK, X = SPECIAL, C = COMP-OFF (DAYS OFF IN
      *        ** LIEU THAT COBBAT62 GRANTS FOR BANKED OVERTIME AND
      *        ** HOLIDAY WORK) - EACH TYPE KEEPS ITS OWN
      *        ** ACCRUAL AND BALANCE CHAIN ON APITP014
           10 WS-LTYPE                PIC X(1).
      *        ** the responsible approver's operator id, stamped off
      *        ** the date the request was submitted (yymmdd) - the
      *        ** COBBAT61 stale-request watchdog ages on it
           10 WS-LREQ-DATE            PIC 9(6).
      *        ** the first day off (yymmdd) - the request runs over
      *        ** the employee's next LDAYSREQ working days from it,
      *        ** which is how COBCOVCK places it on the team calendar
           10 WS-LSTART-DATE          PIC 9(6).

      *    ** only the fields 700-PROJECT-LEAVE-BALANCE needs
       01  EMPLOYEE-MASTER-RECORD.
      *    ** holidays when the ledger row carries no accrual rate
       01  FULL-EMPLOYEE-RECORD.
           03  WS-FE-EMP-ID                PIC X(6).
           03  WS-FE-DEPT-CODE             PIC X(4).
           03  FILLER                      PIC X(167).
           03  WS-FE-LOCATION              PIC X(2).
           03  FILLER                      PIC X(21).

           03  WS-WD-EMP-NO                PIC X(6).
       01  WS-WD-YY2                       PIC 99.

      *    ** the keyed start date, broken out for the edit against
      *    ** the displayed year/month
       01  WS-START-DATE-KEYED             PIC 9(6).
       01  WS-START-DATE-R REDEFINES WS-START-DATE-KEYED.
           03  WS-START-YYMM               PIC 9(4).
           03  WS-START-DD                 PIC 99.

      *    ** the COBCOVCK department minimum-coverage call - the
      *    ** request is refused when taking it would drop the
      *    ** department (or the employee's roster shift) further
      *    ** below its APITPCOV minimum than the warning margin
       01  COVERAGE-CHECK-PARAMETERS.
           03  CVK-FUNCTION                PIC X(1).
               88  CVK-FUNC-CHECK              VALUE "C".
               88  CVK-FUNC-MONTH              VALUE "M".
           03  CVK-DEPT-CODE               PIC X(4).
           03  CVK-EMP-NO                  PIC X(6).
           03  CVK-START-DATE              PIC 9(6).
           03  CVK-DAYS                    PIC S9(4) COMP.
           03  CVK-RESULT                  PIC X(1).
               88  CVK-COVER-HOLDS             VALUE " ".
               88  CVK-WARN                    VALUE "W".
               88  CVK-REFUSE                  VALUE "R".
           03  CVK-SHORT-DATE              PIC 9(6).
           03  CVK-SHORT-ON-DUTY           PIC S9(4) COMP.
           03  CVK-SHORT-MINIMUM           PIC S9(4) COMP.
           03  CVK-DAY-COUNT               PIC S9(4) COMP.
           03  CVK-DAY OCCURS 31 TIMES.
               05  CVK-DAY-DATE            PIC 9(6).
               05  CVK-DAY-ON-DUTY         PIC S9(4) COMP.
               05  CVK-DAY-MINIMUM         PIC S9(4) COMP.
               05  CVK-DAY-RESULT          PIC X(1).
           03  CVK-EMP-COUNT               PIC S9(4) COMP.
           03  CVK-EMP OCCURS 200 TIMES.
               05  CVK-EMP-ID              PIC X(6).
               05  CVK-EMP-PATTERN         PIC X(7).
               05  CVK-EMP-LOCATION        PIC X(2).
               05  CVK-EMP-DAYS.
                   07  CVK-EMP-DAY         PIC X(1) OCCURS 31 TIMES.

       01  SWITCHES.                                                    
           03  ERROR-SWITCH                PIC X VALUE SPACE.           
               88  ERRORS                        VALUE "Y".             
               88  WS-RQ-PENDING          VALUE "P".
               88  WS-RQ-APPROVED         VALUE "A".
           10 WS-RQ-LTYPE             PIC X(1).
      *        ** carried so the CMD-CODE 5 rewrite keeps them
           10 WS-RQ-LAPPROVER         PIC X(3).
           10 WS-RQ-LREQ-DATE         PIC 9(6).
           10 WS-RQ-LSTART-DATE       PIC 9(6).
      *    ** the matched month's row, held aside while the cursor
      *    ** walks on to exhaustion - later rows overwrite
      *    ** REQUEST-ROW-RECORD, same save-what-you-need idea as
           03  COBDATE-OUTPUT-FORMAT       PIC X(8).
           03  COBDATE-MESSAGE             PIC X(30).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO14".
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
                                                                        
           COPY DFHAID.  
               HANDLE CONDITION 
               ERROR(900-ERRORS) 
           END-EXEC.       

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
                                                                        
           MOVE SPACES         TO  LEAVEMO.                 
           MOVE 6              TO  WORK-MSG-CODE.                       
                                    LEAVEMYRMMA
                                    LEAVEMAVAA
                                    LEAVEMDAYSA
                                    LEAVEMSTDA
                                    LEAVEMPROJA
                                    LEAVEMPROJBALA.
                                                                        
               END-IF
           END-IF.

      *    ** the first day off must fall in the displayed month
           IF  LEAVEMSTDI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  LEAVEMSTDA
               IF  NOT ERRORS THEN
                   SET ERRORS TO TRUE
                   MOVE -1    TO  LEAVEMSTDL
                   MOVE 25    TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE LEAVEMSTDI TO WS-START-DATE-KEYED
               IF  WS-START-YYMM NOT = LEAVEMYRMMI (3:4)
               OR  WS-START-DD < 1 OR WS-START-DD > 31 THEN
                   MOVE DFHBMASB  TO  LEAVEMSTDA
                   IF  NOT ERRORS THEN
                       SET ERRORS TO TRUE
                       MOVE -1    TO  LEAVEMSTDL
                       MOVE 25    TO WORK-MSG-CODE
                   END-IF
               END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 550-CHECK-DEPT-COVERAGE THRU 550-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS THE REQUEST AGAINST THE DEPARTMENT'S MINIMUM
      * ON-DUTY HEADCOUNT THROUGH COBCOVCK - APPROVED AND PENDING LEAVE
      * AND THE SITE HOLIDAY CALENDAR ALL COUNT. PAST THE WARNING
      * MARGIN THE REQUEST IS REFUSED; WITHIN IT THE REQUEST IS FILED
      * AND THE SUBMIT MESSAGE WARNS THAT COVER WILL BE SHORT.
      *-----------------------------------------------------------------
       550-CHECK-DEPT-COVERAGE.

           MOVE SPACES     TO FULL-EMPLOYEE-RECORD.
           MOVE LEAVEMEMPI TO WS-FE-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE FULL-EMPLOYEE-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE SPACE TO CVK-RESULT
               GO TO 550-EXIT
           END-IF.
           MOVE DATA-OUT TO FULL-EMPLOYEE-RECORD.

           MOVE "C"                 TO CVK-FUNCTION.
           MOVE WS-FE-DEPT-CODE     TO CVK-DEPT-CODE.
           MOVE LEAVEMEMPI          TO CVK-EMP-NO.
           MOVE WS-START-DATE-KEYED TO CVK-START-DATE.
           MOVE LEAVEMDAYSI         TO CVK-DAYS.
           CALL "COBCOVCK" USING COVERAGE-CHECK-PARAMETERS.

           IF  CVK-REFUSE THEN
               MOVE DFHBMASB  TO  LEAVEMSTDA
               SET ERRORS TO TRUE
               MOVE -1        TO  LEAVEMSTDL
               MOVE 26        TO  WORK-MSG-CODE
           END-IF.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA MAKES A CALL TO COBOL PROGRAM TO ADD THE LEAVE
      * REQUEST, THEN ROUTES IT TO THE MANAGER APPROVAL QUEUE.
           SET WS-LEAVE-PENDING  TO  TRUE.
           ACCEPT WS-SUBMIT-DATE FROM DATE.
           MOVE WS-SUBMIT-DATE   TO  WS-LREQ-DATE.
           MOVE WS-START-DATE-KEYED TO WS-LSTART-DATE.
           IF  LEAVEMTYPEI > SPACES THEN
               MOVE LEAVEMTYPEI TO WS-LTYPE
           ELSE
           END-EXEC.

           MOVE 17 TO WORK-MSG-CODE.
      *    ** filed, but short of the department's minimum cover
           IF  CVK-WARN THEN
               MOVE 27 TO WORK-MSG-CODE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA PROJECTS THE LEAVE BALANCE FORWARD TO A FUTURE
               GO TO 850-EXIT
           END-IF.

      *    ** extra days are held to the department's minimum cover,
      *    ** same as a fresh submit
           MOVE SPACE      TO CVK-RESULT.
           MOVE SWITCH-OFF TO ERROR-SWITCH.
           IF  WS-AMEND-DELTA > ZERO
           AND WS-RQ-LSTART-DATE IS NUMERIC
           AND WS-RQ-LSTART-DATE > ZERO THEN
               MOVE WS-RQ-LSTART-DATE TO WS-START-DATE-KEYED
               PERFORM 550-CHECK-DEPT-COVERAGE THRU 550-EXIT
               IF  ERRORS THEN
                   GO TO 850-EXIT
               END-IF
           END-IF.

           MOVE REQUEST-ROW-RECORD TO WS-AUD-BEFORE-IMAGE.

           IF  WS-RQ-APPROVED THEN
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE 24 TO WORK-MSG-CODE.
           IF  CVK-WARN THEN
               MOVE 27 TO WORK-MSG-CODE
           END-IF.

       850-EXIT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.
                                                                        
           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO LEAVEMMSGO.       
           GO TO 999-EXIT.                                              
      * 950-DBERROR - GET ERROR MESSAGE                                
      *-----------------------------------------------------------------
       950-DBERROR.                                                    
                MOVE "D"            TO  WS-TXU-OUTCOME.
      *         CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO LEAVEMMSGO.       
                GO TO 999-EXIT.                                              
                

       999-EXIT.                                                        
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO LEAVEMMSGA.                  

           EXEC CICS 

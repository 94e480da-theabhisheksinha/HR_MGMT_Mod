      *               COBOL-CICS PROGRAM CALLS COBOL PROGRAM TO GET 
      *               EMPLOYEE NAMES AND NUMBERS OF TOP 10 EMPLOYEE 
      *               HAVING SALARY GREATER THAN INPUT SALARY. 
      *               EVERY EMPLOYEE LISTED IS WRITTEN TO THE
      *               READ-ACCESS LOG THROUGH COBACCLG.
      *-----------------------------------------------------------------
      *                                                                 
      *--------------------PART OF MYTELCO HR APPLICATION-------------
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** who viewed whose salary - one COBACCLG read-access log
      *    ** row per employee on the returned list
       01  ACCESS-LOG-RECORD.
           03  WS-ACL-OPERATOR             PIC X(3).
           03  WS-ACL-FUNCTION             PIC X(8) VALUE "COBCIOP7".
           03  WS-ACL-EMP-NO               PIC X(6).
           03  WS-ACL-MASKED               PIC X(1).
           03  WS-ACL-DATE                 PIC 9(6).
           03  WS-ACL-TIME                 PIC 9(6).
       01  WS-ACL-IX                       PIC S9(4) COMP.

       01  SWITCHES.                                                    
           03  ERROR-SWITCH                PIC X VALUE SPACE.           
               88  ERRORS                        VALUE "Y".             
           03  COBDATE-OUTPUT-FORMAT       PIC X(8).                    
           03  COBDATE-MESSAGE             PIC X(30).                   
                                                                        
      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIOP7".
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
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

      *    **  salary data is authorization-controlled - check this
      *    **  operator against the permission file on every task
      *    **  (pseudo-conversational, so there is no resident state
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR SALARY DATA" TO CASTMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.


           PERFORM 160-SAVE-COMMAREA.

      *    ** each pseudo-conversational leg is a task of its own
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS
               RETURN TRANSID(EIBTRNID)
               COMMAREA(DFHCOMMAREA)
               MOVE CASTMSALO(12)    TO CASTMSAL12O
               MOVE 12         TO CASTMRANK12O

               PERFORM 410-LOG-VIEWS

           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA LOGS EVERY EMPLOYEE ON THE RETURNED LIST - OPERATOR,
      * EMPLOYEE AND WHETHER THE SALARIES WERE MASKED - THROUGH
      * COBACCLG.
      *-----------------------------------------------------------------
       410-LOG-VIEWS.

           MOVE WS-SEC-OPID    TO  WS-ACL-OPERATOR.
           IF  WS-SEC-MASKED THEN
               MOVE "Y"        TO  WS-ACL-MASKED
           ELSE
               MOVE "N"        TO  WS-ACL-MASKED
           END-IF.

           PERFORM VARYING WS-ACL-IX FROM 1 BY 1
                   UNTIL WS-ACL-IX > WS-TOTAL-EMPLOYEE
               IF  CASTMEMPO (WS-ACL-IX) > SPACES THEN
                   MOVE CASTMEMPO (WS-ACL-IX) TO WS-ACL-EMP-NO
                   CALL "COBACCLG" USING ACCESS-LOG-RECORD
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * THIS PARA ROUTES THE CURRENTLY-DISPLAYED SALARY LIST TO A
      * PRINT/EXTRACT TD QUEUE, ONE LINE PER EMPLOYEE, FOR THE COMP
      * ERROR HANDLING PARA.                                                                        
      *-----------------------------------------------------------------                                                                  
       900-ERRORS.                                                      
           MOVE "E"            TO  WS-TXU-OUTCOME.
                                                                        
           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO CASTMMSGO.       
           GO TO 999-EXIT.                                              
      * EXIT PARA                                                                        
      *-----------------------------------------------------------------                                                                  
       999-EXIT.                                                        
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO CASTMMSGA.                  
           EXEC CICS 
               SEND TEXT 

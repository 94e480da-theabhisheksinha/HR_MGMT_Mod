           03  COBDATE-OUTPUT-FORMAT       PIC X(8).                    
           03  COBDATE-MESSAGE             PIC X(30).                   
                                                                        
      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO10".
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

      *    **  pseudo-conversational dispatch - a first-time terminal
      *    **  attach (no COMMAREA) initializes and sends the map; a
      *    **  return trip (user pressed a key) restores the state

           PERFORM 160-SAVE-COMMAREA.

      *    ** each pseudo-conversational leg is a task of its own
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS
               RETURN TRANSID(EIBTRNID)
               COMMAREA(DFHCOMMAREA)
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

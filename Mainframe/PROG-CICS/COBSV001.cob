       DATA DIVISION.                                                   
                                                                        
       WORKING-STORAGE SECTION.                                         

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBSV001".
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
           03 RETURN-FLAG                   PIC X(1).
           EXEC CICS IGNORE CONDITION LENGERR END-EXEC.
           EXEC CICS HANDLE CONDITION ERROR(900-ERRORS) END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

      *    ** a caller sending more than the single-record shape's 73
      *    ** bytes is a bulk lookup request
           IF  EIBCALEN > 73
                     RESP(RESP)
                     END-EXEC.

      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS RETURN
                     END-EXEC.

                     RESP(RESP)
                     END-EXEC.

      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS RETURN
                     END-EXEC.

      * PARA FOR UNEXPECTED ERRORS.
      *-----------------------------------------------------------------                                                                  
       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.
      *    ** coded SYSTEM-ERROR response instead of overlaying the
      *    ** whole COMMAREA with free text (which used to stomp right
      *    ** back over the RETURN-FLAG this same paragraph had just

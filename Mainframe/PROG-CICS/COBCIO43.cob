      *               DATE/TIMES RETAINED ON THE ROW. ONLY A VERIFIED
      *               ROW FEEDS THE COBBAT23 BANK FILE; AN EMPLOYEE
      *               WITHOUT ONE LANDS ON THAT RUN'S EXCEPTION REPORT
      *               INSTEAD OF GETTING A BLIND CREDIT. EVERY
      *               DETAIL SHOWN IS NOW LOGGED THROUGH COBACCLG FOR
      *               THE COBBATB5 WEEKLY ACCESS REVIEW.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** one row per bank detail shown - COBACCLG stamps the
      *    ** date/time and adds it to the APITPACL access log
       01  ACCESS-LOG-RECORD.
           03  WS-ACL-OPERATOR             PIC X(3).
           03  WS-ACL-FUNCTION             PIC X(8) VALUE "COBCIO43".
           03  WS-ACL-EMP-NO               PIC X(6).
           03  WS-ACL-MASKED               PIC X(1).
           03  WS-ACL-DATE                 PIC 9(6).
           03  WS-ACL-TIME                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO43".
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

           MOVE SPACES         TO  BNKDTLO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  BNKEMPL.
               MOVE WS-BNK-CHECKER-OPID  TO BNKCKRO
               MOVE 8                    TO WORK-MSG-CODE
               SET WS-BNK-FOUND          TO TRUE
               PERFORM 410-LOG-VIEW
           ELSE
               MOVE SPACES               TO BNKSTATO
               MOVE SPACES               TO BNKMKRO
               MOVE "N"                  TO WS-BNK-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA LOGS THE VIEW OF THE DETAIL JUST SHOWN - WHO LOOKED
      * AND AT WHOSE ACCOUNT - FOR THE COBBATB5 ACCESS REVIEW.
      *-----------------------------------------------------------------
       410-LOG-VIEW.

           EXEC CICS
               ASSIGN OPID(EIBOPID)
           END-EXEC.

           MOVE EIBOPID        TO  WS-ACL-OPERATOR.
           MOVE WS-BNK-EMP-NO  TO  WS-ACL-EMP-NO.
           MOVE "N"            TO  WS-ACL-MASKED.
           CALL "COBACCLG" USING ACCESS-LOG-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE KEYED DETAIL BEFORE IT IS SUBMITTED
      * FOR VERIFICATION - THE EMPLOYEE MUST BE ON THE MASTER, THE
           END-EXEC.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO BNKMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO BNKMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO BNKMSGA.

           EXEC CICS

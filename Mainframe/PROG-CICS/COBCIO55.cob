      *               HISTORY (APITPTRH CMD-CODE 2 ADD, THE ONLINE
      *               TWIN OF THE BATCH HISTORY WRITE), AND THE ITEM
      *               IS STAMPED RELEASED - SO EVERY BATCH'S MONEY IS
      *               ALWAYS SOMEWHERE ACCOUNTABLE. BOTH LEGS CARRY
      *               TRANSACTION CODE SUS, SO THE CUSTOMER'S HISTORY
      *               AND STATEMENT SHOW THE POSTING AS A SUSPENSE
      *               REPAIR.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** one posted leg for the history gateway
       01  TRAN-HISTORY-RECORD.
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

      *    ** the house suspense account, same constant COBBAT26
      *    ** posts to

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO55".
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

           MOVE SPACES         TO  SUSPO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  SUSPREFL.
           MOVE WS-SUS-SOURCE-REF TO TH-SOURCE-REF.
           MOVE WS-BALANCE-BEFORE TO TH-BALANCE-BEFORE.
           MOVE WS-ACC-TOTAL      TO TH-BALANCE-AFTER.
           MOVE "SUS"             TO TH-TRAN-CODE.
           MOVE 2 TO CMD-CODE.
           MOVE TRAN-HISTORY-RECORD TO DATA-IN.
           CALL "APITPTRH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           MOVE WS-SUS-SOURCE-REF  TO TH-SOURCE-REF.
           MOVE WS-BALANCE-BEFORE  TO TH-BALANCE-BEFORE.
           MOVE WS-ACC-TOTAL       TO TH-BALANCE-AFTER.
           MOVE "SUS"              TO TH-TRAN-CODE.
           MOVE 2 TO CMD-CODE.
           MOVE TRAN-HISTORY-RECORD TO DATA-IN.
           CALL "APITPTRH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO SUSPMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO SUSPMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO SUSPMSGA.

           EXEC CICS

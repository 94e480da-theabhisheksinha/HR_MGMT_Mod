      *               POSTED) AND PAGES THEM NEWEST-FIRST WITH PF7/PF8
      *               LIKE COBCIOP4's HISTORY TABLE - POST DATE, D/C
      *               CODE, AMOUNT, SOURCE REFERENCE AND THE RUNNING
      *               BALANCE. EACH ROW ALSO SHOWS ITS TRANSACTION CODE
      *               (BIL, STO, INT, FEM, SUS ...) FROM THE COBBAT88
      *               CODE MASTER, SO THE AGENT CAN SAY WHAT KIND OF
      *               DEBIT IT WAS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

      *    ** the account's postings in the keyed range, newest first
      *    ** - loaded once per inquiry, paged PF7/PF8 like COBCIO15's
                                INDEXED BY HIST-IDX.
               05  HT-POST-DATE          PIC 9(6).
               05  HT-DC-CODE            PIC X(1).
               05  HT-TRAN-CODE          PIC X(3).
               05  HT-AMOUNT             PIC 9(9)V9(2).
               05  HT-SOURCE-REF         PIC X(10).
               05  HT-BALANCE-AFTER      PIC S9(9)V9(2) SIGN LEADING

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO54".
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

           MOVE SPACES         TO  TRNHIO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  TRNHACCL.
                               TO HT-POST-DATE (HIST-IDX)
                       MOVE TH-DC-CODE
                               TO HT-DC-CODE (HIST-IDX)
                       MOVE TH-TRAN-CODE
                               TO HT-TRAN-CODE (HIST-IDX)
                       MOVE TH-AMOUNT
                               TO HT-AMOUNT (HIST-IDX)
                       MOVE TH-SOURCE-REF

           MOVE HT-POST-DATE (WS-HIST-PTR)     TO TRNHDTEO.
           MOVE HT-DC-CODE (WS-HIST-PTR)       TO TRNHDCO.
           MOVE HT-TRAN-CODE (WS-HIST-PTR)     TO TRNHTCDO.
           MOVE HT-AMOUNT (WS-HIST-PTR)        TO TRNHAMTO.
           MOVE HT-SOURCE-REF (WS-HIST-PTR)    TO TRNHREFO.
           MOVE HT-BALANCE-AFTER (WS-HIST-PTR) TO TRNHBALO.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO TRNHMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO TRNHMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO TRNHMSGA.

           EXEC CICS

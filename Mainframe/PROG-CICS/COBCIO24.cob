           10 WS-ADJ-PAID-FLAG        PIC X(1).

      *    ** same PAYROLL-MASTER-RECORD shape COBCIO15 owns, carried
      *    ** with its FULL deduction tail (through WS-TAXTRUEUP, the
      *    ** year-end tax true-up) - the CMD-CODE 6 change is a
      *    ** whole-row replace, so a short record here would space
      *    ** out every tail field the other runs have written
       01  PAYROLL-MASTER-RECORD.
           10 WS-STATDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the month's lifecycle on the APITPPPD pay-period gateway
      *    ** - an adjustment may not be applied against a month the
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO24".
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

           MOVE SPACES         TO  PAYADJO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  PAYADJEMPL.
           END-EXEC.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO PAYADJMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO PAYADJMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO PAYADJMSGA.

           EXEC CICS

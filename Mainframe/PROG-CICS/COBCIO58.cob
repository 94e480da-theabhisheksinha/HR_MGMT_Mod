      *               OPERATOR (PF11). COBCIO23 NOW REQUIRES AN OPEN
      *               APPROVED REQUISITION FOR THE HIRE'S DEPARTMENT
      *               AND JOB AND DECREMENTS IT ON SUCCESS; COBBAT70
      *               AGES WHAT'S STILL OPEN FOR HR. EVERY NEW
      *               REQUISITION CARRIES THE MONTH THE HIRE IS EXPECTED
      *               TO START (YYYYMM), WHICH THE COBBATA3 PERSONNEL
      *               COST FORECAST PRICES THE VACANCY FROM. THE
      *               CANDIDATES PUT FORWARD FOR A REQUISITION AND THE
      *               OFFERS MADE TO THEM ARE TRACKED ON COBCIO85 AND
      *               COBCIO86.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-RQN-RAISED-DATE      PIC 9(6).
           10 WS-RQN-MAKER-OPID       PIC X(3).
           10 WS-RQN-APPR-OPID        PIC X(3).
      *        ** the month (yyyymm) the hire is expected to start -
      *        ** the COBBATA3 cost forecast prices the vacancy from
      *        ** it; appended so existing readers are undisturbed
           10 WS-RQN-START-YM         PIC 9(6).

      *    ** the COBCIO37 headcount budget row for the department
       01  HEADCOUNT-BUDGET-RECORD.
           03  WS-STAMP-YY                 PIC 99.
           03  FILLER                      PIC 9(4).
       01  WS-BUDGET-YEAR                  PIC 9(4).
       01  WS-START-YM                     PIC 9(6).
       01  WS-START-YM-R REDEFINES WS-START-YM.
           03  WS-START-YYYY               PIC 9(4).
           03  WS-START-MM                 PIC 9(2).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO58".
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

           MOVE SPACES         TO  REQNO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  REQNNOL.
           MOVE DFHBMFSE        TO  REQNNOA
                                    REQNDEPA
                                    REQNJOBA
                                    REQNCNTA
                                    REQNSTMA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
               MOVE WS-RQN-COUNT        TO REQNCNTO
               MOVE WS-RQN-FILLED       TO REQNFILO
               MOVE WS-RQN-STATUS       TO REQNSTAO
               MOVE WS-RQN-START-YM     TO REQNSTMO
               MOVE 8                   TO WORK-MSG-CODE
               SET WS-RQN-FOUND         TO TRUE
           ELSE

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A NEW REQUISITION - THE JOB CODE MUST BE
      * ON THE APITPJOB MASTER, THE COUNT NONZERO, THE EXPECTED START
      * A VALID YYYYMM, AND THE DEPARTMENT'S APITPBUD BUDGET NOT
      * FROZEN. A DEPARTMENT WITH NO BUDGET ROW CARRIES NO
      * CONSTRAINT, SAME RULE COBCIO23 APPLIES.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

               GO TO 500-EXIT-POINT
           END-IF.

           IF  REQNSTMI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  REQNSTMA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  REQNSTML
               MOVE 22        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.
           MOVE REQNSTMI TO WS-START-YM.
           IF  WS-START-MM < 1 OR WS-START-MM > 12 THEN
               MOVE DFHBMASB  TO  REQNSTMA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  REQNSTML
               MOVE 22        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           MOVE SPACES   TO JOB-MASTER-RECORD.
           MOVE REQNJOBI TO WS-JOB-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE WS-STAMP-YYMMDD     TO WS-RQN-RAISED-DATE.
           MOVE EIBOPID             TO WS-RQN-MAKER-OPID.
           MOVE SPACES              TO WS-RQN-APPR-OPID.
           MOVE WS-START-YM         TO WS-RQN-START-YM.

           MOVE 2 TO CMD-CODE.
           MOVE REQUISITION-RECORD TO DATA-IN.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO REQNMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO REQNMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO REQNMSGA.

           EXEC CICS

      *               SAME ADD/CHANGE/DELETE PATTERN AS COBCIO19. THE
      *               COBBAT61 STALE-REQUEST WATCHDOG ROUTES TO THE
      *               DELEGATE WHILE THE WINDOW COVERS THE RUN DATE.
      *               A DELEGATE ACTS WITH THE MANAGER'S PERMISSIONS,
      *               SO A DELEGATION THAT WOULD LEAVE THE DELEGATE
      *               HOLDING BOTH FUNCTIONS OF A COBCIO98 CONFLICTING
      *               PAIR IS REFUSED THROUGH COBSODCK UNLESS A
      *               COBCIOA0 EXCEPTION HAS BEEN APPROVED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** the conflicting-pair test - see COBSODCK. function left
      *    ** blank asks about the whole of the delegator's access
       01  SOD-CHECK-RECORD.
           03  WS-SOD-OPERATOR             PIC X(3).
           03  WS-SOD-FUNCTION             PIC X(8).
           03  WS-SOD-DELEGATOR            PIC X(3).
           03  WS-SOD-RESULT               PIC X(1).
               88  WS-SOD-CLEAR                VALUE "C".
               88  WS-SOD-EXCEPTED             VALUE "E".
               88  WS-SOD-REFUSED              VALUE "F".
           03  WS-SOD-RULE-ID              PIC X(4).
           03  WS-SOD-FUNCTION-A           PIC X(8).
           03  WS-SOD-FUNCTION-B           PIC X(8).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO46".
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

           MOVE SPACES         TO  DLGTNO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  DLGMGRL.
      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE ROW BEFORE IT IS SAVED - DELEGATE
      * PRESENT AND NOT THE MANAGER THEMSELVES, DATES NUMERIC AND IN
      * ORDER, AND NO UNEXCEPTED SOD CONFLICT FOR THE DELEGATE.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

               MOVE 17        TO  WORK-MSG-CODE
           END-IF.

           IF  NOT ERRORS THEN
               MOVE DLGDELI   TO  WS-SOD-OPERATOR
               MOVE SPACES    TO  WS-SOD-FUNCTION
               MOVE DLGMGRI   TO  WS-SOD-DELEGATOR
               CALL "COBSODCK" USING SOD-CHECK-RECORD
               IF  WS-SOD-REFUSED THEN
                   MOVE DFHBMASB  TO  DLGDELA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  DLGDELL
                   MOVE 19        TO  WORK-MSG-CODE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA ADDS A NEW DELEGATION ROW OR REVISES AN EXISTING
      * ONE - SAME PF10-TO-UPDATE PATTERN COBCIO19 USES.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO DLGMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO DLGMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO DLGMSGA.

           EXEC CICS

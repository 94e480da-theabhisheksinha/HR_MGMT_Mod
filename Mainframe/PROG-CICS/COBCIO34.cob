      *               THE DAYS INTO WS-WORKINGDAYS. OVERTIME HOURS CAN
      *               BE KEYED (OR CORRECTED) ON THE SAME DAY, AND
      *               PF11 APPROVES THEM - ONLY APPROVED HOURS ARE
      *               PRICED BY THE COBBAT62 MONTHLY AGGREGATION. THE
      *               EMPLOYEE'S ELECTION FOR THE HOURS - P PAID (THE
      *               DEFAULT) OR B BANKED AS COMPENSATORY TIME OFF -
      *               IS KEYED WITH THE HOURS OR THE APPROVAL, AND
      *               COBBAT62 CONVERTS BANKED HOURS TO COMP-OFF DAYS
      *               INSTEAD OF PAYING THEM.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-ATT-OUT-TIME         PIC 9(4).
           10 WS-ATT-OT-HOURS         PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-ATT-OT-APPROVED      PIC X(1).
      *        ** P (or space) = paid, B = banked as comp-off
           10 WS-ATT-OT-ELECT         PIC X(1).
               88  WS-ATT-OT-BANKED       VALUE "B".

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.

       01  WORK-MSG-CODE          PIC 99.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO34".
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

           MOVE SPACES         TO  ATTMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  ATTMEMPL.
           MOVE DFHBMFSE        TO  ATTMEMPA
                                    ATTMDTEA
                                    ATTMCODA
                                    ATTMOTA
                                    ATTMELCA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
               MOVE WS-ATT-CODE         TO ATTMCODO
               MOVE WS-ATT-OT-HOURS     TO ATTMOTO
               MOVE WS-ATT-OT-APPROVED  TO ATTMOTAPO
               MOVE WS-ATT-OT-ELECT     TO ATTMELCO
               MOVE 8                   TO WORK-MSG-CODE
           ELSE
               MOVE SPACES              TO ATTMCODO
               MOVE SPACES              TO ATTMOTO
               MOVE SPACES              TO ATTMOTAPO
               MOVE SPACES              TO ATTMELCO
               MOVE 7                   TO WORK-MSG-CODE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE CORRECTION - THE CODE MUST BE P/A/H,
      * AND AN OVERTIME ELECTION, WHEN KEYED, P OR B.
      *-----------------------------------------------------------------
       500-VALIDATE-CORRECTION.

               MOVE 15        TO  WORK-MSG-CODE
           END-IF.

           IF  ATTMELCI NOT = SPACE AND ATTMELCI NOT = "P"
           AND ATTMELCI NOT = "B"
               MOVE DFHBMASB  TO  ATTMELCA
               IF  NOT ERRORS THEN
                   SET ERRORS TO  TRUE
                   MOVE -1    TO  ATTMELCL
                   MOVE 18    TO  WORK-MSG-CODE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE CORRECTED DAY - SAME CMD-CODE 2 OVERLAY
      * THE LOADER USES, SO A CORRECTION AND A RELOAD BEHAVE ALIKE.
               MOVE ATTMOTI TO WS-ATT-OT-HOURS
               MOVE SPACE   TO WS-ATT-OT-APPROVED
           END-IF.
           IF  ATTMELCI NOT = SPACE THEN
               MOVE ATTMELCI TO WS-ATT-OT-ELECT
           END-IF.

           MOVE 2 TO CMD-CODE.
           MOVE ATTENDANCE-RECORD TO DATA-IN.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES THE DAY'S OVERTIME HOURS - SAME CMD-CODE 2
      * OVERLAY, WITH THE APPROVAL FLAG UP AND THE KEYED PAID/BANKED
      * ELECTION TAKEN WITH IT. NOTHING TO APPROVE IS A MESSAGE, NOT
      * AN ERROR.
      *-----------------------------------------------------------------
       700-APPROVE-OVERTIME.

           IF  ATTMELCI NOT = SPACE AND ATTMELCI NOT = "P"
           AND ATTMELCI NOT = "B"
               MOVE DFHBMASB  TO  ATTMELCA
               MOVE -1        TO  ATTMELCL
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE SPACES   TO ATTENDANCE-RECORD.
           MOVE ATTMEMPI TO WS-ATT-EMP-NO.
           MOVE ATTMDTEI TO WS-ATT-DATE.
           END-IF.

           MOVE "Y" TO WS-ATT-OT-APPROVED.
           IF  ATTMELCI NOT = SPACE THEN
               MOVE ATTMELCI TO WS-ATT-OT-ELECT
           END-IF.
           MOVE 2 TO CMD-CODE.
           MOVE ATTENDANCE-RECORD TO DATA-IN.
           CALL "APITPATT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE WS-ATT-OT-HOURS    TO ATTMOTO
               MOVE WS-ATT-OT-APPROVED TO ATTMOTAPO
               MOVE WS-ATT-OT-ELECT    TO ATTMELCO
               MOVE 17                 TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO ATTMMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO ATTMMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO ATTMMSGA.

           EXEC CICS

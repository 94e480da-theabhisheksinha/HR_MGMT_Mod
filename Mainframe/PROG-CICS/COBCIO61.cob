      *               THE EXISTING 1 READ), AND DISPOSES ONE (PF11 -
      *               CMD-CODE 5 DELETE) - REFUSED WHILE AN APITPASG
      *               CUSTODY ROW IS STILL OPEN OR AN APITPCLM CLAIM
      *               UNSETTLED, OR WHILE IT IS AWAY ON AN OPEN COBCIO94
      *               REPAIR TICKET. EVERY CHANGE GOES THROUGH COBAUDIT,
      *               SO COBBAT06 RENEWALS AND COBBAT07 DEPRECIATION
      *               RUN OFF A MASTER SOMEONE ACTUALLY MAINTAINS.
      *               KIT BOUGHT ON A COBCIO92 PURCHASE ORDER ARRIVES
      *               THROUGH THE COBCIO93 GOODS RECEIPT INSTEAD,
      *               WHICH CARRIES THE ORDER PRICE AS THE ACQUISITION
      *               COST - A ROW ADDED HERE HAS NONE, AND A CHANGE
      *               HERE LEAVES THE COST AND PO NUMBER AS RECEIVED.
      *               THE ROW ALSO CARRIES THE MODEL AND THE WARRANTY
      *               END DATE AND PROVIDER, SO COBCIO94 CAN TELL A
      *               WARRANTY REPAIR FROM A PAID ONE AND COBBATB3 CAN
      *               REPORT REPAIRS BY MODEL.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------

       WORKING-STORAGE SECTION.

      *    ** same HARDWARE-MASTER-RECORD shape COBCIO17 owns, with
      *    ** the COBCIO93 acquisition cost and PO number appended,
      *    ** then the model and warranty
       01  HARDWARE-MASTER-RECORD.
           10 WS-HARDWARE-ID          PIC X(10).
           10 WS-MOUSE-ID             PIC X(10).
           10 WS-INS-RENEWAL-DATE     PIC 9(6).
           10 WS-ASSET-ACQUIRED-DATE  PIC 9(6).
           10 WS-DEPT-CODE            PIC X(4).
           10 WS-ACQUISITION-COST     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PO-NO                PIC X(8).
           10 WS-MODEL                PIC X(10).
      *        ** zero where the kit carries no warranty
           10 WS-WARRANTY-END-DATE    PIC 9(6).
           10 WS-WARRANTY-PROVIDER    PIC X(20).

      *    ** where-used probes for the dispose path
       01  ASSIGNMENT-RECORD.
               88  WS-CLM-OPEN            VALUE "O".
           10 WS-CLM-SETTLED-AMOUNT   PIC S9(7)V9(2) USAGE COMP-3.

      *    ** only the hardware id and the returned date matter here
       01  REPAIR-TICKET-RECORD.
           10 WS-RPR-TICKET-NO        PIC X(8).
           10 WS-RPR-HARDWARE-ID      PIC X(10).
           10 WS-RPR-FAULT            PIC X(30).
           10 WS-RPR-VENDOR-ID        PIC X(6).
           10 WS-RPR-SENT-DATE        PIC 9(6).
           10 WS-RPR-RETURNED-DATE    PIC 9(6).
           10 FILLER                  PIC X(19).

       01  WS-REF-CURSOR-SWITCH            PIC X.
           88  WS-REF-CURSOR-DONE              VALUE "Y".
       01  WS-REF-FOUND-SWITCH             PIC X.

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO61".
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

           MOVE SPACES         TO  HDWMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  HDWMIDL.
           MOVE DFHBMFSE        TO  HDWMIDA
                                    HDWMCPUA
                                    HDWMDEPA
                                    HDWMACQA
                                    HDWMWEDA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
               MOVE WS-CPU-ID               TO HDWMCPUO
               MOVE WS-DEPT-CODE            TO HDWMDEPO
               MOVE WS-ASSET-ACQUIRED-DATE  TO HDWMACQO
               MOVE WS-MODEL                TO HDWMMDLO
               MOVE WS-WARRANTY-END-DATE    TO HDWMWEDO
               MOVE WS-WARRANTY-PROVIDER    TO HDWMWPRO
               MOVE 8                       TO WORK-MSG-CODE
               SET WS-HW-FOUND              TO TRUE
           ELSE
               MOVE SPACES                  TO HDWMCPUO
               MOVE SPACES                  TO HDWMDEPO
               MOVE SPACES                  TO HDWMACQO
               MOVE SPACES                  TO HDWMMDLO
               MOVE SPACES                  TO HDWMWEDO
               MOVE SPACES                  TO HDWMWPRO
               MOVE 7                       TO WORK-MSG-CODE
               MOVE "N"                     TO WS-HW-FOUND-SWITCH
           END-IF.
               MOVE 16        TO  WORK-MSG-CODE
           END-IF.

      *    ** the warranty end date is optional, but a date if keyed
           IF  NOT ERRORS AND HDWMWEDI > SPACES
           AND HDWMWEDI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  HDWMWEDA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  HDWMWEDL
               MOVE 22        TO  WORK-MSG-CODE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA ADDS A NEW HARDWARE ROW OR CHANGES AN EXISTING ONE -
      * SAME PF10-TO-UPDATE PATTERN COBCIO19 USES, AUDITED.
               MOVE HDWMRNWI TO WS-INS-RENEWAL-DATE
           END-IF.
           MOVE HDWMDEPI TO  WS-DEPT-CODE.
           MOVE HDWMMDLI TO  WS-MODEL.
           IF  HDWMWEDI IS NUMERIC THEN
               MOVE HDWMWEDI TO WS-WARRANTY-END-DATE
           ELSE
               MOVE ZERO     TO WS-WARRANTY-END-DATE
           END-IF.
           MOVE HDWMWPRI TO  WS-WARRANTY-PROVIDER.

           IF  WS-HW-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE ZERO   TO WS-ACQUISITION-COST
               MOVE SPACES TO WS-PO-NO
               MOVE 2 TO CMD-CODE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA DISPOSES A HARDWARE ROW (NEW APITP017 CMD-CODE 5)
      * AFTER THE WHERE-USED CHECKS - KIT STILL IN SOMEONE'S CUSTODY
      * UNDER AN UNSETTLED CLAIM OR AWAY FOR REPAIR CANNOT GO.
      *-----------------------------------------------------------------
       700-DISPOSE-HARDWARE.


      *-----------------------------------------------------------------
      * THIS PARA LOOKS FOR ANYTHING STILL HOLDING THE HARDWARE -
      * OPEN APITPASG CUSTODY FIRST, THEN UNSETTLED APITPCLM CLAIMS,
      * THEN REPAIR TICKETS NOT YET RETURNED (APITPRPR CMD-CODE 6).
      * EACH CURSOR IS WALKED TO EXHAUSTION, AS EVERY GATEWAY CURSOR
      * MUST BE.
      *-----------------------------------------------------------------
               END-IF
           END-PERFORM.

           MOVE "N"     TO  WS-REF-CURSOR-SWITCH.
           MOVE SPACES  TO  REPAIR-TICKET-RECORD.
           MOVE HDWMIDI TO  WS-RPR-HARDWARE-ID.
           MOVE 6       TO  CMD-CODE.

           PERFORM UNTIL WS-REF-CURSOR-DONE
               MOVE REPAIR-TICKET-RECORD TO DATA-IN
               CALL "APITPRPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-REF-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REPAIR-TICKET-RECORD
                   IF  WS-RPR-RETURNED-DATE = ZERO
                       SET WS-REF-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       750-EXIT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO HDWMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO HDWMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO HDWMSGA.

           EXEC CICS

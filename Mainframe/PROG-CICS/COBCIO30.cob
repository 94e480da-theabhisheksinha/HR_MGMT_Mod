      *               THE CUSTODY HISTORY, AND ENTER INQUIRES BY
      *               EMPLOYEE OR BY HARDWARE ID. COBBAT33 REPORTS
      *               HARDWARE STILL OUT TO TERMINATED EMPLOYEES.
      *               A LOANER ISSUED WHILE AN EMPLOYEE'S OWN KIT IS
      *               AWAY FOR REPAIR CARRIES THE COBCIO94 REPAIR
      *               TICKET NUMBER - THE TICKET MUST BE OPEN AND FOR
      *               SOME OTHER ITEM, AND MAY HAVE ONLY ONE LOANER -
      *               AND THE TICKET IS STAMPED WITH THE LOANER'S ID.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-ASG-ISSUE-DATE       PIC 9(6).
           10 WS-ASG-RETURN-DATE      PIC 9(6).
           10 WS-ASG-OPID             PIC X(3).
      *        ** the COBCIO94 repair ticket a loaner was issued
      *        ** against - spaces for an ordinary issue
           10 WS-ASG-TICKET-NO        PIC X(8).

      *    ** the COBCIO94 repair ticket on APITPRPR - CMD-CODE 1
      *    ** READ, 3 CHANGE
       01  REPAIR-TICKET-RECORD.
           10 WS-RPR-TICKET-NO        PIC X(8).
           10 WS-RPR-HARDWARE-ID      PIC X(10).
           10 WS-RPR-FAULT            PIC X(30).
           10 WS-RPR-VENDOR-ID        PIC X(6).
           10 WS-RPR-SENT-DATE        PIC 9(6).
           10 WS-RPR-RETURNED-DATE    PIC 9(6).
           10 WS-RPR-COST             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-RPR-WARRANTY         PIC X(1).
           10 WS-RPR-LOANER-ID        PIC X(10).
           10 WS-RPR-OPID             PIC X(3).

      *    ** only the keys matter for the exists checks
       01  EMPLOYEE-MASTER-RECORD.
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO30".
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

           MOVE SPACES         TO  ASGMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  ASGMEMPL.
           END-EVALUATE.

           MOVE DFHBMFSE        TO  ASGMEMPA
                                    ASGMHARA
                                    ASGMTKTA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
                   MOVE WS-ASG-EMP-NO      TO ASGMEMPO
                   MOVE WS-ASG-ISSUE-DATE  TO ASGMISSO
                   MOVE SPACES             TO ASGMRETO
                   MOVE WS-ASG-TICKET-NO   TO ASGMTKTO
                   MOVE 8                  TO WORK-MSG-CODE
               ELSE
                   MOVE 7                  TO WORK-MSG-CODE
                       SET WS-OPEN-FOUND TO TRUE
                       MOVE WS-ASG-HARDWARE-ID TO ASGMHARO
                       MOVE WS-ASG-ISSUE-DATE  TO ASGMISSO
                       MOVE WS-ASG-TICKET-NO   TO ASGMTKTO
                   END-IF
                   MOVE ASGMEMPI TO WS-ASG-EMP-NO
               END-IF

      *-----------------------------------------------------------------
      * THIS PARA ISSUES THE KEYED HARDWARE TO THE KEYED EMPLOYEE -
      * BOTH MUST EXIST, AND THE HARDWARE MUST NOT ALREADY BE OUT. A
      * LOANER AGAINST A REPAIR TICKET IS STAMPED ONTO THE TICKET.
      *-----------------------------------------------------------------
       500-ISSUE-HARDWARE.

               GO TO 500-EXIT
           END-IF.

           IF  ASGMTKTI > SPACES THEN
               PERFORM 550-CHECK-REPAIR-TICKET THRU 550-EXIT
               IF  ERRORS THEN
                   GO TO 500-EXIT
               END-IF
           END-IF.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-STAMP-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
           MOVE WS-STAMP-YYMMDD TO WS-ASG-ISSUE-DATE.
           MOVE ZERO            TO WS-ASG-RETURN-DATE.
           MOVE EIBOPID         TO WS-ASG-OPID.
           MOVE ASGMTKTI        TO WS-ASG-TICKET-NO.

           MOVE 2 TO CMD-CODE.
           MOVE ASSIGNMENT-RECORD TO DATA-IN.
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           IF  ASGMTKTI > SPACES THEN
               MOVE ASGMHARI TO WS-RPR-LOANER-ID
               MOVE 3 TO CMD-CODE
               MOVE REPAIR-TICKET-RECORD TO DATA-IN
               CALL "APITPRPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   PERFORM 950-DBERROR THRU 950-EXIT
               END-IF
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS THE REPAIR TICKET A LOANER IS KEYED AGAINST
      * (APITPRPR CMD-CODE 1) - ON FILE, ITS ITEM STILL AWAY, NO
      * LOANER OUT ON IT ALREADY, AND NOT THE VERY ITEM BEING
      * REPAIRED.
      *-----------------------------------------------------------------
       550-CHECK-REPAIR-TICKET.

           MOVE SPACES   TO REPAIR-TICKET-RECORD.
           MOVE ASGMTKTI TO WS-RPR-TICKET-NO.
           MOVE 1        TO CMD-CODE.
           MOVE REPAIR-TICKET-RECORD TO DATA-IN.
           CALL "APITPRPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE -1 TO ASGMTKTL
               MOVE 19 TO WORK-MSG-CODE
               SET ERRORS TO TRUE
               GO TO 550-EXIT
           END-IF.
           MOVE DATA-OUT TO REPAIR-TICKET-RECORD.

           IF  WS-RPR-RETURNED-DATE NOT = ZERO
           OR  WS-RPR-LOANER-ID > SPACES
               MOVE -1 TO ASGMTKTL
               MOVE 20 TO WORK-MSG-CODE
               SET ERRORS TO TRUE
               GO TO 550-EXIT
           END-IF.

           IF  WS-RPR-HARDWARE-ID = ASGMHARI THEN
               MOVE -1 TO ASGMHARL
               MOVE 21 TO WORK-MSG-CODE
               SET ERRORS TO TRUE
           END-IF.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA RETURNS THE KEYED HARDWARE - THE OPEN ASSIGNMENT
      * GETS ITS RETURN DATE AND STAYS ON FILE AS CUSTODY HISTORY.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO ASGMMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO ASGMMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO ASGMMSGA.

           EXEC CICS

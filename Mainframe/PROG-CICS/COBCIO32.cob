      *               CLOSED, PLANNED START/END) ON THE NEW APITPPRJ
      *               GATEWAY, AND COBCIOP4/COBCIO20 NOW VALIDATE
      *               EVERY KEYED WS-PROJ-NO AGAINST IT, REJECTING
      *               ACTIVITY AGAINST CLOSED PROJECTS. EACH PROJECT
      *               ALSO CARRIES HOW IT BILLS - T TIME AND MATERIALS
      *               (BOOKED DAYS OFF THE RATE CARD) OR F FIXED PRICE
      *               (WS-PRJ-BUDGET IS THE CONTRACT VALUE, BILLED BY
      *               THE COBCIO66 MILESTONE SCHEDULE) - AND THE
      *               EMPLOYEE WHO OWNS IT, WHO IS TOLD WHEN A
      *               MILESTONE GOES PAST DUE WITHOUT SIGN-OFF.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *        ** past the original shape so existing readers are
      *        ** undisturbed
           10 WS-PRJ-BUDGET           PIC S9(9)V9(2) USAGE COMP-3.
      *        ** T = TIME AND MATERIALS (BLANK ON PROJECTS KEYED
      *        ** BEFORE THE FLAG EXISTED), F = FIXED PRICE
           10 WS-PRJ-BILL-TYPE        PIC X(1).
      *        ** the employee who owns the project
           10 WS-PRJ-OWNER-EMP-NO     PIC X(6).

      *    ** only the key is needed to prove the owner exists
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  FILLER                      PIC X(194).

      *    ** same DEPT-MASTER-RECORD shape COBCIOP4's edit reads
       01  DEPT-MASTER-RECORD.

       01  WORK-MSG-CODE          PIC 99.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO32".
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

           MOVE SPACES         TO  PROJMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  PROJMNOL.
                                    PROJMNAMA
                                    PROJMDEPA
                                    PROJMCUSA
                                    PROJMSTAA
                                    PROJMBTYA
                                    PROJMOWNA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
               MOVE WS-PRJ-START-DATE  TO PROJMSTRO
               MOVE WS-PRJ-END-DATE    TO PROJMENDO
               MOVE WS-PRJ-BUDGET      TO PROJMBUDO
               MOVE WS-PRJ-BILL-TYPE   TO PROJMBTYO
               MOVE WS-PRJ-OWNER-EMP-NO TO PROJMOWNO
               MOVE 8                  TO WORK-MSG-CODE
               SET WS-PROJ-FOUND       TO TRUE
           ELSE
      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE PROJECT DETAILS - NAME PRESENT, OWNING
      * DEPARTMENT ON DEPT-MASTER-RECORD (SAME APITPP6 EDIT COBCIOP4
      * USES), STATUS O/C, BILLING TYPE T/F WITH A CONTRACT VALUE ON A
      * FIXED-PRICE PROJECT, AND AN OWNER ON THE EMPLOYEE MASTER.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

               MOVE 16        TO WORK-MSG-CODE
           END-IF.

           IF  PROJMBTYI IS NOT > SPACES THEN
               MOVE "T"       TO PROJMBTYI
           END-IF.
           IF  NOT ERRORS
           AND PROJMBTYI NOT = "T" AND PROJMBTYI NOT = "F"
               SET ERRORS     TO TRUE
               MOVE DFHBMASB  TO PROJMBTYA
               MOVE -1        TO PROJMBTYL
               MOVE 17        TO WORK-MSG-CODE
           END-IF.

      *    ** a fixed-price project bills its budget as the contract
      *    ** value, so it has to have one
           IF  NOT ERRORS
           AND PROJMBTYI = "F"
           AND (PROJMBUDI IS NOT NUMERIC OR PROJMBUDI = ZERO)
               SET ERRORS     TO TRUE
               MOVE DFHBMASB  TO PROJMBUDA
               MOVE -1        TO PROJMBUDL
               MOVE 18        TO WORK-MSG-CODE
           END-IF.

           IF  NOT ERRORS
           AND PROJMOWNI > SPACES
               MOVE SPACES    TO EMPLOYEE-MASTER-RECORD
               MOVE PROJMOWNI TO WS-EMP-ID
               MOVE 1         TO CMD-CODE
               MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN
               CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET ERRORS     TO TRUE
                   MOVE DFHBMASB  TO PROJMOWNA
                   MOVE -1        TO PROJMOWNL
                   MOVE 19        TO WORK-MSG-CODE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA ADDS A NEW PROJECT OR CHANGES THE ONE ON FILE -
      * SAME PF10-TO-UPDATE PATTERN AS COBCIO19.
           ELSE
               MOVE ZERO      TO WS-PRJ-BUDGET
           END-IF.
           MOVE PROJMBTYI  TO  WS-PRJ-BILL-TYPE.
           MOVE PROJMOWNI  TO  WS-PRJ-OWNER-EMP-NO.

           IF  WS-PROJ-FOUND THEN
               MOVE 3 TO CMD-CODE
           END-IF.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO PROJMMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO PROJMMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO PROJMMSGA.

           EXEC CICS

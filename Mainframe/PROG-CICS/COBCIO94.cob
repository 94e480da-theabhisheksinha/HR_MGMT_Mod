      *-----------------------------------------------------------------
      *    COBCIO94 - HARDWARE REPAIR TICKETS. COBCIO31 HANDLES
      *               INSURANCE CLAIMS, BUT MOST FAILURES ARE REPAIRS
      *               SENT BACK TO A VENDOR, AND NOTHING RECORDED
      *               THEM - NOT WHETHER THE KIT WAS STILL UNDER
      *               WARRANTY, NOT HOW LONG IT WAS AWAY, NOT WHAT IT
      *               COST. THIS SCREEN OPENS AND MAINTAINS A REPAIR
      *               TICKET ON THE NEW APITPRPR GATEWAY (CMD-CODE 1
      *               READ, 2 ADD, 3 CHANGE, 5 ALL-TICKETS CURSOR, 6
      *               TICKETS-OF-A-HARDWARE CURSOR) - THE HARDWARE ID,
      *               THE FAULT, THE REPAIR VENDOR (ACTIVE ON THE
      *               COBCIO91 MASTER), THE DATE SENT (TODAY IF LEFT
      *               BLANK), AND ON ITS RETURN THE DATE BACK AND THE
      *               COST (PF10). WHETHER THE WARRANTY COVERED IT
      *               DEFAULTS FROM THE HARDWARE MASTER'S WARRANTY END
      *               DATE AGAINST THE DATE SENT, AND MAY BE KEYED
      *               Y OR N WHERE THE PROVIDER DECIDED OTHERWISE. AN
      *               ITEM MAY HAVE ONLY ONE TICKET OPEN AT A TIME.
      *               THE LOANER COBCIO30 ISSUES AGAINST THE TICKET IS
      *               SHOWN HERE. COBBATB3 REPORTS DOWNTIME, SPEND AND
      *               REPEATED FAILURES OFF THESE TICKETS MONTHLY.
      *               EVERY CHANGE GOES THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO94.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one row per repair ticket on the new APITPRPR gateway -
      *    ** CMD-CODE 1 READ, 2 ADD, 3 CHANGE, 5 ALL-TICKETS CURSOR,
      *    ** 6 TICKETS-OF-A-HARDWARE CURSOR
       01  REPAIR-TICKET-RECORD.
           10 WS-RPR-TICKET-NO        PIC X(8).
           10 WS-RPR-HARDWARE-ID      PIC X(10).
           10 WS-RPR-FAULT            PIC X(30).
           10 WS-RPR-VENDOR-ID        PIC X(6).
           10 WS-RPR-SENT-DATE        PIC 9(6).
      *        ** zero while the item is still away
           10 WS-RPR-RETURNED-DATE    PIC 9(6).
           10 WS-RPR-COST             PIC S9(7)V9(2) USAGE COMP-3.
      *        ** Y = THE WARRANTY COVERED IT, N = WE PAID
           10 WS-RPR-WARRANTY         PIC X(1).
               88  WS-RPR-UNDER-WARRANTY  VALUE "Y".
      *        ** the COBCIO30 loaner issued against the ticket
           10 WS-RPR-LOANER-ID        PIC X(10).
           10 WS-RPR-OPID             PIC X(3).
       01  WS-RPR-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-RPR-FOUND                    VALUE "Y".

      *    ** the HARDWARE-MASTER-RECORD shape COBCIO61 maintains -
      *    ** the acquired date, model and warranty matter here
       01  HARDWARE-MASTER-RECORD.
           10 WS-HARDWARE-ID          PIC X(10).
           10 FILLER                  PIC X(66).
           10 WS-ASSET-ACQUIRED-DATE  PIC 9(6).
           10 WS-DEPT-CODE            PIC X(4).
           10 WS-ACQUISITION-COST     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PO-NO                PIC X(8).
           10 WS-MODEL                PIC X(10).
           10 WS-WARRANTY-END-DATE    PIC 9(6).
           10 WS-WARRANTY-PROVIDER    PIC X(20).

      *    ** the repair vendor must be on the COBCIO91 master and
      *    ** active
       01  VENDOR-MASTER-RECORD.
           10 WS-VND-VENDOR-ID        PIC X(6).
           10 WS-VND-NAME             PIC X(30).
           10 FILLER                  PIC X(98).
           10 WS-VND-STATUS           PIC X(1).
               88  WS-VND-ACTIVE          VALUE "A".
           10 FILLER                  PIC X(9).

      *    ** a second open ticket for the same item - probed on the
      *    ** per-hardware cursor, walked to exhaustion
       01  WS-PROBE-TICKET.
           10 WS-PRB-TICKET-NO        PIC X(8).
           10 WS-PRB-HARDWARE-ID      PIC X(10).
           10 FILLER                  PIC X(42).
           10 WS-PRB-RETURNED-DATE    PIC 9(6).
           10 FILLER                  PIC X(19).
       01  WS-PRB-CURSOR-SWITCH            PIC X.
           88  WS-PRB-CURSOR-DONE              VALUE "Y".
       01  WS-OPEN-TICKET-SWITCH           PIC X.
           88  WS-OPEN-TICKET-FOUND            VALUE "Y".

       01  WS-SENT-DATE                    PIC 9(6).
       01  WS-RETURNED-DATE                PIC 9(6).
       01  WS-KEYED-COST                   PIC 9(7)V9(2).
       01  WS-COST-OUT                     PIC 9(7)V9(2).
       01  WS-COST-OUT-X REDEFINES WS-COST-OUT
                                           PIC X(9).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who/when/before/after capture for ticket changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO94".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "RPRTCKT ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look but not open or change a ticket
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO94".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO94".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the stamps, same manually-declared EIB
      *    ** field convention COBCIO24 uses
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO94".
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

           COPY RPRM.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *    handle conditions

           EXEC CICS
               IGNORE CONDITION
               LENGERR
           END-EXEC.

           EXEC CICS
               IGNORE CONDITION
               MAPFAIL
           END-EXEC.

           EXEC CICS
               HANDLE AID
               PF3(910-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR REPAIR TICKETS"
                                   TO RPRMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  RPRMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  RPRMTKTL.

           GO TO 300-SEND-RPRMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-RPRMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("RPRM")
               INTO(RPRMI)
           END-EXEC.

           IF  RPRMTKTI IS NOT > SPACES THEN
               MOVE -1                TO  RPRMTKTL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-RPRMAP
           END-IF.

      *    ** the read runs for every AID - a PF10 add/change keyed
      *    ** over a fresh key must judge add-vs-change off the key on
      *    ** the screen NOW, not the one read last time around
           PERFORM 400-READ-TICKET.

           IF  EIBAID = DFHPF10 THEN
               IF  WS-SEC-MASKED THEN
                   MOVE 15 TO WORK-MSG-CODE
               ELSE
                   PERFORM 500-VALIDATE-SCREEN THRU 500-EXIT
                   IF  NOT ERRORS THEN
                       PERFORM 600-ADD-CHANGE-TICKET
                               THRU 600-EXIT-POINT
                   END-IF
               END-IF
           END-IF.

           MOVE DFHBMFSE        TO  RPRMTKTA
                                    RPRMHWIA
                                    RPRMFLTA
                                    RPRMVNDA
                                    RPRMSNTA
                                    RPRMRETA
                                    RPRMCSTA
                                    RPRMWARA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-RPRMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO RPRMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("RPRM")
               FROM(RPRMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-RPRMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE TICKET FOR THE KEYED NUMBER. RESP-CODE = 0
      * JUST MEANS NO TICKET YET - THE NORMAL CASE BEFORE AN ADD, NOT
      * A DATABASE ERROR.
      *-----------------------------------------------------------------
       400-READ-TICKET.

           MOVE SPACES   TO  REPAIR-TICKET-RECORD.
           MOVE RPRMTKTI TO  WS-RPR-TICKET-NO.

           MOVE 1 TO CMD-CODE.
           MOVE REPAIR-TICKET-RECORD TO DATA-IN.
           CALL "APITPRPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO REPAIR-TICKET-RECORD
               MOVE WS-RPR-HARDWARE-ID   TO RPRMHWIO
               MOVE WS-RPR-FAULT         TO RPRMFLTO
               MOVE WS-RPR-VENDOR-ID     TO RPRMVNDO
               MOVE WS-RPR-SENT-DATE     TO RPRMSNTO
               IF  WS-RPR-RETURNED-DATE > ZERO THEN
                   MOVE WS-RPR-RETURNED-DATE TO RPRMRETO
               ELSE
                   MOVE SPACES               TO RPRMRETO
               END-IF
               MOVE WS-RPR-COST          TO WS-COST-OUT
               MOVE WS-COST-OUT-X        TO RPRMCSTO
               MOVE WS-RPR-WARRANTY      TO RPRMWARO
               MOVE WS-RPR-LOANER-ID     TO RPRMLNRO
               MOVE 8                    TO WORK-MSG-CODE
               SET WS-RPR-FOUND          TO TRUE
               PERFORM 450-READ-HARDWARE
           ELSE
               MOVE SPACES               TO RPRMFLTO
                                            RPRMVNDO
                                            RPRMSNTO
                                            RPRMRETO
                                            RPRMCSTO
                                            RPRMWARO
                                            RPRMLNRO
                                            RPRMMDLO
                                            RPRMWEDO
               MOVE 7                    TO WORK-MSG-CODE
               MOVE "N"                  TO WS-RPR-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA READS THE TICKET'S HARDWARE ROW (APITP017 CMD-CODE 1)
      * AND SHOWS ITS MODEL AND WARRANTY END. RESP-CODE <> 0 IS FOUND.
      *-----------------------------------------------------------------
       450-READ-HARDWARE.

           MOVE SPACES             TO HARDWARE-MASTER-RECORD.
           MOVE WS-RPR-HARDWARE-ID TO WS-HARDWARE-ID.
           MOVE 1 TO CMD-CODE.
           MOVE HARDWARE-MASTER-RECORD TO DATA-IN.
           CALL "APITP017" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO HARDWARE-MASTER-RECORD
               IF  WS-WARRANTY-END-DATE IS NOT NUMERIC THEN
                   MOVE ZERO             TO WS-WARRANTY-END-DATE
               END-IF
               MOVE WS-MODEL             TO RPRMMDLO
               MOVE WS-WARRANTY-END-DATE TO RPRMWEDO
           ELSE
               MOVE SPACES               TO RPRMMDLO
                                            RPRMWEDO
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE TICKET - ON A NEW ONE THE HARDWARE ON
      * FILE WITH NO OTHER TICKET OPEN; ALWAYS A FAULT, AN ACTIVE
      * VENDOR, A SENT DATE NO LATER THAN TODAY, ANY RETURNED DATE
      * BETWEEN THE TWO, A NUMERIC COST, AND A WARRANTY FLAG OF Y OR
      * N (DEFAULTED OFF THE WARRANTY END DATE WHEN LEFT BLANK).
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

      *    ** a ticket stays with the item it was opened for
           IF  WS-RPR-FOUND THEN
               MOVE WS-RPR-HARDWARE-ID TO RPRMHWII
           ELSE
               MOVE RPRMHWII           TO WS-RPR-HARDWARE-ID
           END-IF.

           PERFORM 450-READ-HARDWARE.
           IF  RESP-CODE = 0 THEN
               MOVE DFHBMASB  TO  RPRMHWIA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  RPRMHWIL
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  NOT WS-RPR-FOUND THEN
               PERFORM 550-FIND-OPEN-TICKET THRU 550-EXIT
               IF  WS-OPEN-TICKET-FOUND THEN
                   MOVE DFHBMASB  TO  RPRMHWIA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  RPRMHWIL
                   MOVE 19        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
           END-IF.

           IF  RPRMFLTI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  RPRMFLTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  RPRMFLTL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE SPACES   TO VENDOR-MASTER-RECORD.
           MOVE RPRMVNDI TO WS-VND-VENDOR-ID.
           MOVE 1 TO CMD-CODE.
           MOVE VENDOR-MASTER-RECORD TO DATA-IN.
           CALL "APITPVND" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE DFHBMASB  TO  RPRMVNDA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  RPRMVNDL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE DATA-OUT TO VENDOR-MASTER-RECORD.
           IF  NOT WS-VND-ACTIVE THEN
               MOVE DFHBMASB  TO  RPRMVNDA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  RPRMVNDL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
           END-EXEC.

           IF  RPRMSNTI IS NOT > SPACES THEN
               MOVE WS-STAMP-YYMMDD TO WS-SENT-DATE
           ELSE
               IF  RPRMSNTI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  RPRMSNTA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  RPRMSNTL
                   MOVE 14        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE RPRMSNTI TO WS-SENT-DATE
           END-IF.
           IF  WS-SENT-DATE > WS-STAMP-YYMMDD THEN
               MOVE DFHBMASB  TO  RPRMSNTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  RPRMSNTL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE ZERO TO WS-RETURNED-DATE.
           IF  RPRMRETI > SPACES THEN
               IF  RPRMRETI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  RPRMRETA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  RPRMRETL
                   MOVE 16        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE RPRMRETI TO WS-RETURNED-DATE
               IF  WS-RETURNED-DATE < WS-SENT-DATE
               OR  WS-RETURNED-DATE > WS-STAMP-YYMMDD
                   MOVE DFHBMASB  TO  RPRMRETA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  RPRMRETL
                   MOVE 16        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
           END-IF.

           MOVE ZERO TO WS-KEYED-COST.
           IF  RPRMCSTI > SPACES THEN
               IF  RPRMCSTI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  RPRMCSTA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  RPRMCSTL
                   MOVE 17        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE RPRMCSTI    TO WS-COST-OUT-X
               MOVE WS-COST-OUT TO WS-KEYED-COST
           END-IF.

      *    ** covered if the item went away on or before the last
      *    ** day of its warranty, unless the provider said otherwise
           IF  RPRMWARI IS NOT > SPACES THEN
               IF  WS-WARRANTY-END-DATE > ZERO
               AND WS-SENT-DATE NOT > WS-WARRANTY-END-DATE
                   MOVE "Y" TO RPRMWARI
               ELSE
                   MOVE "N" TO RPRMWARI
               END-IF
           END-IF.
           IF  RPRMWARI NOT = "Y" AND RPRMWARI NOT = "N" THEN
               MOVE DFHBMASB  TO  RPRMWARA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  RPRMWARL
               MOVE 18        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA LOOKS FOR A TICKET ALREADY OPEN ON THE KEYED ITEM -
      * NOT YET RETURNED - ON THE PER-HARDWARE CURSOR (APITPRPR
      * CMD-CODE 6), WALKED TO EXHAUSTION AS EVERY GATEWAY CURSOR
      * MUST BE.
      *-----------------------------------------------------------------
       550-FIND-OPEN-TICKET.

           MOVE "N"      TO  WS-OPEN-TICKET-SWITCH.
           MOVE "N"      TO  WS-PRB-CURSOR-SWITCH.
           MOVE SPACES   TO  WS-PROBE-TICKET.
           MOVE RPRMHWII TO  WS-PRB-HARDWARE-ID.
           MOVE 6        TO  CMD-CODE.

           PERFORM UNTIL WS-PRB-CURSOR-DONE
               MOVE WS-PROBE-TICKET TO DATA-IN
               CALL "APITPRPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-PRB-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO WS-PROBE-TICKET
                   IF  WS-PRB-RETURNED-DATE = ZERO
                       SET WS-OPEN-TICKET-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA OPENS A NEW TICKET OR CHANGES AN EXISTING ONE -
      * SAME PF10-TO-UPDATE PATTERN COBCIO91 USES, AUDITED. THE
      * LOANER IS LEFT AS COBCIO30 SET IT.
      *-----------------------------------------------------------------
       600-ADD-CHANGE-TICKET.

           MOVE REPAIR-TICKET-RECORD TO WS-AUD-BEFORE-IMAGE.
           IF  NOT WS-RPR-FOUND THEN
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES TO WS-RPR-LOANER-ID
           END-IF.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.

           MOVE RPRMTKTI         TO  WS-RPR-TICKET-NO.
           MOVE RPRMHWII         TO  WS-RPR-HARDWARE-ID.
           MOVE RPRMFLTI         TO  WS-RPR-FAULT.
           MOVE RPRMVNDI         TO  WS-RPR-VENDOR-ID.
           MOVE WS-SENT-DATE     TO  WS-RPR-SENT-DATE.
           MOVE WS-RETURNED-DATE TO  WS-RPR-RETURNED-DATE.
           MOVE WS-KEYED-COST    TO  WS-RPR-COST.
           MOVE RPRMWARI         TO  WS-RPR-WARRANTY.
           MOVE EIBOPID          TO  WS-RPR-OPID.

           IF  WS-RPR-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE REPAIR-TICKET-RECORD TO DATA-IN.
           CALL "APITPRPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID                 TO WS-AUD-OPERATOR
               MOVE WS-RPR-TICKET-NO        TO WS-AUD-KEY
               MOVE REPAIR-TICKET-RECORD    TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               MOVE WS-SENT-DATE            TO RPRMSNTO
               MOVE RPRMWARI                TO RPRMWARO
               IF  WS-RPR-FOUND THEN
                   MOVE 2 TO WORK-MSG-CODE
               ELSE
                   MOVE 1 TO WORK-MSG-CODE
                   SET WS-RPR-FOUND TO TRUE
               END-IF
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       600-EXIT-POINT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO RPRMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO RPRMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO RPRMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO RPRMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(RPRMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

      *-----------------------------------------------------------------
      *    COBCIOA0 - SEGREGATION-OF-DUTIES EXCEPTION MAINTENANCE. A
      *               COBCIO99 GRANT OR COBCIO46 DELEGATION THAT WOULD
      *               HAND ONE OPERATOR BOTH FUNCTIONS OF A COBCIO98
      *               CONFLICTING-PAIR RULE IS REFUSED BY COBSODCK
      *               UNLESS A DOCUMENTED EXCEPTION FOR THAT OPERATOR
      *               AND RULE HAS BEEN APPROVED. KEY AN OPERATOR AND A
      *               RULE ID; PF10 RAISES (OR RE-RAISES) THE REQUEST
      *               WITH A MANDATORY REASON AND AN OPTIONAL EXPIRY
      *               DATE (BLANK NEVER LAPSES), STATUS P; PF11
      *               APPROVES IT, STATUS A - BUT NEVER BY THE OPERATOR
      *               WHO RAISED IT, SO THE EXCEPTION ITSELF IS MAKER-
      *               CHECKED; PF12 WITHDRAWS IT. A CHANGED REQUEST
      *               DROPS BACK TO P AND NEEDS APPROVING AGAIN. ROWS
      *               LIVE ON THE NEW APITPSDX GATEWAY, WHICH COBBATB6
      *               ALSO READS FOR ITS MONTHLY CONFLICT REPORT. ENTRY
      *               IS GATED THROUGH COBSECCK AND EVERY CHANGE GOES
      *               THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIOA0.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one approved (or requested) exception to a conflicting-
      *    ** pair rule on the new APITPSDX gateway - CMD-CODE 1 READ
      *    ** BY OPERATOR + RULE, 2 ADD, 3 CHANGE, 4 ALL-ROWS CURSOR,
      *    ** 5 DELETE
       01  SOD-EXCEPTION-RECORD.
           10 WS-SDX-OPERATOR         PIC X(3).
           10 WS-SDX-RULE-ID          PIC X(4).
           10 WS-SDX-REASON           PIC X(40).
      *        ** yymmdd the exception lapses - zero never
           10 WS-SDX-EXPIRY-DATE      PIC 9(6).
      *        ** P = REQUESTED, A = APPROVED
           10 WS-SDX-STATUS           PIC X(1).
               88  WS-SDX-APPROVED        VALUE "A".
               88  WS-SDX-PENDING         VALUE "P".
           10 WS-SDX-REQUEST-OPID     PIC X(3).
           10 WS-SDX-REQUEST-DATE     PIC 9(6).
           10 WS-SDX-APPROVE-OPID     PIC X(3).
           10 WS-SDX-APPROVE-DATE     PIC 9(6).

      *    ** the rule being excepted must be on the COBCIO98 table
       01  SOD-RULE-RECORD.
           10 WS-SDR-RULE-ID          PIC X(4).
           10 WS-SDR-FUNCTION-A       PIC X(8).
           10 WS-SDR-FUNCTION-B       PIC X(8).
           10 WS-SDR-DESC             PIC X(30).
           10 WS-SDR-MAINT-OPID       PIC X(3).
           10 WS-SDR-MAINT-DATE       PIC 9(6).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

      *    ** set by 400-READ-EXCEPTION - tells 600-REQUEST whether
      *    ** the exception already exists (change) or not (add)
       01  WS-SDX-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-SDX-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIOA0".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the request and approval stamps, same
      *    ** manually-declared EIB field convention COBCIO24 uses
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** operator authorization for this control screen - checked
      *    ** through COBSECCK against the APITPSEC permission file at
      *    ** entry, same as COBCIO44: A full access, D refused
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIOA0".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** who/when/before/after capture for the exception change -
      *    ** COBAUDIT stamps date/time and files the row through the
      *    ** APITPAUD gateway the COBCIO25 inquiry reads
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIOA0".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "SODEXCP ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIOA0".
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

           COPY SDXCPM.

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

      *    **  an exception lets a conflict stand - check this
      *    **  operator before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR SOD EXCEPTIONS" TO SDXMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  SDXCPO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  SDXOPRL.

           GO TO 300-SEND-SDXCPMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-SDXCPMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("SDXCPM")
               INTO(SDXCPI)
           END-EXEC.

           IF  SDXOPRI IS NOT > SPACES
           OR  SDXRULI IS NOT > SPACES THEN
               MOVE -1                TO  SDXOPRL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-SDXCPMAP
           END-IF.

      *    ** the read runs for every AID - a PF10 request keyed over a
      *    ** fresh key must judge add-vs-change off the key on the
      *    ** screen NOW, not the one read last time around
           PERFORM 400-READ-EXCEPTION.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-SCREEN THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-REQUEST-EXCEPTION
                           THRU 600-EXIT-POINT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 650-APPROVE-EXCEPTION THRU 650-EXIT
           END-IF.

           IF  EIBAID = DFHPF12 THEN
               PERFORM 700-WITHDRAW-EXCEPTION THRU 700-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  SDXOPRA
                                    SDXRULA
                                    SDXRSNA
                                    SDXEXPA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-SDXCPMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO SDXMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("SDXCPM")
               FROM(SDXCPO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-SDXCPMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE EXCEPTION FOR THE KEYED OPERATOR AND RULE.
      * RESP-CODE = 0 JUST MEANS NONE RAISED YET - THE NORMAL CASE
      * BEFORE A REQUEST, NOT A DATABASE ERROR.
      *-----------------------------------------------------------------
       400-READ-EXCEPTION.

           MOVE SPACES  TO  SOD-EXCEPTION-RECORD.
           MOVE SDXOPRI TO  WS-SDX-OPERATOR.
           MOVE SDXRULI TO  WS-SDX-RULE-ID.

           MOVE 1 TO CMD-CODE.
           MOVE SOD-EXCEPTION-RECORD TO DATA-IN.
           CALL "APITPSDX" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT TO SOD-EXCEPTION-RECORD
               PERFORM 450-SHOW-EXCEPTION
               MOVE 8                    TO WORK-MSG-CODE
               SET WS-SDX-FOUND          TO TRUE
           ELSE
               MOVE SPACES               TO SDXSTSO
                                            SDXREQO
                                            SDXRQDO
                                            SDXAPRO
                                            SDXAPDO
               MOVE 7                    TO WORK-MSG-CODE
               MOVE "N"                  TO WS-SDX-FOUND-SWITCH
           END-IF.

       450-SHOW-EXCEPTION.

           MOVE WS-SDX-REASON        TO SDXRSNO.
           MOVE WS-SDX-EXPIRY-DATE   TO SDXEXPO.
           MOVE WS-SDX-STATUS        TO SDXSTSO.
           MOVE WS-SDX-REQUEST-OPID  TO SDXREQO.
           MOVE WS-SDX-REQUEST-DATE  TO SDXRQDO.
           MOVE WS-SDX-APPROVE-OPID  TO SDXAPRO.
           MOVE WS-SDX-APPROVE-DATE  TO SDXAPDO.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE REQUEST - THE RULE MUST BE ON THE
      * COBCIO98 TABLE, THE REASON IS MANDATORY, AND AN EXPIRY, IF
      * KEYED, MUST BE A DATE AFTER TODAY.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           MOVE SPACES  TO SOD-RULE-RECORD.
           MOVE SDXRULI TO WS-SDR-RULE-ID.
           MOVE 1 TO CMD-CODE.
           MOVE SOD-RULE-RECORD TO DATA-IN.
           CALL "APITPSOD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  SDXRULA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  SDXRULL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  SDXRSNI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  SDXRSNA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  SDXRSNL
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  SDXEXPI IS NOT > SPACES THEN
               GO TO 500-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  SDXEXPI IS NOT NUMERIC
           OR  SDXEXPI NOT > WS-STAMP-YYMMDD THEN
               MOVE DFHBMASB  TO  SDXEXPA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  SDXEXPL
               MOVE 17        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA RAISES THE EXCEPTION, OR RE-RAISES A CHANGED ONE -
      * EITHER WAY IT COMES BACK AS A REQUEST (P) AWAITING APPROVAL.
      *-----------------------------------------------------------------
       600-REQUEST-EXCEPTION.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE SOD-EXCEPTION-RECORD TO WS-AUD-BEFORE-IMAGE.

           MOVE SDXOPRI         TO  WS-SDX-OPERATOR.
           MOVE SDXRULI         TO  WS-SDX-RULE-ID.
           MOVE SDXRSNI         TO  WS-SDX-REASON.
           IF  SDXEXPI IS NOT > SPACES THEN
               MOVE ZERO        TO  WS-SDX-EXPIRY-DATE
           ELSE
               MOVE SDXEXPI     TO  WS-SDX-EXPIRY-DATE
           END-IF.
           SET WS-SDX-PENDING   TO  TRUE.
           MOVE EIBOPID         TO  WS-SDX-REQUEST-OPID.
           MOVE WS-STAMP-YYMMDD TO  WS-SDX-REQUEST-DATE.
           MOVE SPACES          TO  WS-SDX-APPROVE-OPID.
           MOVE ZERO            TO  WS-SDX-APPROVE-DATE.

           IF  WS-SDX-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE SOD-EXCEPTION-RECORD TO DATA-IN.
           CALL "APITPSDX" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID            TO WS-AUD-OPERATOR
               MOVE SOD-EXCEPTION-RECORD (1:7) TO WS-AUD-KEY
               MOVE SOD-EXCEPTION-RECORD TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               IF  WS-SDX-FOUND THEN
                   MOVE 2 TO WORK-MSG-CODE
               ELSE
                   MOVE 1 TO WORK-MSG-CODE
               END-IF
               SET WS-SDX-FOUND        TO TRUE
               PERFORM 450-SHOW-EXCEPTION
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       600-EXIT-POINT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES A PENDING EXCEPTION. THE APPROVER MAY NOT BE
      * THE OPERATOR WHO RAISED IT, NOR THE OPERATOR IT EXCEPTS.
      *-----------------------------------------------------------------
       650-APPROVE-EXCEPTION.

           IF  NOT WS-SDX-FOUND THEN
               MOVE 7  TO WORK-MSG-CODE
               GO TO 650-EXIT
           END-IF.

           IF  WS-SDX-APPROVED THEN
               MOVE 21 TO WORK-MSG-CODE
               GO TO 650-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  EIBOPID = WS-SDX-REQUEST-OPID
           OR  EIBOPID = WS-SDX-OPERATOR THEN
               MOVE 20 TO WORK-MSG-CODE
               GO TO 650-EXIT
           END-IF.

           MOVE SOD-EXCEPTION-RECORD TO WS-AUD-BEFORE-IMAGE.
           SET WS-SDX-APPROVED  TO  TRUE.
           MOVE EIBOPID         TO  WS-SDX-APPROVE-OPID.
           MOVE WS-STAMP-YYMMDD TO  WS-SDX-APPROVE-DATE.

           MOVE 3 TO CMD-CODE.
           MOVE SOD-EXCEPTION-RECORD TO DATA-IN.
           CALL "APITPSDX" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID            TO WS-AUD-OPERATOR
               MOVE SOD-EXCEPTION-RECORD (1:7) TO WS-AUD-KEY
               MOVE SOD-EXCEPTION-RECORD TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               PERFORM 450-SHOW-EXCEPTION
               MOVE 19 TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA WITHDRAWS THE EXCEPTION (APITPSDX CMD-CODE 5) -
      * COBSODCK REFUSES THE CONFLICT AGAIN FROM THE NEXT GRANT ON.
      *-----------------------------------------------------------------
       700-WITHDRAW-EXCEPTION.

           IF  NOT WS-SDX-FOUND THEN
               MOVE 7  TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE SOD-EXCEPTION-RECORD TO WS-AUD-BEFORE-IMAGE.

           MOVE 5 TO CMD-CODE.
           MOVE SOD-EXCEPTION-RECORD TO DATA-IN.
           CALL "APITPSDX" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID            TO WS-AUD-OPERATOR
               MOVE SOD-EXCEPTION-RECORD (1:7) TO WS-AUD-KEY
               MOVE SPACES             TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               MOVE SPACES TO SDXRSNO
                              SDXEXPO
                              SDXSTSO
                              SDXREQO
                              SDXRQDO
                              SDXAPRO
                              SDXAPDO
               MOVE "N"    TO WS-SDX-FOUND-SWITCH
               MOVE 18     TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * REQUEST AND APPROVAL STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME
      * IDIOM AS COBCIO24.
      *-----------------------------------------------------------------
       800-GET-OPID-AND-TIME.

           EXEC CICS
               ASSIGN OPID(EIBOPID)
           END-EXEC.

           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.

           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO SDXMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO SDXMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO SDXMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO SDXMSGA.

           EXEC CICS
               SEND TEXT
               FROM(SDXMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

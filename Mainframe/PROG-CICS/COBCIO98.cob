      *-----------------------------------------------------------------
      *    COBCIO98 - SEGREGATION-OF-DUTIES RULE MAINTENANCE. COBBAT78
      *               RECERTIFIES EACH APITPSEC PERMISSION ONE AT A
      *               TIME, SO NOTHING EVER LOOKED AT WHAT ONE OPERATOR
      *               HELD IN COMBINATION. THIS SCREEN MAINTAINS THE
      *               TABLE OF CONFLICTING FUNCTION PAIRS ON THE NEW
      *               APITPSOD GATEWAY - ONE ROW PER RULE ID NAMING TWO
      *               FUNCTIONS NO ONE OPERATOR MAY HOLD TOGETHER (SAY
      *               COBCIO24 KEYING AND COBCIO24 APPROVAL, OR COBCIO43
      *               BANK-DETAIL VERIFICATION AND THE COBBAT23 BANK
      *               FILE) AND WHY - SAME ADD/CHANGE/DELETE PATTERN AS
      *               COBCIO46. COBSODCK TESTS EVERY COBCIO99 GRANT AND
      *               COBCIO46 DELEGATION AGAINST THE TABLE, COBCIOA0
      *               RECORDS THE APPROVED EXCEPTIONS, AND COBBATB6
      *               REPORTS EVERY OPERATOR HOLDING A PAIR. ENTRY IS
      *               GATED THROUGH COBSECCK AND EVERY CHANGE GOES
      *               THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO98.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one conflicting function pair on the new APITPSOD
      *    ** gateway - CMD-CODE 1 READ BY RULE, 2 ADD, 3 CHANGE,
      *    ** 4 ALL-RULES CURSOR, 5 DELETE
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

      *    ** set by 400-READ-RULE - tells 600-ADD-CHANGE whether the
      *    ** rule already exists (change) or not (add)
       01  WS-SDR-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-SDR-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO98".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maintenance stamp, same manually-
      *    ** declared EIB field convention COBCIO24 uses
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
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO98".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** who/when/before/after capture for the rule change -
      *    ** COBAUDIT stamps date/time and files the row through the
      *    ** APITPAUD gateway the COBCIO25 inquiry reads
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO98".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "SODRULE ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO98".
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

           COPY SDRULM.

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

      *    **  the rule table decides who may hold what - check this
      *    **  operator before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR SOD RULES" TO SDRMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  SDRULO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  SDRRULL.

           GO TO 300-SEND-SDRULMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-SDRULMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("SDRULM")
               INTO(SDRULI)
           END-EXEC.

           IF  SDRRULI IS NOT > SPACES THEN
               MOVE -1                TO  SDRRULL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-SDRULMAP
           END-IF.

      *    ** the read runs for every AID - a PF10 add/change keyed
      *    ** over a fresh key must judge add-vs-change off the key on
      *    ** the screen NOW, not the one read last time around
           PERFORM 400-READ-RULE.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-SCREEN
               IF  NOT ERRORS THEN
                   PERFORM 600-ADD-CHANGE-RULE
                           THRU 600-EXIT-POINT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-DELETE-RULE THRU 700-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  SDRRULA
                                    SDRFNAA
                                    SDRFNBA
                                    SDRDSCA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-SDRULMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO SDRMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("SDRULM")
               FROM(SDRULO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-SDRULMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE RULE ROW FOR THE KEYED RULE ID.
      * RESP-CODE = 0 JUST MEANS NO ROW YET - THE NORMAL CASE BEFORE
      * AN ADD, NOT A DATABASE ERROR.
      *-----------------------------------------------------------------
       400-READ-RULE.

           MOVE SPACES  TO  SOD-RULE-RECORD.
           MOVE SDRRULI TO  WS-SDR-RULE-ID.

           MOVE 1 TO CMD-CODE.
           MOVE SOD-RULE-RECORD TO DATA-IN.
           CALL "APITPSOD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO SOD-RULE-RECORD
               MOVE WS-SDR-FUNCTION-A    TO SDRFNAO
               MOVE WS-SDR-FUNCTION-B    TO SDRFNBO
               MOVE WS-SDR-DESC          TO SDRDSCO
               MOVE WS-SDR-MAINT-OPID    TO SDROPRO
               MOVE WS-SDR-MAINT-DATE    TO SDRDTEO
               MOVE 8                    TO WORK-MSG-CODE
               SET WS-SDR-FOUND          TO TRUE
           ELSE
               MOVE SPACES               TO SDROPRO
               MOVE SPACES               TO SDRDTEO
               MOVE 7                    TO WORK-MSG-CODE
               MOVE "N"                  TO WS-SDR-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE RULE BEFORE IT IS SAVED - BOTH
      * FUNCTIONS PRESENT AND NOT THE SAME ONE TWICE, AND A REASON
      * THE PAIR CONFLICTS.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           IF  SDRFNAI IS NOT > SPACES
           OR  SDRFNBI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  SDRFNAA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  SDRFNAL
               MOVE 15        TO  WORK-MSG-CODE
           END-IF.

           IF  NOT ERRORS AND SDRFNAI = SDRFNBI THEN
               MOVE DFHBMASB  TO  SDRFNBA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  SDRFNBL
               MOVE 16        TO  WORK-MSG-CODE
           END-IF.

           IF  NOT ERRORS AND SDRDSCI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  SDRDSCA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  SDRDSCL
               MOVE 17        TO  WORK-MSG-CODE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA ADDS A NEW RULE OR REVISES AN EXISTING ONE - SAME
      * PF10-TO-UPDATE PATTERN COBCIO46 USES. A NEW RULE CATCHES
      * PAIRS ALREADY HELD ON THE NEXT COBBATB6 RUN; IT DOES NOT
      * REVOKE ANYTHING BY ITSELF.
      *-----------------------------------------------------------------
       600-ADD-CHANGE-RULE.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE SOD-RULE-RECORD TO WS-AUD-BEFORE-IMAGE.

           MOVE SDRRULI         TO  WS-SDR-RULE-ID.
           MOVE SDRFNAI         TO  WS-SDR-FUNCTION-A.
           MOVE SDRFNBI         TO  WS-SDR-FUNCTION-B.
           MOVE SDRDSCI         TO  WS-SDR-DESC.
           MOVE EIBOPID         TO  WS-SDR-MAINT-OPID.
           MOVE WS-STAMP-YYMMDD TO  WS-SDR-MAINT-DATE.

           IF  WS-SDR-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE SOD-RULE-RECORD TO DATA-IN.
           CALL "APITPSOD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID            TO WS-AUD-OPERATOR
               MOVE WS-SDR-RULE-ID     TO WS-AUD-KEY
               MOVE SOD-RULE-RECORD    TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               IF  WS-SDR-FOUND THEN
                   MOVE 2 TO WORK-MSG-CODE
               ELSE
                   MOVE 1 TO WORK-MSG-CODE
                   SET WS-SDR-FOUND TO TRUE
               END-IF
               MOVE WS-SDR-MAINT-OPID  TO SDROPRO
               MOVE WS-SDR-MAINT-DATE  TO SDRDTEO
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       600-EXIT-POINT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA DELETES A RULE (APITPSOD CMD-CODE 5) - THE PAIR IS
      * NO LONGER TESTED ON GRANT OR REPORTED.
      *-----------------------------------------------------------------
       700-DELETE-RULE.

           IF  NOT WS-SDR-FOUND THEN
               MOVE 7  TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE SOD-RULE-RECORD TO WS-AUD-BEFORE-IMAGE.

           MOVE SDRRULI TO WS-SDR-RULE-ID.
           MOVE 5 TO CMD-CODE.
           MOVE SOD-RULE-RECORD TO DATA-IN.
           CALL "APITPSOD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID            TO WS-AUD-OPERATOR
               MOVE WS-SDR-RULE-ID     TO WS-AUD-KEY
               MOVE SPACES             TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               MOVE SPACES TO SDRFNAO
               MOVE SPACES TO SDRFNBO
               MOVE SPACES TO SDRDSCO
               MOVE SPACES TO SDROPRO
               MOVE SPACES TO SDRDTEO
               MOVE "N"    TO WS-SDR-FOUND-SWITCH
               MOVE 18     TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * MAINTENANCE STAMP - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
      * COBCIO24.
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO SDRMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO SDRMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO SDRMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO SDRMSGA.

           EXEC CICS
               SEND TEXT
               FROM(SDRMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

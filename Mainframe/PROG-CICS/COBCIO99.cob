      *-----------------------------------------------------------------
      *    COBCIO99 - OPERATOR PERMISSION GRANT AND REVOKE. APITPSEC
      *               PERMISSION ROWS WERE KEYED STRAIGHT ONTO THE FILE
      *               BY SECURITY ADMIN, SO NOTHING STOPPED ONE
      *               OPERATOR BEING GIVEN BOTH HALVES OF A MAKER-
      *               CHECKER CONTROL. KEY AN OPERATOR AND A FUNCTION
      *               AND THE SCREEN SHOWS ANY PERMISSION ALREADY HELD.
      *               PF10 GRANTS IT (A = FULL ACCESS, M = AMOUNTS
      *               MASKED) ON NEW APITPSEC CMD-CODES 6 ADD AND
      *               7 CHANGE, STAMPING THE GRANT DATE COBBAT78'S
      *               DELTA SECTION REPORTS; PF11 REVOKES IT (CMD-CODE
      *               8). A NEW GRANT IS FIRST TESTED THROUGH COBSODCK
      *               AGAINST THE COBCIO98 CONFLICTING-PAIR RULES -
      *               ONE THAT WOULD COMPLETE A PAIR THE OPERATOR
      *               ALREADY HOLDS HALF OF (DIRECTLY OR THROUGH A
      *               COBCIO46 DELEGATION) IS REFUSED WITH THE RULE
      *               SHOWN, UNLESS A COBCIOA0 EXCEPTION FOR THAT
      *               OPERATOR AND RULE HAS BEEN APPROVED. THE OPERATOR
      *               MUST BE ON THE OPERATOR DIRECTORY, NOBODY GRANTS
      *               TO THEMSELVES, ENTRY IS GATED THROUGH COBSECCK,
      *               AND EVERY GRANT AND REVOKE GOES THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO99.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the permission row COBSECCK reads - APITPSEC CMD-CODE 1
      *    ** READ BY OPERATOR + FUNCTION, 6 ADD, 7 CHANGE, 8 DELETE -
      *    ** with the grant date COBBAT78 reports the delta from
       01  PERMISSION-RECORD.
           03  WS-PRM-OPERATOR             PIC X(3).
           03  WS-PRM-FUNCTION             PIC X(8).
      *        ** A = FULL ACCESS, M = AMOUNTS MASKED
           03  WS-PRM-ACCESS               PIC X(1).
           03  WS-PRM-GRANT-DATE           PIC 9(6).

      *    ** the operator directory row on APITPSEC (CMD-CODE 3) -
      *    ** a grant is only made to an operator id that belongs to
      *    ** somebody
       01  OPERATOR-DIR-RECORD.
           03  WS-OPR-OPID                 PIC X(3).
           03  WS-OPR-EMP-NO               PIC X(6).

      *    ** the conflicting-pair test - see COBSODCK
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

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

      *    ** set by 400-READ-PERMISSION - tells 600-GRANT whether the
      *    ** operator already holds the function (change) or not (add)
       01  WS-PRM-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-PRM-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO99".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the grant stamp, same manually-declared
      *    ** EIB field convention COBCIO24 uses
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
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO99".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** who/when/before/after capture for the permission change -
      *    ** COBAUDIT stamps date/time and files the row through the
      *    ** APITPAUD gateway the COBCIO25 inquiry reads
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO99".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "SECPERM ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO99".
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

           COPY PRMGRM.

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

      *    **  granting access is the most sensitive act of all - check
      *    **  this operator before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED TO GRANT ACCESS" TO PRMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  PRMGRO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  PRMOPRL.

           GO TO 300-SEND-PRMGRMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-PRMGRMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("PRMGRM")
               INTO(PRMGRI)
           END-EXEC.

           IF  PRMOPRI IS NOT > SPACES
           OR  PRMFNCI IS NOT > SPACES THEN
               MOVE -1                TO  PRMOPRL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-PRMGRMAP
           END-IF.

           MOVE SPACES          TO  PRMRULO.

      *    ** the read runs for every AID - a PF10 grant keyed over a
      *    ** fresh key must judge add-vs-change off the key on the
      *    ** screen NOW, not the one read last time around
           PERFORM 400-READ-PERMISSION.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-SCREEN THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-GRANT-PERMISSION
                           THRU 600-EXIT-POINT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-REVOKE-PERMISSION THRU 700-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  PRMOPRA
                                    PRMFNCA
                                    PRMACCA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-PRMGRMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO PRMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("PRMGRM")
               FROM(PRMGRO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-PRMGRMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE PERMISSION ROW FOR THE KEYED OPERATOR AND
      * FUNCTION. RESP-CODE = 0 JUST MEANS NOT HELD - THE NORMAL CASE
      * BEFORE A GRANT, NOT A DATABASE ERROR.
      *-----------------------------------------------------------------
       400-READ-PERMISSION.

           MOVE SPACES  TO  PERMISSION-RECORD.
           MOVE PRMOPRI TO  WS-PRM-OPERATOR.
           MOVE PRMFNCI TO  WS-PRM-FUNCTION.

           MOVE 1 TO CMD-CODE.
           MOVE PERMISSION-RECORD TO DATA-IN.
           CALL "APITPSEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO PERMISSION-RECORD
               MOVE WS-PRM-ACCESS        TO PRMACCO
               MOVE WS-PRM-GRANT-DATE    TO PRMDTEO
               MOVE 8                    TO WORK-MSG-CODE
               SET WS-PRM-FOUND          TO TRUE
           ELSE
               MOVE SPACES               TO PRMDTEO
               MOVE 7                    TO WORK-MSG-CODE
               MOVE "N"                  TO WS-PRM-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE GRANT - A KNOWN ACCESS LEVEL, AN
      * OPERATOR ON THE DIRECTORY, NOT THE CALLER THEMSELVES, AND FOR
      * A FUNCTION NOT YET HELD, NO UNEXCEPTED SOD CONFLICT.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           IF  PRMACCI NOT = "A" AND PRMACCI NOT = "M" THEN
               MOVE DFHBMASB  TO  PRMACCA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMACCL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE SPACES  TO OPERATOR-DIR-RECORD.
           MOVE PRMOPRI TO WS-OPR-OPID.
           MOVE 3 TO CMD-CODE.
           MOVE OPERATOR-DIR-RECORD TO DATA-IN.
           CALL "APITPSEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  PRMOPRA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMOPRL
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

      *    ** nobody widens their own access
           IF  PRMOPRI = WS-SEC-OPID THEN
               MOVE DFHBMASB  TO  PRMOPRA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMOPRL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

      *    ** only a function not yet held can complete a new pair -
      *    ** changing A to M or back on a held one is not tested
           IF  WS-PRM-FOUND THEN
               GO TO 500-EXIT
           END-IF.

           MOVE PRMOPRI   TO WS-SOD-OPERATOR.
           MOVE PRMFNCI   TO WS-SOD-FUNCTION.
           MOVE SPACES    TO WS-SOD-DELEGATOR.
           CALL "COBSODCK" USING SOD-CHECK-RECORD.
           IF  NOT WS-SOD-CLEAR THEN
               MOVE WS-SOD-RULE-ID TO PRMRULO
           END-IF.
           IF  WS-SOD-REFUSED THEN
               MOVE DFHBMASB  TO  PRMFNCA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMFNCL
               MOVE 19        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA GRANTS THE FUNCTION, OR CHANGES THE ACCESS LEVEL OF
      * ONE ALREADY HELD, WITH TODAY AS THE GRANT DATE.
      *-----------------------------------------------------------------
       600-GRANT-PERMISSION.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE PERMISSION-RECORD TO WS-AUD-BEFORE-IMAGE.

           MOVE PRMOPRI         TO  WS-PRM-OPERATOR.
           MOVE PRMFNCI         TO  WS-PRM-FUNCTION.
           MOVE PRMACCI         TO  WS-PRM-ACCESS.
           MOVE WS-STAMP-YYMMDD TO  WS-PRM-GRANT-DATE.

           IF  WS-PRM-FOUND THEN
               MOVE 7 TO CMD-CODE
           ELSE
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
               MOVE 6 TO CMD-CODE
           END-IF.

           MOVE PERMISSION-RECORD TO DATA-IN.
           CALL "APITPSEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID            TO WS-AUD-OPERATOR
               MOVE PERMISSION-RECORD (1:11) TO WS-AUD-KEY
               MOVE PERMISSION-RECORD  TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               EVALUATE TRUE
                   WHEN WS-PRM-FOUND
                       MOVE 2 TO WORK-MSG-CODE
                   WHEN WS-SOD-EXCEPTED
                       MOVE 20 TO WORK-MSG-CODE
                   WHEN OTHER
                       MOVE 1 TO WORK-MSG-CODE
               END-EVALUATE
               SET WS-PRM-FOUND        TO TRUE
               MOVE WS-PRM-ACCESS      TO PRMACCO
               MOVE WS-PRM-GRANT-DATE  TO PRMDTEO
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       600-EXIT-POINT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA REVOKES THE PERMISSION (APITPSEC CMD-CODE 8) -
      * COBSECCK REFUSES THE FUNCTION FROM THE NEXT ENTRY ON.
      *-----------------------------------------------------------------
       700-REVOKE-PERMISSION.

           IF  NOT WS-PRM-FOUND THEN
               MOVE 7  TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE PERMISSION-RECORD TO WS-AUD-BEFORE-IMAGE.

           MOVE 8 TO CMD-CODE.
           MOVE PERMISSION-RECORD TO DATA-IN.
           CALL "APITPSEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID            TO WS-AUD-OPERATOR
               MOVE PERMISSION-RECORD (1:11) TO WS-AUD-KEY
               MOVE SPACES             TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               MOVE SPACES TO PRMACCO
               MOVE SPACES TO PRMDTEO
               MOVE "N"    TO WS-PRM-FOUND-SWITCH
               MOVE 18     TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * GRANT STAMP - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS COBCIO24.
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO PRMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO PRMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO PRMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO PRMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(PRMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

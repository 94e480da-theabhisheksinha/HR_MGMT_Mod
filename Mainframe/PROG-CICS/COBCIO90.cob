      *-----------------------------------------------------------------
      *    COBCIO90 - TRAINING ENROLLMENT REQUEST AND APPROVAL. A SEAT
      *               ON A COURSE WAS BOOKED BY EMAILING THE TRAINING
      *               TEAM, WITH NO MANAGER SIGN-OFF AND NO RECORD OF
      *               WHO WAS TURNED AWAY WHEN A SESSION FILLED. KEY
      *               AN EMPLOYEE, A COURSE AND ONE OF ITS COBCIO89
      *               SESSIONS: PF10 REQUESTS A SEAT ON THE NEW
      *               APITPENR GATEWAY, ROUTED FOR APPROVAL TO THE
      *               EMPLOYEE'S MANAGER ON THE COBCIO45 REPORTING
      *               LINE. THE SESSION MUST BE OPEN AND NOT YET
      *               STARTED, AND THE EMPLOYEE MAY HOLD ONLY ONE OPEN
      *               ENROLLMENT PER COURSE. PF9 WITHDRAWS AN OPEN
      *               ENROLLMENT; A SEAT GIVEN UP GOES STRAIGHT TO THE
      *               WAITLIST THROUGH COBTRWTL. WITH NO EMPLOYEE
      *               KEYED THE SCREEN LISTS THE REQUESTS WAITING ON
      *               THE CALLER; PF11 APPROVES AND PF12 DECLINES THE
      *               LINES MARKED X. AN APPROVAL TAKES A SEAT WHILE
      *               THE SESSION HAS ONE FREE AND OTHERWISE JOINS THE
      *               WAITLIST. REQUESTS THE COBBAT53 COMPLIANCE RUN
      *               OFFERS AHEAD OF A CLEARANCE RENEWAL ARRIVE IN THE
      *               SAME LIST. EVERY FILING AND DECISION IS AUDITED
      *               THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO90.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** same session row COBCIO89 schedules - APITPTSS CMD-CODE
      *    ** 1 READ BY COURSE AND SESSION, 3 CHANGE
       01  TRAINING-SESSION-RECORD.
           10 WS-SES-COURSE-CODE      PIC X(6).
           10 WS-SES-SESSION-NO       PIC 9(2).
           10 WS-SES-START-DATE       PIC 9(6).
           10 WS-SES-END-DATE         PIC 9(6).
           10 WS-SES-VENUE            PIC X(20).
           10 WS-SES-VENDOR           PIC X(20).
           10 WS-SES-SEATS            PIC 9(3).
           10 WS-SES-SEATS-TAKEN      PIC 9(3).
           10 WS-SES-COST-PER-SEAT    PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-SES-STATUS           PIC X(1).
               88  WS-SES-OPEN            VALUE "O".
           10 WS-SES-MAINT-OPID       PIC X(3).
           10 WS-SES-MAINT-DATE       PIC 9(6).
       01  WS-FREE-SEATS                   PIC S9(4) COMP.

      *    ** one employee's enrollment on a session - APITPENR
      *    ** CMD-CODE 1 READ, 2 ADD, 3 CHANGE, 5 CURSOR BY EMPLOYEE,
      *    ** 7 REQUESTED CURSOR BY MANAGER OPID
       01  ENROLLMENT-RECORD.
           10 WS-ENR-COURSE-CODE      PIC X(6).
           10 WS-ENR-SESSION-NO       PIC 9(2).
           10 WS-ENR-EMP-NO           PIC X(6).
      *        ** R REQUESTED, A APPROVED (SEAT HELD), W WAITLISTED,
      *        ** D DECLINED, X WITHDRAWN, C ATTENDED, N NO-SHOW
           10 WS-ENR-STATUS           PIC X(1).
               88  WS-ENR-REQUESTED       VALUE "R".
               88  WS-ENR-APPROVED        VALUE "A".
               88  WS-ENR-WAITLISTED      VALUE "W".
               88  WS-ENR-DECLINED        VALUE "D".
               88  WS-ENR-WITHDRAWN       VALUE "X".
      *        ** E KEYED HERE, B OFFERED BY COBBAT53
           10 WS-ENR-SOURCE           PIC X(1).
           10 WS-ENR-MGR-OPID         PIC X(3).
           10 WS-ENR-REQ-DATE         PIC 9(6).
           10 WS-ENR-REQ-TIME         PIC 9(6).
           10 WS-ENR-MAKER-OPID       PIC X(3).
           10 WS-ENR-DECIDE-OPID      PIC X(3).
           10 WS-ENR-DECIDE-DATE      PIC 9(6).
           10 WS-ENR-RESULT           PIC X(1).
       01  WS-ENR-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-ENR-FOUND                    VALUE "Y".
       01  WS-WAS-STATUS                   PIC X(1).

       01  COURSE-MASTER-RECORD.
           10 WS-CRS-COURSE-CODE      PIC X(6).
           10 WS-CRS-COURSE-DESC      PIC X(20).
           10 WS-CRS-CLEARANCE-FLAG   PIC X(1).

      *    ** only the name is wanted off the employee master
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(160).

      *    ** the COBCIO45 reporting line - the request goes to the
      *    ** employee's manager
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** the operator directory row on APITPSEC - who an
      *    ** operator id belongs to (CMD-CODE 3 READ BY OPID)
       01  OPERATOR-DIR-RECORD.
           03  WS-OPR-OPID                 PIC X(3).
           03  WS-OPR-EMP-NO               PIC X(6).
       01  WS-CALLER-EMP-NO                PIC X(6) VALUE SPACES.

      *    ** who/when/before/after capture for every filing and
      *    ** decision - COBAUDIT stamps date/time and files through
      *    ** APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO90".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "TRNENRL".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** the COBTRWTL waitlist routine's parameters
       01  SEAT-FILL-PARAMETERS.
           03  SF-COURSE-CODE              PIC X(6).
           03  SF-SESSION-NO               PIC 9(2).
           03  SF-OPID                     PIC X(3).
           03  SF-DATE                     PIC 9(6).
           03  SF-PROMOTED                 PIC S9(4) COMP.
           03  SF-MESSAGE                  PIC X(30).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-OTHER-OPEN-SWITCH            PIC X.
           88  WS-OTHER-OPEN                   VALUE "Y".

      *    ** the requests listed for the manager, as read
       01  WS-PEND-TABLE.
           03  WS-PEND-ROW                 PIC X(44) OCCURS 8 TIMES.
       01  WS-PEND-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-PEND-MORE-SWITCH             PIC X.
           88  WS-PEND-MORE                    VALUE "Y".
       01  WS-LINE-SUB                     PIC S9(4) COMP.
       01  WS-DECIDED-COUNT                PIC S9(4) COMP.
       01  WS-REFUSED-COUNT                PIC S9(4) COMP.
       01  WS-SELECTED-COUNT               PIC S9(4) COMP.
       01  WS-WAITLISTED-COUNT             PIC S9(4) COMP.
       01  WS-REFUSE-MSG                   PIC 99.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look but not request, withdraw or decide
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO90".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO90".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the stamps, same manually-declared EIB
      *    ** field convention COBCIO24 uses
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO90".
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

           COPY ENRM.

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
               MOVE "NOT AUTHORIZED FOR TRAINING ENROLLMENT"
                                   TO ENRMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

      *    ** whose operator id this is - a manager may not decide
      *    ** their own enrollment
           MOVE SPACES         TO  OPERATOR-DIR-RECORD.
           MOVE WS-SEC-OPID    TO  WS-OPR-OPID.
           MOVE 3 TO CMD-CODE.
           MOVE OPERATOR-DIR-RECORD TO DATA-IN.
           CALL "APITPSEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT (1:9)  TO OPERATOR-DIR-RECORD
               MOVE WS-OPR-EMP-NO   TO WS-CALLER-EMP-NO
           END-IF.

           MOVE SPACES         TO  ENRMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  ENRMEMPL.

           GO TO 300-SEND-ENRMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. WITH AN EMPLOYEE KEYED THE
      * ENROLLMENT IS SHOWN, PF10 REQUESTS IT AND PF9 WITHDRAWS IT;
      * WITH NONE THE REQUESTS WAITING ON THE CALLER ARE LISTED AND
      * PF11/PF12 DECIDE THE MARKED ONES.
      *-----------------------------------------------------------------
       200-RECEIVE-ENRMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("ENRM")
               INTO(ENRMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  ENRMEMPI NOT > SPACES THEN
               MOVE ZERO TO WS-DECIDED-COUNT
               MOVE ZERO TO WS-REFUSED-COUNT
               IF  EIBAID = DFHPF11 OR EIBAID = DFHPF12 THEN
                   PERFORM 700-DECIDE-REQUESTS THRU 700-EXIT
               END-IF
               PERFORM 450-SHOW-PENDING THRU 450-EXIT
               MOVE DFHBMFSE        TO  ENRMEMPA
               GO TO 300-SEND-ENRMAP
           END-IF.

           MOVE SPACES                 TO EMPLOYEE-MASTER-RECORD.
           MOVE ENRMEMPI               TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  ENRMEMPA
               MOVE -1        TO  ENRMEMPL
               MOVE 5         TO  WORK-MSG-CODE
               GO TO 300-SEND-ENRMAP
           END-IF.
           MOVE DATA-OUT      TO  EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-NAME   TO  ENRMNAMO.

           IF  ENRMCRSI NOT > SPACES
           OR  ENRMSESI IS NOT NUMERIC
           OR  ENRMSESI = ZERO
               MOVE DFHBMASB  TO  ENRMSESA
               MOVE -1        TO  ENRMCRSL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 300-SEND-ENRMAP
           END-IF.

           MOVE SPACES   TO COURSE-MASTER-RECORD.
           MOVE ENRMCRSI TO WS-CRS-COURSE-CODE.
           MOVE 1        TO CMD-CODE.
           MOVE COURSE-MASTER-RECORD TO DATA-IN.
           CALL "APITPTRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  ENRMCRSA
               MOVE -1        TO  ENRMCRSL
               MOVE 23        TO  WORK-MSG-CODE
               GO TO 300-SEND-ENRMAP
           END-IF.
           MOVE DATA-OUT           TO  COURSE-MASTER-RECORD.
           MOVE WS-CRS-COURSE-DESC TO  ENRMDSCO.

           PERFORM 400-READ-SESSION.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  ENRMSESA
               MOVE -1        TO  ENRMSESL
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 300-SEND-ENRMAP
           END-IF.

           PERFORM 850-GET-OPID-AND-TIME.
           PERFORM 410-READ-ENROLLMENT.

           IF  (EIBAID = DFHPF10 OR EIBAID = DFHPF9)
           AND WS-SEC-MASKED THEN
               SET ERRORS TO TRUE
               MOVE 15    TO WORK-MSG-CODE
           END-IF.

           IF  EIBAID = DFHPF10 AND NOT ERRORS THEN
               PERFORM 500-VALIDATE-REQUEST THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-REQUEST THRU 600-EXIT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF9 AND NOT ERRORS THEN
               PERFORM 620-WITHDRAW THRU 620-EXIT
           END-IF.

           PERFORM 420-SHOW-ENROLLMENT THRU 420-EXIT.

           MOVE DFHBMFSE        TO  ENRMEMPA
                                    ENRMCRSA
                                    ENRMSESA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-ENRMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO ENRMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("ENRM")
               FROM(ENRMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-ENRMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED SESSION (APITPTSS CMD-CODE 1) AND
      * SHOWS ITS DATES AND FREE SEATS. RESP-CODE = 0 LEFT FOR THE
      * CALLER MEANS IT IS NOT SCHEDULED.
      *-----------------------------------------------------------------
       400-READ-SESSION.

           MOVE SPACES   TO TRAINING-SESSION-RECORD.
           MOVE ENRMCRSI TO WS-SES-COURSE-CODE.
           MOVE ENRMSESI TO WS-SES-SESSION-NO.
           MOVE 1 TO CMD-CODE.
           MOVE TRAINING-SESSION-RECORD TO DATA-IN.
           CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT           TO TRAINING-SESSION-RECORD
               MOVE WS-SES-START-DATE  TO ENRMSTRO
               MOVE WS-SES-END-DATE    TO ENRMENDO
               COMPUTE WS-FREE-SEATS =
                       WS-SES-SEATS - WS-SES-SEATS-TAKEN
               IF  WS-FREE-SEATS < ZERO THEN
                   MOVE ZERO TO WS-FREE-SEATS
               END-IF
               MOVE WS-FREE-SEATS      TO ENRMFREO
           ELSE
               MOVE SPACES             TO ENRMSTRO
                                          ENRMENDO
                                          ENRMFREO
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA READS THE EMPLOYEE'S ENROLLMENT ON THE SESSION, IF
      * THERE IS ONE (APITPENR CMD-CODE 1).
      *-----------------------------------------------------------------
       410-READ-ENROLLMENT.

           MOVE SPACES   TO ENROLLMENT-RECORD.
           MOVE ENRMCRSI TO WS-ENR-COURSE-CODE.
           MOVE ENRMSESI TO WS-ENR-SESSION-NO.
           MOVE ENRMEMPI TO WS-ENR-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE ENROLLMENT-RECORD TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT TO ENROLLMENT-RECORD
               SET WS-ENR-FOUND TO TRUE
           ELSE
               MOVE "N"      TO WS-ENR-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE ENROLLMENT AS IT NOW STANDS.
      *-----------------------------------------------------------------
       420-SHOW-ENROLLMENT.

           PERFORM 400-READ-SESSION.
           PERFORM 410-READ-ENROLLMENT.

           IF  WS-ENR-FOUND THEN
               MOVE WS-ENR-STATUS TO ENRMSTAO
           ELSE
               MOVE SPACES        TO ENRMSTAO
           END-IF.

           IF  NOT ERRORS
           AND WORK-MSG-CODE NOT = 1
           AND WORK-MSG-CODE NOT = 2
               IF  WS-ENR-FOUND THEN
                   MOVE 8 TO WORK-MSG-CODE
               ELSE
                   MOVE 9 TO WORK-MSG-CODE
               END-IF
           END-IF.

       420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA LISTS THE REQUESTS ROUTED TO THE CALLER (APITPENR
      * CMD-CODE 7), EIGHT AT MOST - A DECIDED REQUEST DROPS OFF THE
      * CURSOR, SO THE NEXT ONES COME UP AS THESE ARE WORKED.
      *-----------------------------------------------------------------
       450-SHOW-PENDING.

           MOVE ZERO             TO WS-PEND-COUNT.
           MOVE "N"              TO WS-PEND-MORE-SWITCH.
           MOVE SPACES           TO WS-PEND-TABLE.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8
               MOVE SPACES TO ENRMSELO (WS-LINE-SUB)
                              ENRMEMLO (WS-LINE-SUB)
                              ENRMNMLO (WS-LINE-SUB)
                              ENRMCRLO (WS-LINE-SUB)
                              ENRMSSLO (WS-LINE-SUB)
                              ENRMSDLO (WS-LINE-SUB)
                              ENRMSRLO (WS-LINE-SUB)
           END-PERFORM.
           MOVE SPACES           TO ENRMNAMO
                                    ENRMDSCO
                                    ENRMSTRO
                                    ENRMENDO
                                    ENRMFREO
                                    ENRMSTAO.

           MOVE "N"              TO WS-SCAN-SWITCH.
           MOVE SPACES           TO ENROLLMENT-RECORD.
           MOVE WS-SEC-OPID      TO WS-ENR-MGR-OPID.
           MOVE 7                TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   IF  WS-PEND-COUNT < 8
                       ADD 1 TO WS-PEND-COUNT
                       MOVE ENROLLMENT-RECORD
                                TO WS-PEND-ROW (WS-PEND-COUNT)
                       MOVE WS-PEND-COUNT TO WS-LINE-SUB
                       PERFORM 460-FILL-ONE-LINE THRU 460-EXIT
                   ELSE
                       SET WS-PEND-MORE TO TRUE
                   END-IF
      *            ** restore the cursor after the look-ups
                   MOVE 7 TO CMD-CODE
               END-IF
           END-PERFORM.

      *    ** a decision's own message stands over the list message
           IF  WS-DECIDED-COUNT > ZERO
           OR  WS-REFUSED-COUNT > ZERO THEN
               GO TO 450-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-PEND-COUNT = ZERO
                   MOVE 7  TO WORK-MSG-CODE
               WHEN WS-PEND-MORE
                   MOVE 22 TO WORK-MSG-CODE
               WHEN OTHER
                   MOVE 21 TO WORK-MSG-CODE
           END-EVALUATE.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILLS ONE REQUEST LINE - WHO, WHICH SESSION, WHEN IT
      * STARTS, AND WHETHER THE COMPLIANCE RUN OFFERED IT.
      *-----------------------------------------------------------------
       460-FILL-ONE-LINE.

           MOVE SPACES                 TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ENR-EMP-NO          TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT           TO EMPLOYEE-MASTER-RECORD
           ELSE
               MOVE SPACES             TO WS-EMP-NAME
           END-IF.

           MOVE SPACES             TO TRAINING-SESSION-RECORD.
           MOVE WS-ENR-COURSE-CODE TO WS-SES-COURSE-CODE.
           MOVE WS-ENR-SESSION-NO  TO WS-SES-SESSION-NO.
           MOVE 1 TO CMD-CODE.
           MOVE TRAINING-SESSION-RECORD TO DATA-IN.
           CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT           TO TRAINING-SESSION-RECORD
           ELSE
               MOVE ZERO               TO WS-SES-START-DATE
           END-IF.

           MOVE WS-ENR-EMP-NO      TO ENRMEMLO (WS-LINE-SUB).
           MOVE WS-EMP-NAME        TO ENRMNMLO (WS-LINE-SUB).
           MOVE WS-ENR-COURSE-CODE TO ENRMCRLO (WS-LINE-SUB).
           MOVE WS-ENR-SESSION-NO  TO ENRMSSLO (WS-LINE-SUB).
           MOVE WS-SES-START-DATE  TO ENRMSDLO (WS-LINE-SUB).
           MOVE WS-ENR-SOURCE      TO ENRMSRLO (WS-LINE-SUB).

       460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A REQUEST - THE SESSION OPEN AND NOT YET
      * STARTED, NO OPEN ENROLLMENT ON IT ALREADY OR ON ANY OTHER
      * SESSION OF THE COURSE, AND A MANAGER ON THE REPORTING LINE TO
      * APPROVE IT.
      *-----------------------------------------------------------------
       500-VALIDATE-REQUEST.

           IF  NOT WS-SES-OPEN
           OR  WS-SES-START-DATE NOT > WS-STAMP-YYMMDD
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ENRMSESL
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-ENR-FOUND
           AND NOT WS-ENR-DECLINED
           AND NOT WS-ENR-WITHDRAWN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ENRMSESL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           PERFORM 510-CHECK-OTHER-SESSIONS THRU 510-EXIT.
           IF  WS-OTHER-OPEN THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ENRMSESL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE SPACES   TO REPORTING-LINE-RECORD.
           MOVE ENRMEMPI TO WS-RPT-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO REPORTING-LINE-RECORD
           ELSE
               MOVE SPACES   TO WS-RPT-MGR-OPID
           END-IF.
           IF  WS-RPT-MGR-OPID NOT > SPACES THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ENRMEMPL
               MOVE 13        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA WALKS THE EMPLOYEE'S ENROLLMENTS (APITPENR CMD-CODE
      * 5) FOR AN OPEN ONE ON ANOTHER SESSION OF THE SAME COURSE.
      *-----------------------------------------------------------------
       510-CHECK-OTHER-SESSIONS.

           MOVE "N"      TO WS-OTHER-OPEN-SWITCH.
           MOVE "N"      TO WS-SCAN-SWITCH.
           MOVE SPACES   TO ENROLLMENT-RECORD.
           MOVE ENRMEMPI TO WS-ENR-EMP-NO.
           MOVE 5        TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   IF  WS-ENR-COURSE-CODE = ENRMCRSI
                   AND WS-ENR-SESSION-NO NOT = ENRMSESI
                   AND (WS-ENR-REQUESTED
                     OR WS-ENR-APPROVED
                     OR WS-ENR-WAITLISTED)
                       SET WS-OTHER-OPEN TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    ** put the session's own row back for the filing
           PERFORM 410-READ-ENROLLMENT.

       510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE REQUEST - A NEW ROW, OR A DECLINED OR
      * WITHDRAWN ONE ASKED FOR AGAIN.
      *-----------------------------------------------------------------
       600-FILE-REQUEST.

           IF  WS-ENR-FOUND THEN
               MOVE ENROLLMENT-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE SPACES            TO WS-AUD-BEFORE-IMAGE
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE ENRMCRSI         TO WS-ENR-COURSE-CODE.
           MOVE ENRMSESI         TO WS-ENR-SESSION-NO.
           MOVE ENRMEMPI         TO WS-ENR-EMP-NO.
           MOVE "R"              TO WS-ENR-STATUS.
           MOVE "E"              TO WS-ENR-SOURCE.
           MOVE WS-RPT-MGR-OPID  TO WS-ENR-MGR-OPID.
           MOVE WS-STAMP-YYMMDD  TO WS-ENR-REQ-DATE.
           MOVE WS-STAMP-HHMMSS  TO WS-ENR-REQ-TIME.
           MOVE EIBOPID          TO WS-ENR-MAKER-OPID.
           MOVE SPACES           TO WS-ENR-DECIDE-OPID.
           MOVE ZERO             TO WS-ENR-DECIDE-DATE.
           MOVE SPACE            TO WS-ENR-RESULT.

           MOVE ENROLLMENT-RECORD TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 870-AUDIT-ENROLLMENT.
           MOVE 1 TO WORK-MSG-CODE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA WITHDRAWS AN OPEN ENROLLMENT. A SEAT GIVEN UP COMES
      * OFF THE SESSION'S COUNT AND GOES TO THE WAITLIST.
      *-----------------------------------------------------------------
       620-WITHDRAW.

           IF  NOT WS-ENR-FOUND
           OR  (NOT WS-ENR-REQUESTED
            AND NOT WS-ENR-APPROVED
            AND NOT WS-ENR-WAITLISTED)
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ENRMSESL
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 620-EXIT
           END-IF.

           MOVE ENROLLMENT-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-ENR-STATUS     TO WS-WAS-STATUS.
           MOVE "X"               TO WS-ENR-STATUS.
           MOVE EIBOPID           TO WS-ENR-DECIDE-OPID.
           MOVE WS-STAMP-YYMMDD   TO WS-ENR-DECIDE-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE ENROLLMENT-RECORD TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           PERFORM 870-AUDIT-ENROLLMENT.
           MOVE 2 TO WORK-MSG-CODE.

           IF  WS-WAS-STATUS NOT = "A" THEN
               GO TO 620-EXIT
           END-IF.

           IF  WS-SES-SEATS-TAKEN > ZERO THEN
               SUBTRACT 1 FROM WS-SES-SEATS-TAKEN
           END-IF.
           MOVE EIBOPID         TO WS-SES-MAINT-OPID.
           MOVE WS-STAMP-YYMMDD TO WS-SES-MAINT-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE TRAINING-SESSION-RECORD TO DATA-IN.
           CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE WS-SES-COURSE-CODE TO SF-COURSE-CODE.
           MOVE WS-SES-SESSION-NO  TO SF-SESSION-NO.
           MOVE EIBOPID            TO SF-OPID.
           MOVE WS-STAMP-YYMMDD    TO SF-DATE.
           CALL "COBTRWTL" USING SEAT-FILL-PARAMETERS.

       620-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA DECIDES THE LISTED REQUESTS MARKED X - PF11 APPROVES,
      * PF12 DECLINES. A MASKED CREDENTIAL MAY NOT DECIDE.
      *-----------------------------------------------------------------
       700-DECIDE-REQUESTS.

           MOVE ZERO TO WS-DECIDED-COUNT.
           MOVE ZERO TO WS-REFUSED-COUNT.
           MOVE ZERO TO WS-SELECTED-COUNT.
           MOVE ZERO TO WS-WAITLISTED-COUNT.

           IF  WS-SEC-MASKED THEN
               ADD 1          TO  WS-REFUSED-COUNT
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 850-GET-OPID-AND-TIME.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-PEND-COUNT
               IF  ENRMSELI (WS-LINE-SUB) = "X"
                   ADD 1 TO WS-SELECTED-COUNT
                   PERFORM 710-DECIDE-ONE THRU 710-EXIT
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-SELECTED-COUNT = ZERO
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 4  TO WORK-MSG-CODE
               WHEN WS-REFUSED-COUNT > ZERO
                   MOVE WS-REFUSE-MSG TO WORK-MSG-CODE
               WHEN WS-WAITLISTED-COUNT > ZERO
                   MOVE 24 TO WORK-MSG-CODE
               WHEN OTHER
                   MOVE 3  TO WORK-MSG-CODE
           END-EVALUATE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA DECIDES ONE MARKED REQUEST. IT IS READ AGAIN FIRST:
      * IT MUST STILL BE REQUESTED, STILL ROUTED TO THE CALLER, AND
      * NOT THE CALLER'S OWN. AN APPROVAL TAKES A SEAT IF THE SESSION
      * STILL HAS ONE AND HAS NOT STARTED, OTHERWISE IT WAITLISTS.
      *-----------------------------------------------------------------
       710-DECIDE-ONE.

           MOVE WS-PEND-ROW (WS-LINE-SUB) TO ENROLLMENT-RECORD.
           MOVE 1 TO CMD-CODE.
           MOVE ENROLLMENT-RECORD TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1  TO WS-REFUSED-COUNT
               MOVE 20 TO WS-REFUSE-MSG
               GO TO 710-EXIT
           END-IF.
           MOVE DATA-OUT TO ENROLLMENT-RECORD.

           IF  NOT WS-ENR-REQUESTED
           OR  WS-ENR-MGR-OPID NOT = WS-SEC-OPID THEN
               ADD 1  TO WS-REFUSED-COUNT
               MOVE 16 TO WS-REFUSE-MSG
               GO TO 710-EXIT
           END-IF.
           IF  WS-ENR-EMP-NO = WS-CALLER-EMP-NO THEN
               ADD 1  TO WS-REFUSED-COUNT
               MOVE 17 TO WS-REFUSE-MSG
               GO TO 710-EXIT
           END-IF.

           MOVE ENROLLMENT-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE EIBOPID           TO WS-ENR-DECIDE-OPID.
           MOVE WS-STAMP-YYMMDD   TO WS-ENR-DECIDE-DATE.

           IF  EIBAID = DFHPF12 THEN
               MOVE "D" TO WS-ENR-STATUS
           ELSE
               PERFORM 720-TAKE-SEAT THRU 720-EXIT
           END-IF.
           IF  WS-ENR-REQUESTED THEN
               GO TO 710-EXIT
           END-IF.

           MOVE 3 TO CMD-CODE.
           MOVE ENROLLMENT-RECORD TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 870-AUDIT-ENROLLMENT.
           ADD 1 TO WS-DECIDED-COUNT.

       710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FINDS THE APPROVED REQUEST A SEAT - A SESSION SINCE
      * CANCELLED OR ALREADY UNDER WAY REFUSES IT, A FULL ONE
      * WAITLISTS IT.
      *-----------------------------------------------------------------
       720-TAKE-SEAT.

           MOVE SPACES             TO TRAINING-SESSION-RECORD.
           MOVE WS-ENR-COURSE-CODE TO WS-SES-COURSE-CODE.
           MOVE WS-ENR-SESSION-NO  TO WS-SES-SESSION-NO.
           MOVE 1 TO CMD-CODE.
           MOVE TRAINING-SESSION-RECORD TO DATA-IN.
           CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1  TO WS-REFUSED-COUNT
               MOVE 10 TO WS-REFUSE-MSG
               GO TO 720-EXIT
           END-IF.
           MOVE DATA-OUT TO TRAINING-SESSION-RECORD.
           IF  NOT WS-SES-OPEN
           OR  WS-SES-START-DATE NOT > WS-STAMP-YYMMDD
               ADD 1  TO WS-REFUSED-COUNT
               MOVE 10 TO WS-REFUSE-MSG
               GO TO 720-EXIT
           END-IF.

           IF  WS-SES-SEATS-TAKEN NOT < WS-SES-SEATS THEN
               MOVE "W" TO WS-ENR-STATUS
               ADD 1    TO WS-WAITLISTED-COUNT
               GO TO 720-EXIT
           END-IF.

           MOVE "A"             TO WS-ENR-STATUS.
           ADD 1                TO WS-SES-SEATS-TAKEN.
           MOVE EIBOPID         TO WS-SES-MAINT-OPID.
           MOVE WS-STAMP-YYMMDD TO WS-SES-MAINT-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE TRAINING-SESSION-RECORD TO DATA-IN.
           CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       720-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS COBCIO24.
      *-----------------------------------------------------------------
       850-GET-OPID-AND-TIME.

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

      *-----------------------------------------------------------------
      * THIS PARA PUTS THE ENROLLMENT JUST FILED OR DECIDED ON THE HR
      * AUDIT TRAIL, KEYED BY EMPLOYEE AND COURSE.
      *-----------------------------------------------------------------
       870-AUDIT-ENROLLMENT.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           MOVE SPACES                   TO WS-AUD-KEY.
           STRING WS-ENR-EMP-NO WS-ENR-COURSE-CODE
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE ENROLLMENT-RECORD        TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO ENRMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO ENRMMSGO.
           GO TO 999-EXIT.

      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO ENRMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO ENRMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(ENRMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

      *-----------------------------------------------------------------
      *    COBCIO86 - RECRUITMENT OFFER CONTROL. THE OFFER TO A
      *               COBCIO85 APPLICANT IS MADE HERE AGAINST THE
      *               APPLICANT'S REQUISITION - A SALARY THAT MUST FALL
      *               INSIDE THE COBCIO27 BAND FOR THE REQUISITION'S
      *               JOB CODE, A START DATE AFTER TODAY AND A WORK
      *               LOCATION ON THE COBCIO48 SITE MASTER (PF10, WHICH
      *               ALSO RE-MAKES A DECLINED OR REVISED OFFER). A
      *               SECOND, DIFFERENT OPERATOR APPROVES IT (PF11),
      *               SAME MAKER-CHECKER RULE AS THE COBCIO58
      *               REQUISITION, AND THE CANDIDATE'S ANSWER IS
      *               RECORDED ON THE APPROVED OFFER (PF12 - A ACCEPTED,
      *               D DECLINED). AN ACCEPTED OFFER IS THE ONBOARDING
      *               DETAIL: COBCIO23, GIVEN THE APPLICANT NUMBER,
      *               TAKES THE JOB AND DEPARTMENT FROM THE REQUISITION
      *               AND THE SALARY, LOCATION AND START DATE FROM THE
      *               OFFER, CONSUMES THE REQUISITION AND MARKS THE
      *               APPLICANT HIRED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO86.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the COBCIO85 applicant row on the APITPAPL gateway -
      *    ** CMD-CODE 1 READ BY APPL-NO, 3 CHANGE
       01  APPLICANT-RECORD.
           10 WS-APL-APPL-NO          PIC X(6).
           10 WS-APL-REQ-NO           PIC X(6).
           10 WS-APL-NAME             PIC X(30).
           10 WS-APL-SOURCE           PIC X(2).
      *        ** S SCREENING, I INTERVIEWING, O OFFER MADE, H HIRED
      *        ** (COBCIO23), R REJECTED, W WITHDRAWN
           10 WS-APL-STATUS           PIC X(1).
               88  WS-APL-CLOSED          VALUES "H" "R" "W".
           10 WS-APL-APPLIED-DATE     PIC 9(6).
           10 WS-APL-INTERVIEW        OCCURS 3 TIMES.
               15 WS-APL-IV-DATE      PIC 9(6).
               15 WS-APL-IV-OPID      PIC X(3).
               15 WS-APL-IV-RATING    PIC X(1).
               15 WS-APL-IV-FEEDBACK  PIC X(25).
           10 WS-APL-OFFER-SALARY     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-APL-OFFER-START      PIC 9(6).
           10 WS-APL-OFFER-LOCATION   PIC X(2).
      *        ** SPACES NONE, P PENDING APPROVAL, A APPROVED AND
      *        ** EXTENDED, X ACCEPTED, D DECLINED
           10 WS-APL-OFFER-STATUS     PIC X(1).
               88  WS-APL-OFFER-PENDING   VALUE "P".
               88  WS-APL-OFFER-APPROVED  VALUE "A".
               88  WS-APL-OFFER-ACCEPTED  VALUE "X".
           10 WS-APL-OFFER-MAKER      PIC X(3).
           10 WS-APL-OFFER-APPR       PIC X(3).
           10 WS-APL-EMP-ID           PIC X(6).
           10 WS-APL-MAINT-DATE       PIC 9(6).
           10 WS-APL-OPID             PIC X(3).

      *    ** the COBCIO58 requisition the offer is made against
       01  REQUISITION-RECORD.
           10 WS-RQN-REQ-NO           PIC X(6).
           10 WS-RQN-DEPT-CODE        PIC X(4).
           10 WS-RQN-JOB-CODE         PIC X(8).
           10 WS-RQN-COUNT            PIC 9(3).
           10 WS-RQN-FILLED           PIC 9(3).
           10 WS-RQN-STATUS           PIC X(1).
               88  WS-RQN-APPROVED        VALUE "A".
           10 WS-RQN-RAISED-DATE      PIC 9(6).
           10 WS-RQN-MAKER-OPID       PIC X(3).
           10 WS-RQN-APPR-OPID        PIC X(3).
           10 WS-RQN-START-YM         PIC 9(6).

      *    ** the job/position master COBCIO27 maintains - the band
      *    ** the offered salary must fall inside
       01  JOB-MASTER-RECORD.
           10 WS-JOB-CODE             PIC X(8).
           10 WS-JOB-TITLE            PIC X(20).
           10 WS-JOB-GRADE            PIC X(2).
           10 WS-JOB-SAL-FLOOR        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JOB-SAL-CEILING      PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the COBCIO48 site master - the offered work location
       01  SITE-MASTER-RECORD.
           10 WS-SIT-CODE             PIC X(2).
           10 WS-SIT-NAME             PIC X(20).

      *    ** who/when/before/after capture for offer filings -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO86".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-APL-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-APL-FOUND                    VALUE "Y".
       01  WS-RQN-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-RQN-FOUND                    VALUE "Y".

       01  WS-KEY-SALARY                   PIC 9(7)V9(2).
       01  WS-KEY-DATE                     PIC 9(6).
       01  WS-KEY-DATE-R REDEFINES WS-KEY-DATE.
           03  WS-KEY-YY                   PIC 99.
           03  WS-KEY-MM                   PIC 99.
           03  WS-KEY-DD                   PIC 99.
      *    ** start date and today, century-windowed to compare
       01  WS-KEY-START-CCYYMMDD           PIC 9(8).
       01  WS-TODAY-CCYYMMDD               PIC 9(8).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - an offer carries the candidate's
      *    ** salary, so a masked credential is refused along with a
      *    ** denied one
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO86".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO86".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maker and approver stamps, same
      *    ** manually-declared EIB field convention COBCIO24 uses
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO86".
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

           COPY OFRM.

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
           IF  WS-SEC-DENIED OR WS-SEC-MASKED THEN
               MOVE "NOT AUTHORIZED FOR OFFERS" TO OFRMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  OFRMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  OFRMAPLL.

           GO TO 300-SEND-OFRMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE APPLICANT KEYED IS SHOWN
      * WITH ITS REQUISITION, BAND AND OFFER; PF10 MAKES THE OFFER,
      * PF11 APPROVES IT AND PF12 RECORDS THE CANDIDATE'S ANSWER.
      *-----------------------------------------------------------------
       200-RECEIVE-OFRMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("OFRM")
               INTO(OFRMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  OFRMAPLI NOT > SPACES THEN
               MOVE -1        TO  OFRMAPLL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-OFRMAP
           END-IF.

           PERFORM 400-READ-APPLICANT THRU 400-EXIT.
           IF  NOT WS-APL-FOUND THEN
               MOVE -1        TO  OFRMAPLL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 300-SEND-OFRMAP
           END-IF.
           MOVE 8             TO  WORK-MSG-CODE.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-OFFER THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-MAKE-OFFER THRU 600-EXIT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-APPROVE-OFFER THRU 700-EXIT
           END-IF.

           IF  EIBAID = DFHPF12 THEN
               PERFORM 750-RECORD-ANSWER THRU 750-EXIT
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-OFFER
           END-IF.

           MOVE DFHBMFSE        TO  OFRMSALA
                                    OFRMSTDA
                                    OFRMLOCA
                                    OFRMRSPA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-OFRMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO OFRMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("OFRM")
               FROM(OFRMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-OFRMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED APPLICANT, ITS REQUISITION AND THE
      * BAND FOR THE REQUISITION'S JOB CODE.
      *-----------------------------------------------------------------
       400-READ-APPLICANT.

           MOVE "N"             TO WS-APL-FOUND-SWITCH.
           MOVE "N"             TO WS-RQN-FOUND-SWITCH.
           MOVE SPACES          TO APPLICANT-RECORD.
           MOVE OFRMAPLI        TO WS-APL-APPL-NO.

           MOVE 1 TO CMD-CODE.
           MOVE APPLICANT-RECORD TO DATA-IN.
           CALL "APITPAPL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               GO TO 400-EXIT
           END-IF.
           MOVE DATA-OUT             TO APPLICANT-RECORD.
           SET WS-APL-FOUND          TO TRUE.

           MOVE SPACES          TO REQUISITION-RECORD.
           MOVE WS-APL-REQ-NO   TO WS-RQN-REQ-NO.
           MOVE 1 TO CMD-CODE.
           MOVE REQUISITION-RECORD TO DATA-IN.
           CALL "APITPRQN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               GO TO 400-EXIT
           END-IF.
           MOVE DATA-OUT             TO REQUISITION-RECORD.
           SET WS-RQN-FOUND          TO TRUE.

           MOVE SPACES          TO JOB-MASTER-RECORD.
           MOVE WS-RQN-JOB-CODE TO WS-JOB-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE JOB-MASTER-RECORD TO DATA-IN.
           CALL "APITPJOB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT         TO JOB-MASTER-RECORD
           ELSE
               MOVE ZERO             TO WS-JOB-SAL-FLOOR
                                        WS-JOB-SAL-CEILING
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE APPLICANT, REQUISITION, BAND AND OFFER.
      *-----------------------------------------------------------------
       460-SHOW-OFFER.

           MOVE WS-APL-NAME             TO OFRMNAMO.
           MOVE WS-APL-STATUS           TO OFRMASTO.
           MOVE WS-APL-REQ-NO           TO OFRMREQO.
           MOVE WS-RQN-DEPT-CODE        TO OFRMDEPO.
           MOVE WS-RQN-JOB-CODE         TO OFRMJOBO.
           MOVE WS-JOB-SAL-FLOOR        TO OFRMFLRO.
           MOVE WS-JOB-SAL-CEILING      TO OFRMCLGO.
           MOVE WS-APL-OFFER-STATUS     TO OFRMOSTO.
           IF  WS-APL-OFFER-STATUS > SPACES THEN
               MOVE WS-APL-OFFER-SALARY     TO OFRMSALO
               MOVE WS-APL-OFFER-START      TO OFRMSTDO
               MOVE WS-APL-OFFER-LOCATION   TO OFRMLOCO
               MOVE WS-APL-OFFER-MAKER      TO OFRMMKRO
               MOVE WS-APL-OFFER-APPR       TO OFRMAPRO
           END-IF.
           MOVE -1                      TO OFRMSALL.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES AN OFFER - THE APPLICANT STILL IN PLAY AND
      * NOT ALREADY ACCEPTED, THE REQUISITION STILL OPEN WITH A HEAD TO
      * FILL, A SALARY INSIDE THE JOB'S BAND (A HARD STOP HERE -
      * COBCIO23'S WARNING IS FOR THE SIGNED-OFF EXCEPTION, NOT FOR A
      * NEW OFFER), A START DATE AFTER TODAY AND A LOCATION ON THE
      * SITE MASTER (SPACES IS HEAD OFFICE).
      *-----------------------------------------------------------------
       500-VALIDATE-OFFER.

           IF  WS-APL-CLOSED OR WS-APL-OFFER-ACCEPTED THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  OFRMAPLL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  NOT WS-RQN-FOUND
           OR  NOT WS-RQN-APPROVED
           OR  WS-RQN-FILLED NOT < WS-RQN-COUNT THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  OFRMAPLL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  OFRMSALI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  OFRMSALA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  OFRMSALL
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE OFRMSALI      TO  WS-KEY-SALARY.
           IF  WS-KEY-SALARY < WS-JOB-SAL-FLOOR
           OR  WS-KEY-SALARY > WS-JOB-SAL-CEILING THEN
               MOVE DFHBMASB  TO  OFRMSALA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  OFRMSALL
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  OFRMSTDI IS NOT NUMERIC THEN
               SET ERRORS     TO  TRUE
           ELSE
               MOVE OFRMSTDI  TO  WS-KEY-DATE
               IF  WS-KEY-MM < 1 OR WS-KEY-MM > 12
               OR  WS-KEY-DD < 1 OR WS-KEY-DD > 31
                   SET ERRORS TO  TRUE
               ELSE
                   PERFORM 560-CHECK-FUTURE-DATE
               END-IF
           END-IF.
           IF  ERRORS THEN
               MOVE DFHBMASB  TO  OFRMSTDA
               MOVE -1        TO  OFRMSTDL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  OFRMLOCI > SPACES THEN
               MOVE SPACES    TO  SITE-MASTER-RECORD
               MOVE OFRMLOCI  TO  WS-SIT-CODE
               MOVE 1 TO CMD-CODE
               MOVE SITE-MASTER-RECORD TO DATA-IN
               CALL "APITPSIT" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   MOVE DFHBMASB  TO  OFRMLOCA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  OFRMLOCL
                   MOVE 18        TO  WORK-MSG-CODE
               END-IF
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FAILS WS-KEY-DATE UNLESS IT FALLS AFTER TODAY.
      *-----------------------------------------------------------------
       560-CHECK-FUTURE-DATE.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  WS-KEY-YY < 50 THEN
               COMPUTE WS-KEY-START-CCYYMMDD = 20000000 + WS-KEY-DATE
           ELSE
               COMPUTE WS-KEY-START-CCYYMMDD = 19000000 + WS-KEY-DATE
           END-IF.
           IF  WS-STAMP-YYMMDD < 500000 THEN
               COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-STAMP-YYMMDD
           ELSE
               COMPUTE WS-TODAY-CCYYMMDD = 19000000 + WS-STAMP-YYMMDD
           END-IF.
           IF  WS-KEY-START-CCYYMMDD NOT > WS-TODAY-CCYYMMDD
               SET ERRORS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA MAKES (OR RE-MAKES) THE OFFER - PENDING UNTIL A
      * SECOND OPERATOR APPROVES, WITH THE APPLICANT MOVED TO OFFER.
      *-----------------------------------------------------------------
       600-MAKE-OFFER.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE APPLICANT-RECORD    TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-KEY-SALARY       TO WS-APL-OFFER-SALARY.
           MOVE WS-KEY-DATE         TO WS-APL-OFFER-START.
           MOVE OFRMLOCI            TO WS-APL-OFFER-LOCATION.
           MOVE "P"                 TO WS-APL-OFFER-STATUS.
           MOVE EIBOPID             TO WS-APL-OFFER-MAKER.
           MOVE SPACES              TO WS-APL-OFFER-APPR.
           MOVE "O"                 TO WS-APL-STATUS.

           PERFORM 650-FILE-APPLICANT THRU 650-EXIT.
           MOVE 1                   TO WORK-MSG-CODE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE APPLICANT ROW WITH THE MAINTENANCE STAMP
      * AND PUTS THE CHANGE ON THE HR AUDIT TRAIL.
      *-----------------------------------------------------------------
       650-FILE-APPLICANT.

           MOVE WS-STAMP-YYMMDD     TO WS-APL-MAINT-DATE.
           MOVE EIBOPID             TO WS-APL-OPID.

           MOVE 3 TO CMD-CODE.
           MOVE APPLICANT-RECORD TO DATA-IN.
           CALL "APITPAPL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           MOVE "APPLICNT"               TO WS-AUD-FILE.
           MOVE WS-APL-APPL-NO           TO WS-AUD-KEY.
           MOVE APPLICANT-RECORD         TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES A PENDING OFFER - A SECOND, DIFFERENT
      * OPERATOR ONLY, SAME RULE AS EVERY MAKER-CHECKER PAIR HERE.
      *-----------------------------------------------------------------
       700-APPROVE-OFFER.

           IF  NOT WS-APL-OFFER-PENDING THEN
               SET ERRORS     TO  TRUE
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  EIBOPID = WS-APL-OFFER-MAKER THEN
               SET ERRORS     TO  TRUE
               MOVE 20        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE APPLICANT-RECORD    TO WS-AUD-BEFORE-IMAGE.
           MOVE "A"                 TO WS-APL-OFFER-STATUS.
           MOVE EIBOPID             TO WS-APL-OFFER-APPR.
           PERFORM 650-FILE-APPLICANT THRU 650-EXIT.
           MOVE 2                   TO WORK-MSG-CODE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA RECORDS THE CANDIDATE'S ANSWER TO AN APPROVED OFFER -
      * A ACCEPTED (READY FOR COBCIO23), D DECLINED (A NEW OFFER MAY BE
      * MADE WITH PF10, OR THE APPLICANT WITHDRAWN ON COBCIO85).
      *-----------------------------------------------------------------
       750-RECORD-ANSWER.

           IF  NOT WS-APL-OFFER-APPROVED THEN
               SET ERRORS     TO  TRUE
               MOVE 21        TO  WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.

           IF  OFRMRSPI NOT = "A" AND OFRMRSPI NOT = "D" THEN
               MOVE DFHBMASB  TO  OFRMRSPA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  OFRMRSPL
               MOVE 22        TO  WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE APPLICANT-RECORD    TO WS-AUD-BEFORE-IMAGE.
           IF  OFRMRSPI = "A" THEN
               MOVE "X"             TO WS-APL-OFFER-STATUS
               MOVE 3               TO WORK-MSG-CODE
           ELSE
               MOVE "D"             TO WS-APL-OFFER-STATUS
               MOVE 4               TO WORK-MSG-CODE
           END-IF.
           PERFORM 650-FILE-APPLICANT THRU 650-EXIT.

       750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * MAINTENANCE STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO OFRMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO OFRMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO OFRMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO OFRMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(OFRMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

      *-----------------------------------------------------------------
      *    COBCIO85 - RECRUITMENT APPLICANT TRACKING. A REQUISITION
      *               RAISED AND APPROVED ON COBCIO58 HAD NOTHING
      *               BEHIND IT UNTIL THE HIRE ARRIVED AT COBCIO23 -
      *               THE CANDIDATES, INTERVIEWS AND FEEDBACK LIVED IN
      *               RECRUITERS' MAILBOXES. EACH APPLICANT IS NOW A
      *               ROW ON THE NEW APITPAPL GATEWAY, NUMBERED OFF THE
      *               APITPCTL "APPLICNT" RANGE AND TIED TO AN OPEN
      *               APPROVED REQUISITION, WITH THE SOURCE THE
      *               CANDIDATE CAME FROM, THEIR STATUS AND UP TO THREE
      *               INTERVIEW ROUNDS (DATE, INTERVIEWER, A 1-5 RATING
      *               AND A LINE OF FEEDBACK). A BLANK APPLICANT NUMBER
      *               WITH PF10 FILES A NEW APPLICANT; KEYING A NUMBER
      *               SHOWS IT AND PF10 FILES THE CHANGES. THE OFFER
      *               ITSELF IS MADE AND APPROVED ON COBCIO86, WHICH
      *               ALONE MOVES AN APPLICANT TO OFFER, AND COBCIO23
      *               MARKS THE APPLICANT HIRED WHEN THE ONBOARDING
      *               COMPLETES - NEITHER STATUS CAN BE KEYED HERE.
      *               THE COBBATA7 FUNNEL REPORT COUNTS CONVERSION BY
      *               REQUISITION AND SOURCE OFF THESE ROWS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO85.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one row per applicant on the APITPAPL gateway - CMD-CODE
      *    ** 1 READ BY APPL-NO, 2 ADD, 3 CHANGE, 4 PER-REQUISITION
      *    ** CURSOR, 5 ALL-APPLICANTS CURSOR (COBBATA7)
       01  APPLICANT-RECORD.
           10 WS-APL-APPL-NO          PIC X(6).
           10 WS-APL-REQ-NO           PIC X(6).
           10 WS-APL-NAME             PIC X(30).
      *        ** RF REFERRAL, AG AGENCY, WB JOB BOARD/WEB, IN
      *        ** INTERNAL, CM CAMPUS, DR DIRECT
           10 WS-APL-SOURCE           PIC X(2).
               88  WS-APL-VALID-SOURCE    VALUES "RF" "AG" "WB" "IN"
                                                 "CM" "DR".
      *        ** S SCREENING, I INTERVIEWING, O OFFER MADE (COBCIO86),
      *        ** H HIRED (COBCIO23), R REJECTED, W WITHDRAWN
           10 WS-APL-STATUS           PIC X(1).
               88  WS-APL-OFFERED         VALUE "O".
               88  WS-APL-HIRED           VALUE "H".
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
           10 WS-APL-OFFER-MAKER      PIC X(3).
           10 WS-APL-OFFER-APPR       PIC X(3).
           10 WS-APL-EMP-ID           PIC X(6).
           10 WS-APL-MAINT-DATE       PIC 9(6).
           10 WS-APL-OPID             PIC X(3).

      *    ** the COBCIO58 requisition the applicant is put forward for
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

      *    ** applicant number allocation off the APITPCTL number-
      *    ** control gateway, same CMD-CODE 2 idiom as COBCIO58's
      *    ** requisition range
       01  NUMBER-CONTROL-RECORD.
           10 WS-CTL-RANGE-NAME       PIC X(8) VALUE "APPLICNT".
           10 WS-CTL-ALLOCATED-NO     PIC X(6).

      *    ** who/when/before/after capture for applicant filings -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO85".
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

      *    ** the keyed interview rounds, lifted off the map into a
      *    ** table so the three rounds share one edit
       01  WS-KEY-ROUNDS.
           03  WS-KEY-ROUND                OCCURS 3 TIMES.
               05  WS-KEY-IV-DATE          PIC X(6).
               05  WS-KEY-IV-OPID          PIC X(3).
               05  WS-KEY-IV-RATING        PIC X(1).
                   88  WS-KEY-VALID-RATING     VALUES "1" "2" "3"
                                                      "4" "5".
               05  WS-KEY-IV-FEEDBACK      PIC X(25).
       01  WS-RND-IX                       PIC S9(4) COMP.
       01  WS-BAD-ROUND                    PIC S9(4) COMP.
      *    ** D DATE, I INTERVIEWER, R RATING - the field in error
       01  WS-BAD-FIELD                    PIC X(1).
       01  WS-KEY-DATE                     PIC 9(6).
       01  WS-KEY-DATE-R REDEFINES WS-KEY-DATE.
           03  WS-KEY-YY                   PIC 99.
           03  WS-KEY-MM                   PIC 99.
           03  WS-KEY-DD                   PIC 99.
       01  WS-KEY-STATUS                   PIC X(1).
           88  WS-KEY-KEYABLE-STATUS           VALUES "S" "I" "R" "W".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - a candidate's interview
      *    ** feedback is personal data, so a masked credential is
      *    ** refused along with a denied one
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO85".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO85".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maintenance stamps, same manually-
      *    ** declared EIB field convention COBCIO24 uses - populated
      *    ** from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO85".
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

           COPY APLM.

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

      *    **  applicant records are personal data - check this
      *    **  operator before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED OR WS-SEC-MASKED THEN
               MOVE "NOT AUTHORIZED FOR APPLICANT RECORDS" TO APLMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  APLMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  APLMAPLL.

           GO TO 300-SEND-APLMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. AN APPLICANT NUMBER KEYED IS
      * SHOWN; PF10 FILES A NEW APPLICANT (BLANK NUMBER) OR THE CHANGES.
      *-----------------------------------------------------------------
       200-RECEIVE-APLMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("APLM")
               INTO(APLMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  APLMAPLI > SPACES THEN
               PERFORM 450-READ-APPLICANT
               IF  NOT WS-APL-FOUND THEN
                   MOVE -1        TO  APLMAPLL
                   MOVE 7         TO  WORK-MSG-CODE
                   GO TO 300-SEND-APLMAP
               END-IF
           ELSE
               MOVE "N" TO WS-APL-FOUND-SWITCH
               IF  EIBAID NOT = DFHPF10 THEN
                   MOVE -1        TO  APLMAPLL
                   MOVE 6         TO  WORK-MSG-CODE
                   GO TO 300-SEND-APLMAP
               END-IF
           END-IF.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-APPLICANT THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-APPLICANT THRU 600-EXIT
               END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-APPLICANT
           END-IF.

           MOVE DFHBMFSE        TO  APLMREQA
                                    APLMNAMA
                                    APLMSRCA
                                    APLMSTAA
                                    APLMDT1A
                                    APLMIV1A
                                    APLMRT1A
                                    APLMFB1A
                                    APLMDT2A
                                    APLMIV2A
                                    APLMRT2A
                                    APLMFB2A
                                    APLMDT3A
                                    APLMIV3A
                                    APLMRT3A
                                    APLMFB3A.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-APLMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO APLMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("APLM")
               FROM(APLMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-APLMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED APPLICANT - RESP-CODE = 0 MEANS NOT
      * ON FILE.
      *-----------------------------------------------------------------
       450-READ-APPLICANT.

           MOVE "N"             TO WS-APL-FOUND-SWITCH.
           MOVE SPACES          TO APPLICANT-RECORD.
           MOVE APLMAPLI        TO WS-APL-APPL-NO.

           MOVE 1 TO CMD-CODE.
           MOVE APPLICANT-RECORD TO DATA-IN.
           CALL "APITPAPL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO APPLICANT-RECORD
               SET WS-APL-FOUND          TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE APPLICANT ON FILE.
      *-----------------------------------------------------------------
       460-SHOW-APPLICANT.

           MOVE WS-APL-APPL-NO          TO APLMAPLO.
           MOVE WS-APL-REQ-NO           TO APLMREQO.
           MOVE WS-APL-NAME             TO APLMNAMO.
           MOVE WS-APL-SOURCE           TO APLMSRCO.
           MOVE WS-APL-STATUS           TO APLMSTAO.
           MOVE WS-APL-APPLIED-DATE     TO APLMAPDO.
           MOVE WS-APL-OFFER-STATUS     TO APLMOFSO.
           MOVE WS-APL-IV-DATE(1)       TO APLMDT1O.
           MOVE WS-APL-IV-OPID(1)       TO APLMIV1O.
           MOVE WS-APL-IV-RATING(1)     TO APLMRT1O.
           MOVE WS-APL-IV-FEEDBACK(1)   TO APLMFB1O.
           MOVE WS-APL-IV-DATE(2)       TO APLMDT2O.
           MOVE WS-APL-IV-OPID(2)       TO APLMIV2O.
           MOVE WS-APL-IV-RATING(2)     TO APLMRT2O.
           MOVE WS-APL-IV-FEEDBACK(2)   TO APLMFB2O.
           MOVE WS-APL-IV-DATE(3)       TO APLMDT3O.
           MOVE WS-APL-IV-OPID(3)       TO APLMIV3O.
           MOVE WS-APL-IV-RATING(3)     TO APLMRT3O.
           MOVE WS-APL-IV-FEEDBACK(3)   TO APLMFB3O.
           MOVE WS-APL-MAINT-DATE       TO APLMMDTO.
           MOVE WS-APL-OPID             TO APLMMOPO.
           IF  EIBAID NOT = DFHPF10
               MOVE 8                   TO WORK-MSG-CODE
           END-IF.
           MOVE -1                      TO APLMNAML.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A FILING - A NEW APPLICANT NEEDS AN OPEN
      * APPROVED REQUISITION WITH HEADS STILL TO FILL (THE REQUISITION
      * IS FIXED ONCE FILED); EVERY FILING NEEDS A NAME, A KNOWN
      * SOURCE, A STATUS THAT MAY BE KEYED HERE, AND EACH INTERVIEW
      * ROUND EITHER BLANK OR COMPLETE WITH A REAL DATE, INTERVIEWER
      * AND A 1-5 RATING. A HIRED APPLICANT IS NOT CHANGED.
      *-----------------------------------------------------------------
       500-VALIDATE-APPLICANT.

           IF  WS-APL-FOUND AND WS-APL-HIRED THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APLMAPLL
               MOVE 21        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  NOT WS-APL-FOUND THEN
               MOVE SPACES    TO  REQUISITION-RECORD
               MOVE APLMREQI  TO  WS-RQN-REQ-NO
               MOVE 1 TO CMD-CODE
               MOVE REQUISITION-RECORD TO DATA-IN
               CALL "APITPRQN" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO REQUISITION-RECORD
               END-IF
               IF  RESP-CODE = 0
               OR  NOT WS-RQN-APPROVED
               OR  WS-RQN-FILLED NOT < WS-RQN-COUNT
                   MOVE DFHBMASB  TO  APLMREQA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  APLMREQL
                   MOVE 14        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
           END-IF.

           IF  APLMNAMI NOT > SPACES THEN
               MOVE DFHBMASB  TO  APLMNAMA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APLMNAML
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE APLMSRCI      TO  WS-APL-SOURCE.
           IF  NOT WS-APL-VALID-SOURCE THEN
               MOVE DFHBMASB  TO  APLMSRCA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APLMSRCL
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

      *    ** a new applicant starts at screening when no status is
      *    ** keyed; O and H only stand where they are already on file
           IF  APLMSTAI = SPACES AND NOT WS-APL-FOUND
               MOVE "S"       TO  WS-KEY-STATUS
           ELSE
               MOVE APLMSTAI  TO  WS-KEY-STATUS
           END-IF.
           IF  NOT WS-KEY-KEYABLE-STATUS
           AND NOT (WS-APL-FOUND AND WS-KEY-STATUS = WS-APL-STATUS)
               MOVE DFHBMASB  TO  APLMSTAA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APLMSTAL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE APLMDT1I      TO  WS-KEY-IV-DATE(1).
           MOVE APLMIV1I      TO  WS-KEY-IV-OPID(1).
           MOVE APLMRT1I      TO  WS-KEY-IV-RATING(1).
           MOVE APLMFB1I      TO  WS-KEY-IV-FEEDBACK(1).
           MOVE APLMDT2I      TO  WS-KEY-IV-DATE(2).
           MOVE APLMIV2I      TO  WS-KEY-IV-OPID(2).
           MOVE APLMRT2I      TO  WS-KEY-IV-RATING(2).
           MOVE APLMFB2I      TO  WS-KEY-IV-FEEDBACK(2).
           MOVE APLMDT3I      TO  WS-KEY-IV-DATE(3).
           MOVE APLMIV3I      TO  WS-KEY-IV-OPID(3).
           MOVE APLMRT3I      TO  WS-KEY-IV-RATING(3).
           MOVE APLMFB3I      TO  WS-KEY-IV-FEEDBACK(3).

           PERFORM 520-EDIT-ROUND
               VARYING WS-RND-IX FROM 1 BY 1
               UNTIL WS-RND-IX > 3 OR ERRORS.
           IF  ERRORS THEN
               PERFORM 530-MARK-ROUND-FIELD
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA EDITS ONE INTERVIEW ROUND - A ROUND WITH NO DATE MUST
      * BE WHOLLY BLANK; A DATED ROUND NEEDS A VALID YYMMDD, THE
      * INTERVIEWER'S OPERATOR ID AND A 1-5 RATING.
      *-----------------------------------------------------------------
       520-EDIT-ROUND.

           IF  WS-KEY-IV-DATE(WS-RND-IX) = SPACES
           OR  WS-KEY-IV-DATE(WS-RND-IX) = ZERO
               IF  WS-KEY-IV-OPID(WS-RND-IX) > SPACES
               OR  WS-KEY-IV-RATING(WS-RND-IX) > SPACES
               OR  WS-KEY-IV-FEEDBACK(WS-RND-IX) > SPACES
                   SET ERRORS          TO TRUE
                   MOVE WS-RND-IX      TO WS-BAD-ROUND
                   MOVE "D"            TO WS-BAD-FIELD
                   MOVE 18             TO WORK-MSG-CODE
               END-IF
           ELSE
               IF  WS-KEY-IV-DATE(WS-RND-IX) IS NOT NUMERIC
                   SET ERRORS          TO TRUE
               ELSE
                   MOVE WS-KEY-IV-DATE(WS-RND-IX) TO WS-KEY-DATE
                   IF  WS-KEY-MM < 1 OR WS-KEY-MM > 12
                   OR  WS-KEY-DD < 1 OR WS-KEY-DD > 31
                       SET ERRORS      TO TRUE
                   END-IF
               END-IF
               IF  ERRORS
                   MOVE WS-RND-IX      TO WS-BAD-ROUND
                   MOVE "D"            TO WS-BAD-FIELD
                   MOVE 18             TO WORK-MSG-CODE
               ELSE
                   IF  WS-KEY-IV-OPID(WS-RND-IX) NOT > SPACES
                       SET ERRORS      TO TRUE
                       MOVE WS-RND-IX  TO WS-BAD-ROUND
                       MOVE "I"        TO WS-BAD-FIELD
                       MOVE 19         TO WORK-MSG-CODE
                   ELSE
                       IF  NOT WS-KEY-VALID-RATING(WS-RND-IX)
                           SET ERRORS      TO TRUE
                           MOVE WS-RND-IX  TO WS-BAD-ROUND
                           MOVE "R"        TO WS-BAD-FIELD
                           MOVE 20         TO WORK-MSG-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA HIGHLIGHTS THE ROUND FIELD IN ERROR AND PUTS THE
      * CURSOR ON IT.
      *-----------------------------------------------------------------
       530-MARK-ROUND-FIELD.

           EVALUATE WS-BAD-ROUND ALSO WS-BAD-FIELD
               WHEN 1 ALSO "D"
                   MOVE DFHBMASB  TO  APLMDT1A
                   MOVE -1        TO  APLMDT1L
               WHEN 1 ALSO "I"
                   MOVE DFHBMASB  TO  APLMIV1A
                   MOVE -1        TO  APLMIV1L
               WHEN 1 ALSO "R"
                   MOVE DFHBMASB  TO  APLMRT1A
                   MOVE -1        TO  APLMRT1L
               WHEN 2 ALSO "D"
                   MOVE DFHBMASB  TO  APLMDT2A
                   MOVE -1        TO  APLMDT2L
               WHEN 2 ALSO "I"
                   MOVE DFHBMASB  TO  APLMIV2A
                   MOVE -1        TO  APLMIV2L
               WHEN 2 ALSO "R"
                   MOVE DFHBMASB  TO  APLMRT2A
                   MOVE -1        TO  APLMRT2L
               WHEN 3 ALSO "D"
                   MOVE DFHBMASB  TO  APLMDT3A
                   MOVE -1        TO  APLMDT3L
               WHEN 3 ALSO "I"
                   MOVE DFHBMASB  TO  APLMIV3A
                   MOVE -1        TO  APLMIV3L
               WHEN OTHER
                   MOVE DFHBMASB  TO  APLMRT3A
                   MOVE -1        TO  APLMRT3L
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THIS PARA FILES A NEW APPLICANT - NUMBERED OFF THE APITPCTL
      * RANGE - OR THE CHANGES TO THE ONE SHOWN. THE OFFER FIELDS ARE
      * COBCIO86'S AND ARE CARRIED THROUGH UNTOUCHED.
      *-----------------------------------------------------------------
       600-FILE-APPLICANT.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  WS-APL-FOUND THEN
               MOVE APPLICANT-RECORD  TO WS-AUD-BEFORE-IMAGE
               MOVE 3                 TO CMD-CODE
               MOVE 2                 TO WORK-MSG-CODE
           ELSE
               MOVE 2 TO CMD-CODE
               MOVE NUMBER-CONTROL-RECORD TO DATA-IN
               CALL "APITPCTL" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   PERFORM 950-DBERROR THRU 950-EXIT
                   GO TO 600-EXIT
               END-IF
               MOVE DATA-OUT TO NUMBER-CONTROL-RECORD
               MOVE SPACES              TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES              TO APPLICANT-RECORD
               MOVE WS-CTL-ALLOCATED-NO TO WS-APL-APPL-NO
               MOVE APLMREQI            TO WS-APL-REQ-NO
               MOVE WS-STAMP-YYMMDD     TO WS-APL-APPLIED-DATE
               MOVE ZERO                TO WS-APL-OFFER-SALARY
               MOVE ZERO                TO WS-APL-OFFER-START
               MOVE 2                   TO CMD-CODE
               MOVE 1                   TO WORK-MSG-CODE
           END-IF.

           MOVE APLMNAMI            TO WS-APL-NAME.
           MOVE APLMSRCI            TO WS-APL-SOURCE.
           MOVE WS-KEY-STATUS       TO WS-APL-STATUS.
           PERFORM VARYING WS-RND-IX FROM 1 BY 1 UNTIL WS-RND-IX > 3
               IF  WS-KEY-IV-DATE(WS-RND-IX) IS NUMERIC
                   MOVE WS-KEY-IV-DATE(WS-RND-IX)
                                    TO WS-APL-IV-DATE(WS-RND-IX)
               ELSE
                   MOVE ZERO        TO WS-APL-IV-DATE(WS-RND-IX)
               END-IF
               MOVE WS-KEY-IV-OPID(WS-RND-IX)
                                    TO WS-APL-IV-OPID(WS-RND-IX)
               MOVE WS-KEY-IV-RATING(WS-RND-IX)
                                    TO WS-APL-IV-RATING(WS-RND-IX)
               MOVE WS-KEY-IV-FEEDBACK(WS-RND-IX)
                                    TO WS-APL-IV-FEEDBACK(WS-RND-IX)
           END-PERFORM.
           MOVE WS-STAMP-YYMMDD     TO WS-APL-MAINT-DATE.
           MOVE EIBOPID             TO WS-APL-OPID.

           MOVE APPLICANT-RECORD TO DATA-IN.
           CALL "APITPAPL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           SET WS-APL-FOUND TO TRUE.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           MOVE "APPLICNT"               TO WS-AUD-FILE.
           MOVE WS-APL-APPL-NO           TO WS-AUD-KEY.
           MOVE APPLICANT-RECORD         TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       600-EXIT.
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO APLMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO APLMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO APLMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO APLMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(APLMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

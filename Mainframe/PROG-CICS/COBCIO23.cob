      *               RESUME/PHOTO ROWS (APITP021/APITP022) SO COBCIO21
      *               AND COBCIO22 CAN PROMPT THE EMPLOYEE TO UPLOAD
      *               BOTH - INSTEAD OF HR HAVING TO VISIT ALL FOUR
      *               SCREENS BY HAND FOR EVERY HIRE. A HIRE INTO A
      *               JOB THAT CARRIES A PROBATION PERIOD ON THE
      *               COBCIO27 MASTER ALSO GETS A PROBATION ROW
      *               (APITPPRB) WITH THE END DATE STAMPED - COBBAT98
      *               REMINDS THE MANAGER AHEAD OF IT AND COBCIO75
      *               RECORDS THE DECISION. EVERY HIRE AND REHIRE
      *               ALSO OPENS ITS FIRST SPELL ON THE JOB-HISTORY
      *               FILE (APITPJHS) THE PROMOTION APPLY (COBBAT99)
      *               CARRIES FORWARD. A HIRE FLAGGED AS FOREIGN IS
      *               REFUSED UNLESS A WORK PERMIT OR VISA STILL IN
      *               DATE IS ALREADY ON FILE FOR THE EMP-ID (APITPIDD,
      *               KEYED ON COBCIO83 BEFORE THE ONBOARDING). A
      *               REHIRE IS REFUSED WHERE A COBCIO84 DISCIPLINARY
      *               CASE (APITPDSC) RECORDED THE EMPLOYEE AS NOT
      *               ELIGIBLE FOR REHIRE. GIVEN THE COBCIO85
      *               APPLICANT NUMBER OF A CANDIDATE WHOSE COBCIO86
      *               OFFER WAS ACCEPTED, THE JOB AND DEPARTMENT ARE
      *               TAKEN FROM THE OFFER'S REQUISITION AND THE
      *               SALARY, WORK LOCATION AND START DATE FROM THE
      *               OFFER ITSELF; THAT REQUISITION IS THE ONE
      *               CONSUMED AND THE APPLICANT IS MARKED HIRED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------

       WORKING-STORAGE SECTION.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO23".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

      *    ** this shop's EMPLOYEE-MASTER-RECORD shape, same field
      *    ** order/sizes COBCIO10 owns, built from ONB-NEW-HIRE-DETAIL
       01  EMPLOYEE-MASTER-RECORD.
           10 WS-JOB-GRADE            PIC X(2).
           10 WS-JOB-SAL-FLOOR        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JOB-SAL-CEILING      PIC S9(7)V9(2) USAGE COMP-3.
      *        ** zero is a job with no probation period
           10 WS-JOB-PROBATION-MONTHS PIC 9(2).

      *    ** the new hire's probation - APITPPRB CMD-CODE 1 READ BY
      *    ** EMP-NO, 2 ADD, 3 CHANGE, 4 ALL-ROWS CURSOR (COBBAT98).
      *    ** opened here at onboarding, decided on COBCIO75
       01  PROBATION-RECORD.
           10 WS-PRB-EMP-NO           PIC X(6).
           10 WS-PRB-JOB-CODE         PIC X(8).
      *        ** start and end of the probation period (yymmdd)
           10 WS-PRB-START-DATE       PIC 9(6).
           10 WS-PRB-END-DATE         PIC 9(6).
      *        ** P ON PROBATION, E EXTENDED, C CONFIRMED,
      *        ** T TERMINATED
           10 WS-PRB-STATUS           PIC X(1).
           10 WS-PRB-DECISION-DATE    PIC 9(6).
           10 WS-PRB-REASON           PIC X(30).
           10 WS-PRB-DECIDED-OPID     PIC X(3).
           10 WS-PRB-EXTEND-COUNT     PIC 9(1).

      *    ** the probation end date is worked in calendar months off
      *    ** the hire date - COBDTE3 turns the yyddd hire date into
      *    ** yymmdd, same conversion COBCIO14 makes of EMP-DATE-JOINED
       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                PIC X(8).
           03  COBDATE-DATE-RED1 REDEFINES COBDATE-DATE.
               05  COBDATE-DATE-YYDDD      PIC 9(5).
               05  FILLER                  PIC X(3).
           03  COBDATE-DATE-RED2 REDEFINES COBDATE-DATE.
               05  COBDATE-DATE-YYMMDD     PIC 9(6).
               05  FILLER                  PIC X(2).
           03  COBDATE-INPUT-FORMAT        PIC X(8).
           03  COBDATE-OUTPUT-FORMAT       PIC X(8).
           03  COBDATE-MESSAGE             PIC X(30).
       01  WS-PRB-CALC-DATE                PIC 9(6).
       01  WS-PRB-CALC-DATE-R REDEFINES WS-PRB-CALC-DATE.
           03  WS-PRB-CALC-YY              PIC 99.
           03  WS-PRB-CALC-MM              PIC 99.
           03  WS-PRB-CALC-DD              PIC 99.
       01  WS-PRB-MONTH-COUNT              PIC S9(4) COMP.
       01  WS-PRB-YEARS-ADDED              PIC S9(4) COMP.
       01  WS-PRB-MONTH-REM                PIC S9(4) COMP.
       01  WS-PRB-FOUND-SWITCH             PIC X.
           88  WS-PRB-FOUND                    VALUE "Y".

      *    ** one row per spell in a job - APITPJHS CMD-CODE 1 READ
      *    ** THE OPEN SPELL BY EMP-NO, 2 ADD, 3 CHANGE, 4 PER-EMPLOYEE
      *    ** CURSOR OLDEST FIRST. the first spell opens here at hire,
      *    ** COBBAT99 closes it and opens the next on a promotion
       01  JOB-HISTORY-RECORD.
           10 WS-JHS-EMP-NO           PIC X(6).
      *        ** first day in the job, and the day the next spell
      *        ** took over (yymmdd) - zero while the spell is current
           10 WS-JHS-FROM-DATE        PIC 9(6).
           10 WS-JHS-TO-DATE          PIC 9(6).
           10 WS-JHS-JOB-CODE         PIC X(8).
           10 WS-JHS-DEPT-CODE        PIC X(4).
           10 WS-JHS-SALARY           PIC S9(7)V9(2) USAGE COMP-3.
      *        ** H HIRE OR REHIRE, P PROMOTION OR JOB CHANGE
           10 WS-JHS-CHANGE-TYPE      PIC X(1).
           10 WS-JHS-OPID             PIC X(3).
      *    ** a rehire's old spell closes on the termination date the
      *    ** rehire clears off the master
       01  WS-JHS-LEFT-DATE                PIC 9(6).

       01  WS-BAND-WARN-SWITCH              PIC X VALUE "N".
           88  WS-BAND-WARNING                  VALUE "Y".
           10 WS-RQN-RAISED-DATE      PIC 9(6).
           10 WS-RQN-MAKER-OPID       PIC X(3).
           10 WS-RQN-APPR-OPID        PIC X(3).
      *        ** carried so a rewrite keeps the expected start
           10 WS-RQN-START-YM         PIC 9(6).
       01  WS-RQN-CURSOR-SWITCH            PIC X.
           88  WS-RQN-CURSOR-DONE              VALUE "Y".
       01  WS-RQN-FOUND-SWITCH             PIC X.
           88  WS-RQN-FOUND                    VALUE "Y".
       01  WS-HELD-REQ-NO                  PIC X(6).

      *    ** the COBCIO85 applicant whose accepted COBCIO86 offer
      *    ** this onboarding carries out (APITPAPL CMD-CODE 1 READ /
      *    ** 3 CHANGE)
       01  APPLICANT-RECORD.
           10 WS-APL-APPL-NO          PIC X(6).
           10 WS-APL-REQ-NO           PIC X(6).
           10 WS-APL-NAME             PIC X(30).
           10 WS-APL-SOURCE           PIC X(2).
           10 WS-APL-STATUS           PIC X(1).
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
           10 WS-APL-OFFER-STATUS     PIC X(1).
               88  WS-APL-OFFER-ACCEPTED  VALUE "X".
           10 WS-APL-OFFER-MAKER      PIC X(3).
           10 WS-APL-OFFER-APPR       PIC X(3).
           10 WS-APL-EMP-ID           PIC X(6).
           10 WS-APL-MAINT-DATE       PIC 9(6).
           10 WS-APL-OPID             PIC X(3).

      *    ** the hire's identity documents off the COBCIO83 screen
      *    ** (APITPIDD CMD-CODE 4 PER-EMPLOYEE CURSOR) - a foreign
      *    ** hire needs a work permit or visa on file that has not
      *    ** expired
       01  IDENTITY-DOCUMENT-RECORD.
           10 WS-IDD-EMP-NO           PIC X(6).
           10 WS-IDD-DOC-TYPE         PIC X(2).
               88  WS-IDD-RIGHT-TO-WORK   VALUES "WP" "VI".
           10 WS-IDD-DOC-NUMBER       PIC X(20).
           10 WS-IDD-ISSUE-COUNTRY    PIC X(3).
           10 WS-IDD-ISSUE-DATE       PIC 9(6).
           10 WS-IDD-EXPIRY-DATE      PIC 9(6).
           10 WS-IDD-EXPIRY-DATE-R REDEFINES WS-IDD-EXPIRY-DATE.
               15 WS-IDD-EXPIRY-YY     PIC 99.
               15 FILLER               PIC 9(4).
           10 WS-IDD-SPONSOR-FLAG     PIC X(1).
           10 WS-IDD-ALERT-STAGE      PIC 9(3).
           10 WS-IDD-MAINT-DATE       PIC 9(6).
           10 WS-IDD-OPID             PIC X(3).
       01  WS-IDD-CURSOR-SWITCH            PIC X.
           88  WS-IDD-CURSOR-DONE              VALUE "Y".
       01  WS-PERMIT-FOUND-SWITCH          PIC X.
           88  WS-PERMIT-FOUND                 VALUE "Y".
       01  WS-IDD-EXPIRY-YYYYMMDD          PIC 9(8).

      *    ** the returning employee's COBCIO84 cases (APITPDSC
      *    ** CMD-CODE 4 PER-EMPLOYEE CURSOR) - any one closed as not
      *    ** eligible for rehire stops the reactivation
       01  DISCIPLINARY-CASE-RECORD.
           10 WS-DSC-EMP-NO           PIC X(6).
           10 WS-DSC-CASE-NO          PIC 9(2).
           10 WS-DSC-CASE-TYPE        PIC X(1).
           10 WS-DSC-DETAIL           PIC X(60).
           10 WS-DSC-STAGE            PIC X(1).
           10 WS-DSC-OPENED-DATE      PIC 9(6).
           10 WS-DSC-HEARING-DATE     PIC 9(6).
           10 WS-DSC-APPEAL-DATE      PIC 9(6).
           10 WS-DSC-OUTCOME          PIC X(2).
           10 WS-DSC-WARNING-EXPIRY   PIC 9(6).
           10 WS-DSC-REHIRE-FLAG      PIC X(1).
               88  WS-DSC-NO-REHIRE       VALUE "N".
           10 WS-DSC-CLOSED-DATE      PIC 9(6).
           10 WS-DSC-MAINT-DATE       PIC 9(6).
           10 WS-DSC-OPID             PIC X(3).
       01  WS-DSC-CURSOR-SWITCH            PIC X.
           88  WS-DSC-CURSOR-DONE              VALUE "Y".
       01  WS-NO-REHIRE-SWITCH             PIC X.
           88  WS-NO-REHIRE                    VALUE "Y".

      *    ** only the key and department matter for the headcount
      *    ** walk below
       01  HC-EMPLOYEE-RECORD.
       01  WS-RESP-MSG-NOT-TERM.
           03  FILLER  PIC X(70) VALUE
               "I-REHIRE REFUSED - EMPLOYEE IS NOT TERMINATED".
       01  WS-RESP-MSG-NO-REHIRE.
           03  FILLER  PIC X(70) VALUE
               "I-REHIRE REFUSED - NOT ELIGIBLE FOR REHIRE".
       01  WS-RESP-MSG-REHIRED.
           03  FILLER  PIC X(70) VALUE
               "R-EMPLOYEE REHIRED - SERVICE HISTORY PRESERVED".
       01  WS-RESP-MSG-BAD-SITE.
           03  FILLER  PIC X(70) VALUE
               "E-WORK LOCATION NOT ON THE SITE MASTER".
       01  WS-RESP-MSG-NO-PERMIT.
           03  FILLER  PIC X(70) VALUE
               "E-FOREIGN HIRE - NO WORK PERMIT OR VISA IN DATE".
       01  WS-RESP-MSG-NO-OFFER.
           03  FILLER  PIC X(70) VALUE
               "E-APPLICANT NOT ON FILE OR OFFER NOT ACCEPTED".

      *    ** who/when/before/after capture for HR master changes -
      *    ** COBAUDIT stamps date/time and files the row through the
      *            ** C = CONTRACTOR
               05 ONB-EMP-TYPE               PIC X(1).
                   88 ONB-CONTRACTOR             VALUE "C".
      *            ** "Y" = the hire needs a work permit or visa
      *            ** to work here - one in date must already be on
      *            ** file for the EMP-ID
               05 ONB-FOREIGN-FLAG           PIC X(1).
                   88 ONB-FOREIGN-HIRE           VALUE "Y".
      *            ** the COBCIO85 applicant number when the hire
      *            ** comes through recruitment - spaces otherwise
               05 ONB-APPL-NO                PIC X(6).

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
           EXEC CICS IGNORE CONDITION LENGERR END-EXEC.
           EXEC CICS HANDLE CONDITION ERROR(900-ERRORS) END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           PERFORM 100-VALIDATE-NEW-HIRE
              THRU 100-EXIT.

      *-----------------------------------------------------------------
       100-VALIDATE-NEW-HIRE.

      *    ** an accepted offer supplies the job, department, salary,
      *    ** location and start date before anything is checked
           IF  ONB-APPL-NO > SPACES THEN
               PERFORM 150-LOAD-ACCEPTED-OFFER
                  THRU 150-EXIT
               IF  WS-STEP-FAILED THEN
                   GO TO 100-EXIT
               END-IF
           END-IF.

      *    ** a blank EMP-ID is a request for the next number off the
      *    ** EMPLOYEE range, not an error - the allocated id goes
      *    ** back to the caller in the COMMAREA
                   PERFORM 280-CHECK-REQUISITION
                      THRU 280-EXIT
               END-IF
               IF  NOT WS-STEP-FAILED THEN
                   PERFORM 285-CHECK-WORK-PERMIT
                      THRU 285-EXIT
               END-IF
               IF  NOT WS-STEP-FAILED THEN
                   PERFORM 200-GET-TODAYS-DATE
                      THRU 200-EXIT
       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 150-LOAD-ACCEPTED-OFFER - READ THE APPLICANT (APITPAPL CMD-CODE
      *    1) AND THE REQUISITION THE OFFER WAS MADE AGAINST (APITPRQN
      *    CMD-CODE 1). ONLY AN ACCEPTED OFFER NOT YET HIRED STANDS.
      *    THE REQUISITION GIVES THE JOB AND DEPARTMENT, THE OFFER THE
      *    SALARY, LOCATION AND START DATE (YYMMDD, TURNED INTO THE
      *    YYDDD HIRE DATE BY COBDTE3); THE APPLICANT'S NAME IS TAKEN
      *    ONLY WHERE THE CALLER LEFT IT BLANK.
      *-----------------------------------------------------------------
       150-LOAD-ACCEPTED-OFFER.

           MOVE SPACES      TO APPLICANT-RECORD.
           MOVE ONB-APPL-NO TO WS-APL-APPL-NO.
           MOVE 1           TO CMD-CODE.
           MOVE APPLICANT-RECORD TO DATA-IN.
           CALL "APITPAPL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO APPLICANT-RECORD
           END-IF.
           IF  RESP-CODE = 0
           OR  NOT WS-APL-OFFER-ACCEPTED
           OR  WS-APL-HIRED
               GO TO 150-REFUSE
           END-IF.

           MOVE SPACES        TO REQUISITION-RECORD.
           MOVE WS-APL-REQ-NO TO WS-RQN-REQ-NO.
           MOVE 1             TO CMD-CODE.
           MOVE REQUISITION-RECORD TO DATA-IN.
           CALL "APITPRQN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 150-REFUSE
           END-IF.
           MOVE DATA-OUT TO REQUISITION-RECORD.

           MOVE WS-RQN-DEPT-CODE      TO ONB-EMP-DEPT-CODE.
           MOVE WS-RQN-JOB-CODE       TO ONB-EMP-JOB.
           MOVE WS-APL-OFFER-SALARY   TO ONB-EMP-SALARY.
           MOVE WS-APL-OFFER-LOCATION TO ONB-EMP-LOCATION.
           IF  ONB-EMP-NAME = SPACES THEN
               MOVE WS-APL-NAME       TO ONB-EMP-NAME
           END-IF.

           MOVE WS-APL-OFFER-START    TO COBDATE-DATE.
           MOVE "YYMMDD"              TO COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"               TO COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE-YYDDD    TO ONB-EMP-DATE-JOINED.
           GO TO 150-EXIT.

       150-REFUSE.
           SET WS-STEP-FAILED        TO TRUE.
           MOVE "N"                  TO ONB-RETURN-FLAG.
           MOVE 08                   TO ONB-RESP-CODE.
           MOVE WS-RESP-MSG-NO-OFFER TO ONB-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-GET-TODAYS-DATE - SAME ASKTIME/FORMATTIME IDIOM COBSV001
      *    USES, REUSED FOR EMP-DATE-MAINTAINED AND THE OPENING LEAVE
       280-CHECK-REQUISITION.

           MOVE SPACES TO WS-HELD-REQ-NO.

      *    ** a hire through recruitment consumes the requisition its
      *    ** offer was made against (still as 150 read it) and no
      *    ** other - override or rehire alike
           IF  ONB-APPL-NO > SPACES THEN
               IF  WS-RQN-APPROVED
               AND WS-RQN-FILLED < WS-RQN-COUNT
                   MOVE WS-RQN-REQ-NO TO WS-HELD-REQ-NO
                   GO TO 280-EXIT
               END-IF
               SET WS-STEP-FAILED        TO TRUE
               MOVE "N"                  TO ONB-RETURN-FLAG
               MOVE 08                   TO ONB-RESP-CODE
               MOVE WS-RESP-MSG-NO-REQN  TO ONB-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 280-EXIT
           END-IF.

           IF  ONB-OVERRIDE OR ONB-REHIRE THEN
               GO TO 280-EXIT
           END-IF.
       280-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 285-CHECK-WORK-PERMIT - A FOREIGN HIRE MUST ALREADY HAVE A
      *    WORK PERMIT OR VISA ON FILE (APITPIDD CMD-CODE 4 CURSOR,
      *    WALKED TO EXHAUSTION) EXPIRING NO EARLIER THAN TODAY. THE
      *    OVERRIDE FLAG DOES NOT REACH THIS ONE - IT IS THE LAW, NOT
      *    A BUDGET.
      *-----------------------------------------------------------------
       285-CHECK-WORK-PERMIT.

           IF  NOT ONB-FOREIGN-HIRE THEN
               GO TO 285-EXIT
           END-IF.

           PERFORM 200-GET-TODAYS-DATE
              THRU 200-EXIT.

           MOVE "N"        TO WS-PERMIT-FOUND-SWITCH.
           MOVE "N"        TO WS-IDD-CURSOR-SWITCH.
           MOVE SPACES     TO IDENTITY-DOCUMENT-RECORD.
           MOVE ONB-EMP-ID TO WS-IDD-EMP-NO.
           MOVE 4          TO CMD-CODE.

           PERFORM UNTIL WS-IDD-CURSOR-DONE
               MOVE IDENTITY-DOCUMENT-RECORD TO DATA-IN
               CALL "APITPIDD" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-IDD-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO IDENTITY-DOCUMENT-RECORD
                   IF  WS-IDD-RIGHT-TO-WORK THEN
                       IF  WS-IDD-EXPIRY-YY < 50 THEN
                           COMPUTE WS-IDD-EXPIRY-YYYYMMDD =
                                   20000000 + WS-IDD-EXPIRY-DATE
                       ELSE
                           COMPUTE WS-IDD-EXPIRY-YYYYMMDD =
                                   19000000 + WS-IDD-EXPIRY-DATE
                       END-IF
                       IF  WS-IDD-EXPIRY-YYYYMMDD
                               NOT < WS-TODAY-YYYYMMDD
                           SET WS-PERMIT-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF  NOT WS-PERMIT-FOUND THEN
               SET WS-STEP-FAILED          TO TRUE
               MOVE "N"                    TO ONB-RETURN-FLAG
               MOVE 08                     TO ONB-RESP-CODE
               MOVE WS-RESP-MSG-NO-PERMIT  TO ONB-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
           END-IF.

       285-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 290-CONSUME-REQUISITION - THE SUCCESSFUL HIRE TAKES A HEAD
      *    OFF THE HELD REQUISITION; THE LAST HEAD CLOSES IT.
       290-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 295-MARK-APPLICANT-HIRED - THE APPLICANT BEHIND A SUCCESSFUL
      *    HIRE GOES TO H WITH THE EMP-ID IT TOOK, CLOSING IT OUT OF
      *    THE COBCIO85/86 SCREENS AND COUNTING IT IN THE COBBATA7
      *    FUNNEL.
      *-----------------------------------------------------------------
       295-MARK-APPLICANT-HIRED.

           IF  ONB-APPL-NO NOT > SPACES THEN
               GO TO 295-EXIT
           END-IF.

           MOVE SPACES      TO APPLICANT-RECORD.
           MOVE ONB-APPL-NO TO WS-APL-APPL-NO.
           MOVE 1           TO CMD-CODE.
           MOVE APPLICANT-RECORD TO DATA-IN.
           CALL "APITPAPL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 295-EXIT
           END-IF.
           MOVE DATA-OUT TO APPLICANT-RECORD.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(ABSTIME)
                     YYMMDD(WS-APL-MAINT-DATE)
                     END-EXEC.
           MOVE "H"         TO WS-APL-STATUS.
           MOVE ONB-EMP-ID  TO WS-APL-EMP-ID.
           MOVE EIBOPID     TO WS-APL-OPID.
           MOVE 3           TO CMD-CODE.
           MOVE APPLICANT-RECORD TO DATA-IN.
           CALL "APITPAPL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.

       295-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-ADD-EMPLOYEE - ADD THE EMPLOYEE-MASTER-RECORD (NEW
      *    APITP010 CMD-CODE 2, SAME ADD SLOT EVERY OTHER GATEWAY IN
                  THRU 800-EXIT
               PERFORM 290-CONSUME-REQUISITION
                  THRU 290-EXIT
               PERFORM 295-MARK-APPLICANT-HIRED
                  THRU 295-EXIT
               PERFORM 380-OPEN-PROBATION
                  THRU 380-EXIT
               MOVE ZERO TO WS-JHS-LEFT-DATE
               PERFORM 385-OPEN-JOB-HISTORY
                  THRU 385-EXIT
               PERFORM 400-ADD-LEAVE-ROW
                  THRU 400-EXIT
           ELSE
               GO TO 350-EXIT
           END-IF.

      *    ** a case closed as not eligible for rehire stands however
      *    ** long ago the employee left
           PERFORM 355-CHECK-REHIRE-ELIGIBLE.
           IF  WS-NO-REHIRE THEN
               MOVE "N"                   TO ONB-RETURN-FLAG
               MOVE 04                    TO ONB-RESP-CODE
               MOVE WS-RESP-MSG-NO-REHIRE TO ONB-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 350-EXIT
           END-IF.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.

           IF  EMP-DATE-FIRST-JOINED IS NOT NUMERIC
               MOVE EMP-DATE-JOINED TO EMP-DATE-FIRST-JOINED
           END-IF.
           MOVE ONB-EMP-DATE-JOINED  TO EMP-DATE-JOINED.
           MOVE EMP-DATE-TERMINATED  TO WS-JHS-LEFT-DATE.
           MOVE ZERO                 TO EMP-DATE-TERMINATED.
           MOVE ONB-EMP-DEPT-CODE    TO EMP-DEPT-CODE.
           MOVE ONB-EMP-NAME         TO EMP-NAME.
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
           END-IF.

      *    ** a returnee serves the new job's probation afresh
           PERFORM 380-OPEN-PROBATION
              THRU 380-EXIT.
           PERFORM 385-OPEN-JOB-HISTORY
              THRU 385-EXIT.

      *    ** restart leave accrual with a fresh row for the rehire
      *    ** month - same row 400-ADD-LEAVE-ROW OPENS FOR A NEW HIRE
      *    ** (unless the returnee comes back as a contractor)
               MOVE 12                   TO ONB-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR   TO ONB-RETURN-MSG
           ELSE
               PERFORM 290-CONSUME-REQUISITION
                  THRU 290-EXIT
               PERFORM 295-MARK-APPLICANT-HIRED
                  THRU 295-EXIT
               MOVE "Y"                  TO ONB-RETURN-FLAG
               MOVE 00                   TO ONB-RESP-CODE
               MOVE WS-RESP-MSG-REHIRED  TO ONB-RETURN-MSG
       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 355-CHECK-REHIRE-ELIGIBLE - WALK THE EMPLOYEE'S DISCIPLINARY
      *    AND GRIEVANCE CASES (APITPDSC CMD-CODE 4, ZERO RESP-CODE
      *    MEANS EXHAUSTED) FOR ONE MARKED NOT ELIGIBLE FOR REHIRE.
      *    ONLY THE FLAG IS LOOKED AT - THE CASE DETAIL STAYS ON THE
      *    CONFIDENTIAL COBCIO84 SCREEN.
      *-----------------------------------------------------------------
       355-CHECK-REHIRE-ELIGIBLE.

           MOVE "N"        TO WS-NO-REHIRE-SWITCH.
           MOVE "N"        TO WS-DSC-CURSOR-SWITCH.
           MOVE SPACES     TO DISCIPLINARY-CASE-RECORD.
           MOVE ONB-EMP-ID TO WS-DSC-EMP-NO.
           MOVE 4          TO CMD-CODE.

           PERFORM UNTIL WS-DSC-CURSOR-DONE
               MOVE DISCIPLINARY-CASE-RECORD TO DATA-IN
               CALL "APITPDSC" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-DSC-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DISCIPLINARY-CASE-RECORD
                   IF  WS-DSC-NO-REHIRE THEN
                       SET WS-NO-REHIRE       TO TRUE
                       SET WS-DSC-CURSOR-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 380-OPEN-PROBATION - A JOB WITH A PROBATION PERIOD ON THE
      *    COBCIO27 MASTER (JOB-MASTER-RECORD IS STILL AS 250-VALIDATE-
      *    JOB-CODE READ IT) OPENS THE HIRE'S PROBATION ROW, ENDING
      *    THAT MANY CALENDAR MONTHS AFTER THE HIRE DATE - A DAY PAST
      *    THE END OF THE TARGET MONTH FALLS BACK TO ITS LAST DAY.
      *    CONTRACTORS SERVE NO PROBATION. A REHIRE'S ROW FROM THE
      *    EARLIER SPELL IS REOPENED RATHER THAN ADDED.
      *-----------------------------------------------------------------
       380-OPEN-PROBATION.

           IF  ONB-CONTRACTOR
           OR  WS-JOB-PROBATION-MONTHS IS NOT NUMERIC
           OR  WS-JOB-PROBATION-MONTHS = ZERO
               GO TO 380-EXIT
           END-IF.

           MOVE ONB-EMP-DATE-JOINED  TO COBDATE-DATE.
           MOVE "YYDDD"              TO COBDATE-INPUT-FORMAT.
           MOVE "YYMMDD"             TO COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE-YYMMDD  TO WS-PRB-CALC-DATE.

           MOVE SPACES               TO PROBATION-RECORD.
           MOVE ONB-EMP-ID           TO WS-PRB-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PROBATION-RECORD TO DATA-IN.
           CALL "APITPPRB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               SET WS-PRB-FOUND      TO TRUE
           ELSE
               MOVE "N"              TO WS-PRB-FOUND-SWITCH
           END-IF.

           MOVE ONB-EMP-ID           TO WS-PRB-EMP-NO.
           MOVE ONB-EMP-JOB          TO WS-PRB-JOB-CODE.
           MOVE WS-PRB-CALC-DATE     TO WS-PRB-START-DATE.

           COMPUTE WS-PRB-MONTH-COUNT =
                   WS-PRB-CALC-MM - 1 + WS-JOB-PROBATION-MONTHS.
           DIVIDE WS-PRB-MONTH-COUNT BY 12
               GIVING WS-PRB-YEARS-ADDED
               REMAINDER WS-PRB-MONTH-REM.
           COMPUTE WS-PRB-MONTH-COUNT =
                   WS-PRB-CALC-YY + WS-PRB-YEARS-ADDED.
           IF  WS-PRB-MONTH-COUNT > 99 THEN
               SUBTRACT 100 FROM WS-PRB-MONTH-COUNT
           END-IF.
           MOVE WS-PRB-MONTH-COUNT   TO WS-PRB-CALC-YY.
           COMPUTE WS-PRB-CALC-MM = WS-PRB-MONTH-REM + 1.
           IF  WS-PRB-CALC-MM = 2 AND WS-PRB-CALC-DD > 28 THEN
               MOVE 28               TO WS-PRB-CALC-DD
           END-IF.
           IF  (WS-PRB-CALC-MM = 4 OR 6 OR 9 OR 11)
           AND WS-PRB-CALC-DD > 30
               MOVE 30               TO WS-PRB-CALC-DD
           END-IF.
           MOVE WS-PRB-CALC-DATE     TO WS-PRB-END-DATE.

           MOVE "P"                  TO WS-PRB-STATUS.
           MOVE ZERO                 TO WS-PRB-DECISION-DATE.
           MOVE SPACES               TO WS-PRB-REASON.
           MOVE SPACES               TO WS-PRB-DECIDED-OPID.
           MOVE ZERO                 TO WS-PRB-EXTEND-COUNT.

           IF  WS-PRB-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE PROBATION-RECORD TO DATA-IN.
           CALL "APITPPRB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               SET WS-STEP-FAILED TO TRUE
           END-IF.

       380-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 385-OPEN-JOB-HISTORY - THE HIRE'S FIRST SPELL IN THEIR JOB
      *    OPENS ON THE JOB-HISTORY FILE (APITPJHS) FROM THE HIRE
      *    DATE, AT THE KEYED JOB, DEPARTMENT AND SALARY. A REHIRE
      *    WHOSE EARLIER SPELL WAS NEVER CLOSED HAS IT CLOSED ON THE
      *    OLD TERMINATION DATE FIRST, SO ONLY ONE SPELL IS EVER OPEN.
      *-----------------------------------------------------------------
       385-OPEN-JOB-HISTORY.

           MOVE ONB-EMP-DATE-JOINED  TO COBDATE-DATE.
           MOVE "YYDDD"              TO COBDATE-INPUT-FORMAT.
           MOVE "YYMMDD"             TO COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.

           MOVE SPACES               TO JOB-HISTORY-RECORD.
           MOVE ONB-EMP-ID           TO WS-JHS-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE JOB-HISTORY-RECORD TO DATA-IN.
           CALL "APITPJHS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT         TO JOB-HISTORY-RECORD
               IF  WS-JHS-LEFT-DATE = ZERO THEN
                   MOVE COBDATE-DATE-YYMMDD TO WS-JHS-TO-DATE
               ELSE
                   MOVE WS-JHS-LEFT-DATE    TO WS-JHS-TO-DATE
               END-IF
               MOVE 3 TO CMD-CODE
               MOVE JOB-HISTORY-RECORD TO DATA-IN
               CALL "APITPJHS" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-STEP-FAILED TO TRUE
               END-IF
           END-IF.

           MOVE SPACES               TO JOB-HISTORY-RECORD.
           MOVE ONB-EMP-ID           TO WS-JHS-EMP-NO.
           MOVE COBDATE-DATE-YYMMDD  TO WS-JHS-FROM-DATE.
           MOVE ZERO                 TO WS-JHS-TO-DATE.
           MOVE ONB-EMP-JOB          TO WS-JHS-JOB-CODE.
           MOVE ONB-EMP-DEPT-CODE    TO WS-JHS-DEPT-CODE.
           MOVE ONB-EMP-SALARY       TO WS-JHS-SALARY.
           MOVE "H"                  TO WS-JHS-CHANGE-TYPE.
           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.
           MOVE EIBOPID              TO WS-JHS-OPID.
           MOVE 2 TO CMD-CODE.
           MOVE JOB-HISTORY-RECORD TO DATA-IN.
           CALL "APITPJHS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               SET WS-STEP-FAILED TO TRUE
           END-IF.

       385-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-ADD-LEAVE-ROW - OPEN THE EMPLOYEE'S FIRST LEAVE-MASTER-
      *    RECORD ROW (NEW APITP014 CMD-CODE 2), FULLY ENTITLED AND
                     RESP(RESP)
                     END-EXEC.

      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS RETURN
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(LENGTH OF DFHCOMMAREA)
      * 900-ERRORS - UNEXPECTED CICS CONDITION.
      *-----------------------------------------------------------------
       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "N"                 TO ONB-RETURN-FLAG.
           MOVE 12                  TO ONB-RESP-CODE.

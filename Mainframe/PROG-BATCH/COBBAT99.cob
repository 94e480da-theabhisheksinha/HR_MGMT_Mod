      *-----------------------------------------------------------------
      *    COBBAT99 - NIGHTLY PROMOTION APPLY. A PROMOTION OR JOB
      *               CHANGE FILED ON COBCIO76 AND APPROVED BY A
      *               SECOND OPERATOR WAITS ON THE PROMOTION FILE
      *               (APITPPMO) UNTIL ITS EFFECTIVE DATE. THIS RUN
      *               WALKS THE APPROVED REQUESTS (APITPPMO CMD-CODE 4
      *               CURSOR) AND, FOR EACH ONE DUE BY THE RUN DATE,
      *               CHANGES EMP-JOB AND EMP-SALARY TOGETHER IN ONE
      *               APITP010 CMD-CODE 5 UPDATE, SAME AS COBBAT30
      *               APPLIES A TRANSFER. THE EMPLOYEE'S CURRENT SPELL
      *               ON THE JOB-HISTORY FILE (APITPJHS) IS CLOSED ON
      *               THE EFFECTIVE DATE AND A NEW SPELL OPENED FOR
      *               THE NEW JOB AND SALARY - COBCIO59 AND THE
      *               COBBAT59 ARREARS RUN READ THAT HISTORY. A
      *               REQUEST WHOSE EMPLOYEE HAS LEFT, OR WHOSE
      *               MASTER JOB OR SALARY NO LONGER MATCHES WHAT THE
      *               REQUEST WAS FILED AGAINST, IS HELD AND REPORTED
      *               RATHER THAN OVERWRITING THE LATER CHANGE. EVERY
      *               APPLY IS AUDITED THROUGH COBAUDIT AND PRINTED ON
      *               THE PROMOTION REPORT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT99.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-REPORT-FILE ASSIGN TO PROMORPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PROMOTION-REPORT-FILE
           RECORDING MODE IS F.
       01  PROMOTION-REPORT-RECORD.
           03  PR-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PR-FROM-JOB                 PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PR-TO-JOB                   PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PR-FROM-SALARY              PIC ZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PR-TO-SALARY                PIC ZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PR-EFF-DATE                 PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PR-ACTION                   PIC X(30).

       WORKING-STORAGE SECTION.

      *    ** same promotion row COBCIO76 files and approves
       01  PROMOTION-RECORD.
           10 WS-PRM-EMP-NO           PIC X(6).
           10 WS-PRM-FROM-JOB         PIC X(8).
           10 WS-PRM-TO-JOB           PIC X(8).
           10 WS-PRM-FROM-SALARY      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-TO-SALARY        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
      *        ** P PENDING APPROVAL, A APPROVED, R REJECTED,
      *        ** X APPLIED TO THE MASTER HERE
           10 WS-PRM-STATUS           PIC X(1).
               88  WS-PRM-APPROVED        VALUE "A".
           10 WS-PRM-JUSTIFICATION    PIC X(40).
           10 WS-PRM-MAKER-OPID       PIC X(3).
           10 WS-PRM-APPR-OPID        PIC X(3).
           10 WS-PRM-KEYED-DATE       PIC 9(6).
           10 WS-PRM-APPLIED-DATE     PIC 9(6).

      *    ** same job-history spell COBCIO23 opens at hire
       01  JOB-HISTORY-RECORD.
           10 WS-JHS-EMP-NO           PIC X(6).
           10 WS-JHS-FROM-DATE        PIC 9(6).
           10 WS-JHS-TO-DATE          PIC 9(6).
           10 WS-JHS-JOB-CODE         PIC X(8).
           10 WS-JHS-DEPT-CODE        PIC X(4).
           10 WS-JHS-SALARY           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JHS-CHANGE-TYPE      PIC X(1).
           10 WS-JHS-OPID             PIC X(3).

      *    ** same layout COBBAT32/COBBAT72 carry
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(100).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(13).
           03  WS-EMP-SALARY               PIC S9(7)V9(2) COMP-3.
           03  FILLER                      PIC X(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  FILLER                      PIC X(23).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who/when/before/after capture for HR master changes -
      *    ** COBAUDIT stamps date/time and files the row through the
      *    ** APITPAUD gateway, same facility the COBCIO25 inquiry
      *    ** browses
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBBAT99".
           03  WS-AUD-OPERATOR             PIC X(8) VALUE "COBBAT99".
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  WS-RUN-DATE                     PIC 9(6).

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-APPROVED-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-APPLIED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-WAITING-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-HELD-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT99".
           03  WS-RC-RUN-DATE              PIC 9(6).
           03  WS-RC-START-TIME            PIC 9(6).
           03  WS-RC-END-TIME              PIC 9(6).
           03  WS-RC-READ-COUNT            PIC S9(7) COMP.
           03  WS-RC-SELECT-COUNT          PIC S9(7) COMP.
           03  WS-RC-WRITE-COUNT           PIC S9(7) COMP.
           03  WS-RC-ERROR-COUNT           PIC S9(7) COMP.
           03  WS-RC-STATUS                PIC X(8).
       01  WS-TIME-OF-DAY                  PIC 9(8).
       01  WS-TIME-OF-DAY-R REDEFINES WS-TIME-OF-DAY.
           03  WS-TIME-HHMMSS              PIC 9(6).
           03  FILLER                      PIC 99.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       000-MAIN-LOGIC.

           PERFORM 100-INITIALIZE
           PERFORM 200-SCAN-APPROVED THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - PICK UP THE RUN DATE AND OPEN THE REPORT.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.

           OPEN OUTPUT PROMOTION-REPORT-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-APPROVED - WALK THE APPROVED REQUESTS AND APPLY THE
      *    DUE ONES.
      *-----------------------------------------------------------------
       200-SCAN-APPROVED.

           MOVE 4      TO  CMD-CODE.
           MOVE SPACES TO  PROMOTION-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE PROMOTION-RECORD TO DATA-IN
               CALL "APITPPMO" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PROMOTION-RECORD
                   ADD 1 TO WS-APPROVED-COUNT
                   IF  WS-PRM-APPROVED
                   AND WS-PRM-EFF-DATE NOT > WS-RUN-DATE THEN
                       PERFORM 300-APPLY-ONE-PROMOTION THRU 300-EXIT
                   ELSE
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
      *            ** restore the cursor command after the apply
      *            ** steps reused it against their own gateways
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-APPLY-ONE-PROMOTION - CHANGE THE JOB AND SALARY TOGETHER,
      *    AUDIT THE CHANGE, ROLL THE JOB HISTORY FORWARD, MARK THE
      *    REQUEST APPLIED, AND REPORT IT.
      *-----------------------------------------------------------------
       300-APPLY-ONE-PROMOTION.

           MOVE WS-PRM-EMP-NO      TO PR-EMP-NO.
           MOVE WS-PRM-FROM-JOB    TO PR-FROM-JOB.
           MOVE WS-PRM-TO-JOB      TO PR-TO-JOB.
           MOVE WS-PRM-FROM-SALARY TO PR-FROM-SALARY.
           MOVE WS-PRM-TO-SALARY   TO PR-TO-SALARY.
           MOVE WS-PRM-EFF-DATE    TO PR-EFF-DATE.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-PRM-EMP-NO TO WS-EMP-ID.
           MOVE 1             TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE "EMPLOYEE NOT ON FILE"  TO PR-ACTION
               WRITE PROMOTION-REPORT-RECORD
               GO TO 300-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.

           IF  WS-EMP-DATE-TERMINATED NOT = ZERO THEN
               ADD 1 TO WS-HELD-COUNT
               MOVE "EMPLOYEE TERMINATED - HELD" TO PR-ACTION
               WRITE PROMOTION-REPORT-RECORD
               GO TO 300-EXIT
           END-IF.

      *    ** the master moved since the request was filed - applying
      *    ** now would silently undo that later change
           IF  WS-EMP-JOB    NOT = WS-PRM-FROM-JOB
           OR  WS-EMP-SALARY NOT = WS-PRM-FROM-SALARY THEN
               ADD 1 TO WS-HELD-COUNT
               MOVE "MASTER CHANGED SINCE FILING" TO PR-ACTION
               WRITE PROMOTION-REPORT-RECORD
               GO TO 300-EXIT
           END-IF.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-PRM-TO-JOB          TO WS-EMP-JOB.
           MOVE WS-PRM-TO-SALARY       TO WS-EMP-SALARY.

           MOVE 5 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE "EMPLOYEE UPDATE FAILED" TO PR-ACTION
               WRITE PROMOTION-REPORT-RECORD
               GO TO 300-EXIT
           END-IF.

           MOVE "EMPMASTR"             TO WS-AUD-FILE.
           MOVE WS-PRM-EMP-NO          TO WS-AUD-KEY.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           PERFORM 400-ROLL-JOB-HISTORY THRU 400-EXIT.

           MOVE "X"         TO WS-PRM-STATUS.
           MOVE WS-RUN-DATE TO WS-PRM-APPLIED-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE PROMOTION-RECORD TO DATA-IN.
           CALL "APITPPMO" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.

           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "PROMOTION APPLIED"     TO PR-ACTION.
           WRITE PROMOTION-REPORT-RECORD.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-ROLL-JOB-HISTORY - CLOSE THE CURRENT SPELL ON THE
      *    EFFECTIVE DATE AND OPEN THE NEW ONE. AN EMPLOYEE HIRED
      *    BEFORE THE JOB-HISTORY FILE EXISTED HAS NO SPELL TO CLOSE -
      *    ONE IS WRITTEN FOR THE OLD JOB WITH NO KNOWN START DATE SO
      *    THE HISTORY STILL SHOWS WHAT THE PROMOTION WAS FROM.
      *-----------------------------------------------------------------
       400-ROLL-JOB-HISTORY.

           MOVE SPACES           TO JOB-HISTORY-RECORD.
           MOVE WS-PRM-EMP-NO    TO WS-JHS-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE JOB-HISTORY-RECORD TO DATA-IN.
           CALL "APITPJHS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT           TO JOB-HISTORY-RECORD
               MOVE WS-PRM-EFF-DATE    TO WS-JHS-TO-DATE
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE WS-PRM-EMP-NO      TO WS-JHS-EMP-NO
               MOVE ZERO               TO WS-JHS-FROM-DATE
               MOVE WS-PRM-EFF-DATE    TO WS-JHS-TO-DATE
               MOVE WS-PRM-FROM-JOB    TO WS-JHS-JOB-CODE
               MOVE WS-EMP-DEPT-CODE   TO WS-JHS-DEPT-CODE
               MOVE WS-PRM-FROM-SALARY TO WS-JHS-SALARY
               MOVE "H"                TO WS-JHS-CHANGE-TYPE
               MOVE SPACES             TO WS-JHS-OPID
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE JOB-HISTORY-RECORD TO DATA-IN.
           CALL "APITPJHS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT99 - JOB HISTORY CLOSE FAILED FOR "
                       WS-PRM-EMP-NO
           END-IF.

           MOVE SPACES           TO JOB-HISTORY-RECORD.
           MOVE WS-PRM-EMP-NO    TO WS-JHS-EMP-NO.
           MOVE WS-PRM-EFF-DATE  TO WS-JHS-FROM-DATE.
           MOVE ZERO             TO WS-JHS-TO-DATE.
           MOVE WS-PRM-TO-JOB    TO WS-JHS-JOB-CODE.
           MOVE WS-EMP-DEPT-CODE TO WS-JHS-DEPT-CODE.
           MOVE WS-PRM-TO-SALARY TO WS-JHS-SALARY.
           MOVE "P"              TO WS-JHS-CHANGE-TYPE.
           MOVE WS-PRM-APPR-OPID TO WS-JHS-OPID.
           MOVE 2 TO CMD-CODE.
           MOVE JOB-HISTORY-RECORD TO DATA-IN.
           CALL "APITPJHS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT99 - JOB HISTORY OPEN FAILED FOR "
                       WS-PRM-EMP-NO
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE PROMOTION-REPORT-FILE.

           MOVE WS-APPROVED-COUNT TO WS-RC-READ-COUNT.
           MOVE WS-APPLIED-COUNT  TO WS-RC-SELECT-COUNT.
           MOVE WS-APPLIED-COUNT  TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT    TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"        TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT99 - " WS-COUNT-DISPLAY
                   " APPROVED PROMOTIONS READ".
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT99 - " WS-COUNT-DISPLAY
                   " PROMOTIONS APPLIED".
           MOVE WS-WAITING-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT99 - " WS-COUNT-DISPLAY
                   " FUTURE-DATED - WAITING".
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT99 - " WS-COUNT-DISPLAY
                   " HELD FOR HR REVIEW".

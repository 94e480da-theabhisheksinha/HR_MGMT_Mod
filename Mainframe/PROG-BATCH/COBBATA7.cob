      *-----------------------------------------------------------------
      *    COBBATA7 - RECRUITMENT FUNNEL REPORT. WALKS EVERY COBCIO85
      *               APPLICANT (APITPAPL CMD-CODE 5 ALL-APPLICANTS
      *               CURSOR) AND COUNTS HOW FAR EACH GOT - APPLIED,
      *               INTERVIEWED (A ROUND RECORDED, OR PAST SCREENING),
      *               OFFERED (A COBCIO86 OFFER MADE), ACCEPTED AND
      *               HIRED (COBCIO23 ONBOARDED THEM) - PLUS THOSE
      *               REJECTED OR WITHDRAWN ON THE WAY. FUNLREQ CARRIES
      *               ONE LINE PER REQUISITION, WITH ITS DEPARTMENT,
      *               JOB, STATUS AND HEADS FILLED OFF THE COBCIO58 ROW
      *               (APITPRQN), AND FUNLSRC ONE LINE PER SOURCE THE
      *               CANDIDATES CAME FROM; BOTH SHOW THE OFFER RATE
      *               (OFFERED/APPLIED), ACCEPTANCE RATE
      *               (ACCEPTED/OFFERED) AND HIRE RATE (HIRED/APPLIED)
      *               AS PERCENTAGES.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATA7.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNNEL-REQ-FILE ASSIGN TO FUNLREQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT FUNNEL-SOURCE-FILE ASSIGN TO FUNLSRC
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  FUNNEL-REQ-FILE
           RECORDING MODE IS F.
       01  FUNNEL-REQ-RECORD.
           03  FR-REQ-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-JOB-CODE                 PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-REQ-STATUS               PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-REQ-COUNT                PIC ZZ9.
           03  FILLER                      PIC X(1)  VALUE "/".
           03  FR-REQ-FILLED               PIC ZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-APPLIED                  PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-INTERVIEWED              PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-OFFERED                  PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-ACCEPTED                 PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-HIRED                    PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-DROPPED                  PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-OFFER-PCT                PIC ZZ9.9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-ACCEPT-PCT               PIC ZZ9.9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FR-HIRE-PCT                 PIC ZZ9.9.

       FD  FUNNEL-SOURCE-FILE
           RECORDING MODE IS F.
       01  FUNNEL-SOURCE-RECORD.
           03  FS-SOURCE                   PIC X(2).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FS-APPLIED                  PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FS-INTERVIEWED              PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FS-OFFERED                  PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FS-ACCEPTED                 PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FS-HIRED                    PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FS-DROPPED                  PIC ZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FS-OFFER-PCT                PIC ZZ9.9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FS-ACCEPT-PCT               PIC ZZ9.9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FS-HIRE-PCT                 PIC ZZ9.9.

       WORKING-STORAGE SECTION.

      *    ** one row per applicant off COBCIO85 - CMD-CODE 5
      *    ** ALL-APPLICANTS CURSOR
       01  APPLICANT-RECORD.
           10 WS-APL-APPL-NO          PIC X(6).
           10 WS-APL-REQ-NO           PIC X(6).
           10 WS-APL-NAME             PIC X(30).
           10 WS-APL-SOURCE           PIC X(2).
           10 WS-APL-STATUS           PIC X(1).
               88  WS-APL-PAST-SCREENING  VALUES "I" "O" "H".
               88  WS-APL-HIRED           VALUE "H".
               88  WS-APL-DROPPED         VALUES "R" "W".
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

      *    ** the COBCIO58 requisition behind each funnel line
       01  REQUISITION-RECORD.
           10 WS-RQN-REQ-NO           PIC X(6).
           10 WS-RQN-DEPT-CODE        PIC X(4).
           10 WS-RQN-JOB-CODE         PIC X(8).
           10 WS-RQN-COUNT            PIC 9(3).
           10 WS-RQN-FILLED           PIC 9(3).
           10 WS-RQN-STATUS           PIC X(1).
           10 WS-RQN-RAISED-DATE      PIC 9(6).
           10 WS-RQN-MAKER-OPID       PIC X(3).
           10 WS-RQN-APPR-OPID        PIC X(3).
           10 WS-RQN-START-YM         PIC 9(6).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** one funnel row per requisition seen on the applicant
      *    ** file - built up in memory then written out, same
      *    ** OCCURS-table accumulate-then-report shape as COBBAT08
       01  WS-MAX-REQS                     PIC S9(4) COMP VALUE +200.
       01  REQ-FUNNEL-TABLE.
           03  REQ-FUNNEL-ROW OCCURS 200 TIMES
                              INDEXED BY REQ-FUNNEL-IDX.
               05  RF-REQ-NO               PIC X(6).
               05  RF-COUNTS.
                   07  RF-APPLIED          PIC S9(5) COMP-3.
                   07  RF-INTERVIEWED      PIC S9(5) COMP-3.
                   07  RF-OFFERED          PIC S9(5) COMP-3.
                   07  RF-ACCEPTED         PIC S9(5) COMP-3.
                   07  RF-HIRED            PIC S9(5) COMP-3.
                   07  RF-DROPPED          PIC S9(5) COMP-3.
       01  WS-REQ-FUNNEL-COUNT             PIC S9(4) COMP VALUE +0.
       01  WS-FOUND-SWITCH                 PIC X VALUE "N".
           88  WS-REQ-FOUND                    VALUE "Y".

      *    ** one funnel row per source - the six COBCIO85 codes and a
      *    ** last row for anything else
       01  SOURCE-CODE-LIST.
           03  FILLER                      PIC X(14)
                                           VALUE "RFAGWBINCMDR??".
       01  SOURCE-CODE-TABLE REDEFINES SOURCE-CODE-LIST.
           03  SC-CODE                     PIC X(2) OCCURS 7 TIMES.
       01  SRC-FUNNEL-TABLE.
           03  SRC-FUNNEL-ROW OCCURS 7 TIMES.
               05  SF-COUNTS.
                   07  SF-APPLIED          PIC S9(5) COMP-3.
                   07  SF-INTERVIEWED      PIC S9(5) COMP-3.
                   07  SF-OFFERED          PIC S9(5) COMP-3.
                   07  SF-ACCEPTED         PIC S9(5) COMP-3.
                   07  SF-HIRED            PIC S9(5) COMP-3.
                   07  SF-DROPPED          PIC S9(5) COMP-3.
       01  WS-SRC-IX                       PIC S9(4) COMP.

      *    ** the stages this applicant reached, added to both rows
       01  WS-STAGE-FLAGS.
           03  WS-ST-INTERVIEWED           PIC S9(1) COMP-3.
           03  WS-ST-OFFERED               PIC S9(1) COMP-3.
           03  WS-ST-ACCEPTED              PIC S9(1) COMP-3.
           03  WS-ST-HIRED                 PIC S9(1) COMP-3.
           03  WS-ST-DROPPED               PIC S9(1) COMP-3.
       01  WS-RND-IX                       PIC S9(4) COMP.

      *    ** one row's counts, copied out of either table so the
      *    ** rates are worked in one place
       01  WS-FUNNEL-COUNTS.
           03  WS-FN-APPLIED               PIC S9(5) COMP-3.
           03  WS-FN-INTERVIEWED           PIC S9(5) COMP-3.
           03  WS-FN-OFFERED               PIC S9(5) COMP-3.
           03  WS-FN-ACCEPTED              PIC S9(5) COMP-3.
           03  WS-FN-HIRED                 PIC S9(5) COMP-3.
           03  WS-FN-DROPPED               PIC S9(5) COMP-3.
       01  WS-OFFER-PCT                    PIC S9(3)V9 COMP-3.
       01  WS-ACCEPT-PCT                   PIC S9(3)V9 COMP-3.
       01  WS-HIRE-PCT                     PIC S9(3)V9 COMP-3.

       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-APPLICANT-COUNT              PIC S9(7) COMP VALUE +0.
       01  WS-LINE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-SKIPPED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

       01  WS-RUN-DATE                     PIC 9(6).

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATA7".
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
           PERFORM 200-SCAN-APPLICANTS THRU 200-EXIT
           PERFORM 700-WRITE-REQ-LINES
           PERFORM 800-WRITE-SOURCE-LINES
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - CLEAR THE SOURCE ROWS AND OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE    TO WS-RC-RUN-DATE.

           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > 7
               MOVE ZERO TO SF-APPLIED (WS-SRC-IX)
               MOVE ZERO TO SF-INTERVIEWED (WS-SRC-IX)
               MOVE ZERO TO SF-OFFERED (WS-SRC-IX)
               MOVE ZERO TO SF-ACCEPTED (WS-SRC-IX)
               MOVE ZERO TO SF-HIRED (WS-SRC-IX)
               MOVE ZERO TO SF-DROPPED (WS-SRC-IX)
           END-PERFORM.

           OPEN OUTPUT FUNNEL-REQ-FILE.
           OPEN OUTPUT FUNNEL-SOURCE-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-APPLICANTS - WALK EVERY APPLICANT ON FILE.
      *-----------------------------------------------------------------
       200-SCAN-APPLICANTS.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE 5      TO  CMD-CODE.
           MOVE SPACES TO  APPLICANT-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE APPLICANT-RECORD TO DATA-IN
               CALL "APITPAPL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO APPLICANT-RECORD
                   ADD 1 TO WS-APPLICANT-COUNT
                   PERFORM 300-COUNT-ONE-APPLICANT THRU 300-EXIT
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-COUNT-ONE-APPLICANT - SETTLE HOW FAR THE APPLICANT GOT AND
      *    ADD IT TO ITS SOURCE ROW AND ITS REQUISITION ROW. EACH STAGE
      *    COUNTS EVERYONE WHO REACHED IT, SO A HIRE ALSO COUNTS AS
      *    INTERVIEWED, OFFERED AND ACCEPTED.
      *-----------------------------------------------------------------
       300-COUNT-ONE-APPLICANT.

           MOVE ZERO TO WS-ST-INTERVIEWED
                        WS-ST-OFFERED
                        WS-ST-ACCEPTED
                        WS-ST-HIRED
                        WS-ST-DROPPED.

           IF  WS-APL-PAST-SCREENING THEN
               MOVE 1 TO WS-ST-INTERVIEWED
           END-IF.
           PERFORM VARYING WS-RND-IX FROM 1 BY 1
                   UNTIL WS-RND-IX > 3
               IF  WS-APL-IV-DATE (WS-RND-IX) IS NUMERIC
               AND WS-APL-IV-DATE (WS-RND-IX) NOT = ZERO
                   MOVE 1 TO WS-ST-INTERVIEWED
               END-IF
           END-PERFORM.
           IF  WS-APL-OFFER-STATUS > SPACES OR WS-APL-HIRED THEN
               MOVE 1 TO WS-ST-OFFERED
           END-IF.
           IF  WS-APL-OFFER-ACCEPTED OR WS-APL-HIRED THEN
               MOVE 1 TO WS-ST-ACCEPTED
           END-IF.
           IF  WS-APL-HIRED THEN
               MOVE 1 TO WS-ST-HIRED
               MOVE 1 TO WS-ST-INTERVIEWED
           END-IF.
           IF  WS-APL-DROPPED THEN
               MOVE 1 TO WS-ST-DROPPED
           END-IF.

           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > 6
                      OR SC-CODE (WS-SRC-IX) = WS-APL-SOURCE
               CONTINUE
           END-PERFORM.
           ADD 1                 TO SF-APPLIED (WS-SRC-IX).
           ADD WS-ST-INTERVIEWED TO SF-INTERVIEWED (WS-SRC-IX).
           ADD WS-ST-OFFERED     TO SF-OFFERED (WS-SRC-IX).
           ADD WS-ST-ACCEPTED    TO SF-ACCEPTED (WS-SRC-IX).
           ADD WS-ST-HIRED       TO SF-HIRED (WS-SRC-IX).
           ADD WS-ST-DROPPED     TO SF-DROPPED (WS-SRC-IX).

           MOVE "N" TO WS-FOUND-SWITCH.
           IF  WS-REQ-FUNNEL-COUNT > 0 THEN
               SET REQ-FUNNEL-IDX TO 1
               SEARCH REQ-FUNNEL-ROW
                   VARYING REQ-FUNNEL-IDX
                   AT END CONTINUE
                   WHEN REQ-FUNNEL-IDX > WS-REQ-FUNNEL-COUNT
                       CONTINUE
                   WHEN RF-REQ-NO (REQ-FUNNEL-IDX) = WS-APL-REQ-NO
                       SET WS-REQ-FOUND TO TRUE
               END-SEARCH
           END-IF.

           IF  NOT WS-REQ-FOUND THEN
               IF  WS-REQ-FUNNEL-COUNT < WS-MAX-REQS THEN
                   ADD 1 TO WS-REQ-FUNNEL-COUNT
                   SET REQ-FUNNEL-IDX TO WS-REQ-FUNNEL-COUNT
                   MOVE WS-APL-REQ-NO TO RF-REQ-NO (REQ-FUNNEL-IDX)
                   MOVE ZERO TO RF-APPLIED (REQ-FUNNEL-IDX)
                                RF-INTERVIEWED (REQ-FUNNEL-IDX)
                                RF-OFFERED (REQ-FUNNEL-IDX)
                                RF-ACCEPTED (REQ-FUNNEL-IDX)
                                RF-HIRED (REQ-FUNNEL-IDX)
                                RF-DROPPED (REQ-FUNNEL-IDX)
               ELSE
                   DISPLAY "COBBATA7 - REQ TABLE FULL, SKIPPING "
                           WS-APL-REQ-NO
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 300-EXIT
               END-IF
           END-IF.

           ADD 1                 TO RF-APPLIED (REQ-FUNNEL-IDX).
           ADD WS-ST-INTERVIEWED TO RF-INTERVIEWED (REQ-FUNNEL-IDX).
           ADD WS-ST-OFFERED     TO RF-OFFERED (REQ-FUNNEL-IDX).
           ADD WS-ST-ACCEPTED    TO RF-ACCEPTED (REQ-FUNNEL-IDX).
           ADD WS-ST-HIRED       TO RF-HIRED (REQ-FUNNEL-IDX).
           ADD WS-ST-DROPPED     TO RF-DROPPED (REQ-FUNNEL-IDX).

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-COMPUTE-RATES - THE THREE CONVERSION PERCENTAGES FOR THE
      *    COUNTS IN WS-FUNNEL-COUNTS - ZERO WHERE NOTHING REACHED THE
      *    STAGE BEFORE.
      *-----------------------------------------------------------------
       600-COMPUTE-RATES.

           MOVE ZERO TO WS-OFFER-PCT WS-ACCEPT-PCT WS-HIRE-PCT.
           IF  WS-FN-APPLIED > ZERO THEN
               COMPUTE WS-OFFER-PCT ROUNDED =
                       WS-FN-OFFERED * 100 / WS-FN-APPLIED
               COMPUTE WS-HIRE-PCT ROUNDED =
                       WS-FN-HIRED * 100 / WS-FN-APPLIED
           END-IF.
           IF  WS-FN-OFFERED > ZERO THEN
               COMPUTE WS-ACCEPT-PCT ROUNDED =
                       WS-FN-ACCEPTED * 100 / WS-FN-OFFERED
           END-IF.

      *-----------------------------------------------------------------
      * 700-WRITE-REQ-LINES - ONE LINE PER REQUISITION, DESCRIBED OFF
      *    ITS COBCIO58 ROW (APITPRQN CMD-CODE 1).
      *-----------------------------------------------------------------
       700-WRITE-REQ-LINES.

           PERFORM VARYING REQ-FUNNEL-IDX FROM 1 BY 1
                   UNTIL REQ-FUNNEL-IDX > WS-REQ-FUNNEL-COUNT
               MOVE SPACES TO REQUISITION-RECORD
               MOVE RF-REQ-NO (REQ-FUNNEL-IDX) TO WS-RQN-REQ-NO
               MOVE 1 TO CMD-CODE
               MOVE REQUISITION-RECORD TO DATA-IN
               CALL "APITPRQN" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO REQUISITION-RECORD
               ELSE
                   MOVE ZERO     TO WS-RQN-COUNT WS-RQN-FILLED
               END-IF

               MOVE RF-COUNTS (REQ-FUNNEL-IDX) TO WS-FUNNEL-COUNTS
               PERFORM 600-COMPUTE-RATES

               MOVE RF-REQ-NO (REQ-FUNNEL-IDX) TO FR-REQ-NO
               MOVE WS-RQN-DEPT-CODE   TO FR-DEPT-CODE
               MOVE WS-RQN-JOB-CODE    TO FR-JOB-CODE
               MOVE WS-RQN-STATUS      TO FR-REQ-STATUS
               MOVE WS-RQN-COUNT       TO FR-REQ-COUNT
               MOVE WS-RQN-FILLED      TO FR-REQ-FILLED
               MOVE WS-FN-APPLIED      TO FR-APPLIED
               MOVE WS-FN-INTERVIEWED  TO FR-INTERVIEWED
               MOVE WS-FN-OFFERED      TO FR-OFFERED
               MOVE WS-FN-ACCEPTED     TO FR-ACCEPTED
               MOVE WS-FN-HIRED        TO FR-HIRED
               MOVE WS-FN-DROPPED      TO FR-DROPPED
               MOVE WS-OFFER-PCT       TO FR-OFFER-PCT
               MOVE WS-ACCEPT-PCT      TO FR-ACCEPT-PCT
               MOVE WS-HIRE-PCT        TO FR-HIRE-PCT
               WRITE FUNNEL-REQ-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

      *-----------------------------------------------------------------
      * 800-WRITE-SOURCE-LINES - ONE LINE PER SOURCE WITH ANY
      *    APPLICANTS.
      *-----------------------------------------------------------------
       800-WRITE-SOURCE-LINES.

           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > 7
               IF  SF-APPLIED (WS-SRC-IX) > ZERO
                   MOVE SF-COUNTS (WS-SRC-IX) TO WS-FUNNEL-COUNTS
                   PERFORM 600-COMPUTE-RATES
                   MOVE SC-CODE (WS-SRC-IX) TO FS-SOURCE
                   MOVE WS-FN-APPLIED      TO FS-APPLIED
                   MOVE WS-FN-INTERVIEWED  TO FS-INTERVIEWED
                   MOVE WS-FN-OFFERED      TO FS-OFFERED
                   MOVE WS-FN-ACCEPTED     TO FS-ACCEPTED
                   MOVE WS-FN-HIRED        TO FS-HIRED
                   MOVE WS-FN-DROPPED      TO FS-DROPPED
                   MOVE WS-OFFER-PCT       TO FS-OFFER-PCT
                   MOVE WS-ACCEPT-PCT      TO FS-ACCEPT-PCT
                   MOVE WS-HIRE-PCT        TO FS-HIRE-PCT
                   WRITE FUNNEL-SOURCE-RECORD
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE FUNNEL-REQ-FILE.
           CLOSE FUNNEL-SOURCE-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS      TO WS-RC-END-TIME.
           MOVE WS-APPLICANT-COUNT  TO WS-RC-READ-COUNT.
           MOVE WS-APPLICANT-COUNT  TO WS-RC-SELECT-COUNT.
           MOVE WS-LINE-COUNT       TO WS-RC-WRITE-COUNT.
           MOVE WS-SKIPPED-COUNT    TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"          TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-APPLICANT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA7 - " WS-COUNT-DISPLAY " APPLICANTS READ".
           MOVE WS-REQ-FUNNEL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA7 - " WS-COUNT-DISPLAY " REQUISITIONS".
           IF  WS-SKIPPED-COUNT > ZERO
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBATA7 - " WS-COUNT-DISPLAY
                       " APPLICANTS LEFT OFF - REQ TABLE FULL"
           END-IF.

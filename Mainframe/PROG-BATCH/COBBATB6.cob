      *-----------------------------------------------------------------
      *    COBBATB6 - MONTHLY SEGREGATION-OF-DUTIES CONFLICT REPORT.
      *               COBSODCK STOPS A NEW COBCIO99 GRANT OR COBCIO46
      *               DELEGATION COMPLETING A COBCIO98 CONFLICTING
      *               PAIR, BUT PERMISSIONS GRANTED BEFORE A RULE WAS
      *               ADDED, AND DELEGATIONS THAT OVERLAP, STILL LEAVE
      *               OPERATORS HOLDING BOTH HALVES. THIS RUN TAKES
      *               EVERY OPERATOR ON THE APITPSEC PERMISSION FILE
      *               (CMD-CODE 4 CURSOR) AND EVERY DELEGATE WHOSE
      *               APITPDLG WINDOW COVERS THE BUSINESS DATE, AND FOR
      *               EACH APITPSOD RULE WRITES ONE LINE WHERE THE
      *               OPERATOR CURRENTLY HOLDS BOTH FUNCTIONS - SHOWING
      *               FOR EACH WHETHER IT IS HELD DIRECTLY OR THROUGH
      *               WHICH MANAGER'S DELEGATION - WITH THE STATE OF
      *               ANY COBCIOA0 EXCEPTION (APPROVED, PENDING,
      *               EXPIRED OR NONE). A CONFLICT WITH NO APPROVED,
      *               UNEXPIRED EXCEPTION IS RAISED THROUGH COBALERT
      *               FOR THE SECURITY OFFICER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATB6.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-CONFLICT-FILE ASSIGN TO SODCONF
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  SOD-CONFLICT-FILE
           RECORDING MODE IS F.
       01  SOD-CONFLICT-LINE.
           03  SX-RUN-DATE                 PIC 9(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  SX-OPERATOR                 PIC X(3).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  SX-OPERATOR-EMP-NO          PIC X(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  SX-RULE-ID                  PIC X(4).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  SX-FUNCTION-A               PIC X(8).
           03  FILLER                      PIC X(1)  VALUE SPACES.
      *        ** DIRECT, OR DLG + THE MANAGER DELEGATING IT
           03  SX-SOURCE-A                 PIC X(7).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  SX-FUNCTION-B               PIC X(8).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  SX-SOURCE-B                 PIC X(7).
           03  FILLER                      PIC X(1)  VALUE SPACES.
      *        ** APPROVED, PENDING, EXPIRED OR NONE
           03  SX-EXCEPTION                PIC X(8).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  SX-EXPIRY-DATE              PIC 9(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  SX-DESC                     PIC X(30).

       WORKING-STORAGE SECTION.

      *    ** the permission row APITPSEC serves - CMD-CODE 1 READ BY
      *    ** OPERATOR + FUNCTION, 4 ALL-PERMISSIONS CURSOR
       01  PERMISSION-RECORD.
           03  WS-PRM-OPERATOR             PIC X(3).
           03  WS-PRM-FUNCTION             PIC X(8).
           03  WS-PRM-ACCESS               PIC X(1).
           03  WS-PRM-GRANT-DATE           PIC 9(6).

      *    ** the operator directory row on APITPSEC (CMD-CODE 3) -
      *    ** whose employee number an operator id belongs to
       01  OPERATOR-DIR-RECORD.
           03  WS-OPR-OPID                 PIC X(3).
           03  WS-OPR-EMP-NO               PIC X(6).

      *    ** one conflicting function pair - APITPSOD CMD-CODE 4
      *    ** ALL-RULES CURSOR, maintained on COBCIO98
       01  SOD-RULE-RECORD.
           10 WS-SDR-RULE-ID          PIC X(4).
           10 WS-SDR-FUNCTION-A       PIC X(8).
           10 WS-SDR-FUNCTION-B       PIC X(8).
           10 WS-SDR-DESC             PIC X(30).
           10 WS-SDR-MAINT-OPID       PIC X(3).
           10 WS-SDR-MAINT-DATE       PIC 9(6).

      *    ** the COBCIOA0 exception - APITPSDX CMD-CODE 1 READ BY
      *    ** OPERATOR + RULE
       01  SOD-EXCEPTION-RECORD.
           10 WS-SDX-OPERATOR         PIC X(3).
           10 WS-SDX-RULE-ID          PIC X(4).
           10 WS-SDX-REASON           PIC X(40).
      *        ** yymmdd the exception lapses - zero never
           10 WS-SDX-EXPIRY-DATE      PIC 9(6).
      *        ** P = REQUESTED, A = APPROVED
           10 WS-SDX-STATUS           PIC X(1).
               88  WS-SDX-APPROVED        VALUE "A".
           10 WS-SDX-REQUEST-OPID     PIC X(3).
           10 WS-SDX-REQUEST-DATE     PIC 9(6).
           10 WS-SDX-APPROVE-OPID     PIC X(3).
           10 WS-SDX-APPROVE-DATE     PIC 9(6).

      *    ** the COBCIO46 delegation row - APITPDLG CMD-CODE 4
      *    ** ALL-ROWS CURSOR
       01  DELEGATION-RECORD.
           10 WS-DLG-MGR-OPID         PIC X(3).
           10 WS-DLG-DELEGATE-OPID    PIC X(3).
           10 WS-DLG-FROM-DATE        PIC 9(6).
           10 WS-DLG-TO-DATE          PIC 9(6).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the rule table, loaded once from APITPSOD
       01  WS-MAX-RULES                    PIC S9(4) COMP VALUE +200.
       01  WS-RULE-COUNT                   PIC S9(4) COMP VALUE +0.
       01  SOD-RULE-TABLE.
           03  SOD-RULE-ROW OCCURS 200 TIMES
                            INDEXED BY RUL-IDX.
               05  RT-RULE-ID              PIC X(4).
               05  RT-FUNCTION-A           PIC X(8).
               05  RT-FUNCTION-B           PIC X(8).
               05  RT-DESC                 PIC X(30).

      *    ** the delegations whose window covers the business date -
      *    ** the delegate holds the manager's permissions meanwhile
       01  WS-MAX-DELEGATIONS              PIC S9(4) COMP VALUE +200.
       01  WS-DELEGATION-COUNT             PIC S9(4) COMP VALUE +0.
       01  ACTIVE-DELEGATION-TABLE.
           03  ACTIVE-DELEGATION-ROW OCCURS 200 TIMES
                                     INDEXED BY ADL-IDX.
               05  AD-MGR-OPID             PIC X(3).
               05  AD-DELEGATE-OPID        PIC X(3).

      *    ** every operator to be tested, once each - permission
      *    ** holders off the APITPSEC cursor plus active delegates
       01  WS-MAX-OPERATORS                PIC S9(4) COMP VALUE +500.
       01  WS-OPERATOR-COUNT               PIC S9(4) COMP VALUE +0.
       01  OPERATOR-TABLE.
           03  OPERATOR-ROW OCCURS 500 TIMES
                            INDEXED BY OPR-IDX.
               05  OT-OPERATOR             PIC X(3).
       01  WS-ADD-OPERATOR                 PIC X(3).
       01  WS-OPR-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-OPR-FOUND                    VALUE "Y".

      *    ** set by 500-HOLDS-DIRECT and 550-HOLDS-ANY-WAY
       01  WS-HOLD-OPERATOR                PIC X(3).
       01  WS-HOLD-FUNCTION                PIC X(8).
       01  WS-HOLD-SWITCH                  PIC X.
           88  WS-HOLDS                        VALUE "Y".
       01  WS-HOLD-SOURCE                  PIC X(7).
       01  WS-SOURCE-A                     PIC X(7).

      *    ** standard alert handed to COBALERT - de-duplicated on the
      *    ** APITPALT gateway and fed to the email-gateway interface
      *    ** file, message text off the shared APITPMSG file
       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBATB6".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "SODCONFL".
           03  WS-ALT-SEVERITY             PIC X(1) VALUE "H".
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE      PIC X(8) VALUE "SECOFFCR".
           03  WS-ALT-MSG-CODE             PIC 99   VALUE 1.

       01  WS-RUN-DATE                     PIC 9(6).

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-READ-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-CONFLICT-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-UNEXCEPTED-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-WRITE-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATB6".
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
           PERFORM 200-LOAD-RULES THRU 200-EXIT
           PERFORM 250-LOAD-DELEGATIONS THRU 250-EXIT
           PERFORM 300-LOAD-OPERATORS THRU 300-EXIT
           PERFORM 400-TEST-OPERATORS THRU 400-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE BUSINESS DATE AND OPEN THE REPORT.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.

           MOVE SPACES TO SOD-RULE-TABLE
                          ACTIVE-DELEGATION-TABLE
                          OPERATOR-TABLE.

           OPEN OUTPUT SOD-CONFLICT-FILE.

      *-----------------------------------------------------------------
      * 200-LOAD-RULES - EVERY CONFLICTING PAIR (APITPSOD CMD-CODE 4,
      *    WALKED TO EXHAUSTION) INTO SOD-RULE-TABLE.
      *-----------------------------------------------------------------
       200-LOAD-RULES.

           MOVE SPACES TO SOD-RULE-RECORD.
           MOVE "N"    TO WS-SCAN-SWITCH.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE SOD-RULE-RECORD TO DATA-IN
               CALL "APITPSOD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO SOD-RULE-RECORD
                   IF  WS-RULE-COUNT < WS-MAX-RULES
                       ADD 1 TO WS-RULE-COUNT
                       SET RUL-IDX TO WS-RULE-COUNT
                       MOVE WS-SDR-RULE-ID    TO RT-RULE-ID (RUL-IDX)
                       MOVE WS-SDR-FUNCTION-A TO RT-FUNCTION-A (RUL-IDX)
                       MOVE WS-SDR-FUNCTION-B TO RT-FUNCTION-B (RUL-IDX)
                       MOVE WS-SDR-DESC       TO RT-DESC (RUL-IDX)
                   ELSE
                       DISPLAY "COBBATB6 - RULE TABLE FULL, SKIPPING "
                               WS-SDR-RULE-ID
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-LOAD-DELEGATIONS - EVERY DELEGATION (APITPDLG CMD-CODE 4)
      *    WHOSE WINDOW COVERS THE BUSINESS DATE. THE DELEGATE IS ALSO
      *    TESTED AS AN OPERATOR, EVEN WITH NO PERMISSION OF THEIR OWN.
      *-----------------------------------------------------------------
       250-LOAD-DELEGATIONS.

           MOVE SPACES TO DELEGATION-RECORD.
           MOVE "N"    TO WS-SCAN-SWITCH.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE DELEGATION-RECORD TO DATA-IN
               CALL "APITPDLG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DELEGATION-RECORD
                   IF  WS-DLG-FROM-DATE NOT > WS-RUN-DATE
                   AND WS-DLG-TO-DATE NOT < WS-RUN-DATE
                       PERFORM 260-ADD-DELEGATION THRU 260-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       250-EXIT.
           EXIT.

       260-ADD-DELEGATION.

           IF  WS-DELEGATION-COUNT NOT < WS-MAX-DELEGATIONS
               DISPLAY "COBBATB6 - DELEGATION TABLE FULL, SKIPPING "
                       WS-DLG-MGR-OPID
               ADD 1 TO WS-ERROR-COUNT
               GO TO 260-EXIT
           END-IF.

           ADD 1 TO WS-DELEGATION-COUNT.
           SET ADL-IDX TO WS-DELEGATION-COUNT.
           MOVE WS-DLG-MGR-OPID      TO AD-MGR-OPID (ADL-IDX).
           MOVE WS-DLG-DELEGATE-OPID TO AD-DELEGATE-OPID (ADL-IDX).

           MOVE WS-DLG-DELEGATE-OPID TO WS-ADD-OPERATOR.
           PERFORM 350-ADD-OPERATOR THRU 350-EXIT.

       260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-LOAD-OPERATORS - EVERY OPERATOR HOLDING ANY PERMISSION
      *    (APITPSEC CMD-CODE 4, WALKED TO EXHAUSTION).
      *-----------------------------------------------------------------
       300-LOAD-OPERATORS.

           MOVE SPACES TO PERMISSION-RECORD.
           MOVE "N"    TO WS-SCAN-SWITCH.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE PERMISSION-RECORD TO DATA-IN
               CALL "APITPSEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PERMISSION-RECORD
                   ADD 1 TO WS-READ-COUNT
                   MOVE WS-PRM-OPERATOR TO WS-ADD-OPERATOR
                   PERFORM 350-ADD-OPERATOR THRU 350-EXIT
               END-IF
           END-PERFORM.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-ADD-OPERATOR - PUT WS-ADD-OPERATOR IN OPERATOR-TABLE
      *    UNLESS IT IS THERE ALREADY.
      *-----------------------------------------------------------------
       350-ADD-OPERATOR.

           MOVE "N" TO WS-OPR-FOUND-SWITCH.

           IF  WS-OPERATOR-COUNT > 0 THEN
               SET OPR-IDX TO 1
               SEARCH OPERATOR-ROW
                   VARYING OPR-IDX
                   AT END CONTINUE
                   WHEN OT-OPERATOR (OPR-IDX) = WS-ADD-OPERATOR
                       SET WS-OPR-FOUND TO TRUE
               END-SEARCH
           END-IF.

           IF  WS-OPR-FOUND THEN
               GO TO 350-EXIT
           END-IF.

           IF  WS-OPERATOR-COUNT NOT < WS-MAX-OPERATORS
               DISPLAY "COBBATB6 - OPERATOR TABLE FULL, SKIPPING "
                       WS-ADD-OPERATOR
               ADD 1 TO WS-ERROR-COUNT
               GO TO 350-EXIT
           END-IF.

           ADD 1 TO WS-OPERATOR-COUNT.
           SET OPR-IDX TO WS-OPERATOR-COUNT.
           MOVE WS-ADD-OPERATOR TO OT-OPERATOR (OPR-IDX).

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-TEST-OPERATORS - EVERY OPERATOR AGAINST EVERY RULE.
      *-----------------------------------------------------------------
       400-TEST-OPERATORS.

           PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > WS-OPERATOR-COUNT
               PERFORM VARYING RUL-IDX FROM 1 BY 1
                       UNTIL RUL-IDX > WS-RULE-COUNT
                   PERFORM 450-TEST-ONE-RULE THRU 450-EXIT
               END-PERFORM
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-TEST-ONE-RULE - THE OPERATOR HOLDING BOTH FUNCTIONS OF THE
      *    PAIR, EACH DIRECTLY OR BY DELEGATION, IS A CONFLICT: ONE
      *    LINE, THE EXCEPTION STATE, AND AN ALERT WHEN UNEXCEPTED.
      *-----------------------------------------------------------------
       450-TEST-ONE-RULE.

           MOVE OT-OPERATOR (OPR-IDX)   TO WS-HOLD-OPERATOR.
           MOVE RT-FUNCTION-A (RUL-IDX) TO WS-HOLD-FUNCTION.
           PERFORM 550-HOLDS-ANY-WAY THRU 550-EXIT.
           IF  NOT WS-HOLDS THEN
               GO TO 450-EXIT
           END-IF.
           MOVE WS-HOLD-SOURCE TO WS-SOURCE-A.

           MOVE RT-FUNCTION-B (RUL-IDX) TO WS-HOLD-FUNCTION.
           PERFORM 550-HOLDS-ANY-WAY THRU 550-EXIT.
           IF  NOT WS-HOLDS THEN
               GO TO 450-EXIT
           END-IF.

           ADD 1 TO WS-CONFLICT-COUNT.

           MOVE SPACES                  TO SOD-CONFLICT-LINE.
           MOVE WS-RUN-DATE             TO SX-RUN-DATE.
           MOVE OT-OPERATOR (OPR-IDX)   TO SX-OPERATOR.
           MOVE RT-RULE-ID (RUL-IDX)    TO SX-RULE-ID.
           MOVE RT-FUNCTION-A (RUL-IDX) TO SX-FUNCTION-A.
           MOVE WS-SOURCE-A             TO SX-SOURCE-A.
           MOVE RT-FUNCTION-B (RUL-IDX) TO SX-FUNCTION-B.
           MOVE WS-HOLD-SOURCE          TO SX-SOURCE-B.
           MOVE RT-DESC (RUL-IDX)       TO SX-DESC.
           MOVE ZERO                    TO SX-EXPIRY-DATE.

           MOVE SPACES                TO OPERATOR-DIR-RECORD.
           MOVE OT-OPERATOR (OPR-IDX) TO WS-OPR-OPID.
           MOVE 3 TO CMD-CODE.
           MOVE OPERATOR-DIR-RECORD TO DATA-IN.
           CALL "APITPSEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT (1:9) TO OPERATOR-DIR-RECORD
               MOVE WS-OPR-EMP-NO  TO SX-OPERATOR-EMP-NO
           END-IF.

           MOVE SPACES                TO SOD-EXCEPTION-RECORD.
           MOVE OT-OPERATOR (OPR-IDX) TO WS-SDX-OPERATOR.
           MOVE RT-RULE-ID (RUL-IDX)  TO WS-SDX-RULE-ID.
           MOVE 1 TO CMD-CODE.
           MOVE SOD-EXCEPTION-RECORD TO DATA-IN.
           CALL "APITPSDX" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "NONE    " TO SX-EXCEPTION
           ELSE
               MOVE DATA-OUT TO SOD-EXCEPTION-RECORD
               MOVE WS-SDX-EXPIRY-DATE TO SX-EXPIRY-DATE
               EVALUATE TRUE
                   WHEN NOT WS-SDX-APPROVED
                       MOVE "PENDING " TO SX-EXCEPTION
                   WHEN WS-SDX-EXPIRY-DATE = ZERO
                   WHEN WS-SDX-EXPIRY-DATE NOT < WS-RUN-DATE
                       MOVE "APPROVED" TO SX-EXCEPTION
                   WHEN OTHER
                       MOVE "EXPIRED " TO SX-EXCEPTION
               END-EVALUATE
           END-IF.

           WRITE SOD-CONFLICT-LINE.
           ADD 1 TO WS-WRITE-COUNT.

           IF  SX-EXCEPTION NOT = "APPROVED"
               ADD 1 TO WS-UNEXCEPTED-COUNT
               MOVE SPACES                TO WS-ALT-KEY
               MOVE OT-OPERATOR (OPR-IDX) TO WS-ALT-KEY (1:3)
               MOVE RT-RULE-ID (RUL-IDX)  TO WS-ALT-KEY (4:4)
               CALL "COBALERT" USING ALERT-RECORD
           END-IF.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-HOLDS-DIRECT - WS-HOLD-OPERATOR HAS WS-HOLD-FUNCTION ON
      *    APITPSEC (CMD-CODE 1) AT A OR M.
      *-----------------------------------------------------------------
       500-HOLDS-DIRECT.

           MOVE "N"              TO WS-HOLD-SWITCH.
           MOVE SPACES           TO PERMISSION-RECORD.
           MOVE WS-HOLD-OPERATOR TO WS-PRM-OPERATOR.
           MOVE WS-HOLD-FUNCTION TO WS-PRM-FUNCTION.
           MOVE 1 TO CMD-CODE.
           MOVE PERMISSION-RECORD TO DATA-IN.
           CALL "APITPSEC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PERMISSION-RECORD
               IF  WS-PRM-ACCESS = "A" OR WS-PRM-ACCESS = "M"
                   SET WS-HOLDS TO TRUE
               END-IF
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-HOLDS-ANY-WAY - THE OPERATOR HOLDS THE FUNCTION DIRECTLY
      *    (SOURCE DIRECT), OR A MANAGER DELEGATING TO THEM TODAY HOLDS
      *    IT (SOURCE DLG + THE MANAGER).
      *-----------------------------------------------------------------
       550-HOLDS-ANY-WAY.

           MOVE SPACES TO WS-HOLD-SOURCE.
           PERFORM 500-HOLDS-DIRECT THRU 500-EXIT.
           IF  WS-HOLDS THEN
               MOVE "DIRECT " TO WS-HOLD-SOURCE
               GO TO 550-EXIT
           END-IF.

           PERFORM VARYING ADL-IDX FROM 1 BY 1
                   UNTIL ADL-IDX > WS-DELEGATION-COUNT
                      OR WS-HOLDS
               IF  AD-DELEGATE-OPID (ADL-IDX) = OT-OPERATOR (OPR-IDX)
                   MOVE AD-MGR-OPID (ADL-IDX) TO WS-HOLD-OPERATOR
                   PERFORM 500-HOLDS-DIRECT THRU 500-EXIT
                   IF  WS-HOLDS
                       MOVE "DLG"           TO WS-HOLD-SOURCE
                       MOVE AD-MGR-OPID (ADL-IDX)
                                            TO WS-HOLD-SOURCE (5:3)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE OT-OPERATOR (OPR-IDX) TO WS-HOLD-OPERATOR.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE SOD-CONFLICT-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS      TO WS-RC-END-TIME.
           MOVE WS-READ-COUNT       TO WS-RC-READ-COUNT.
           MOVE WS-CONFLICT-COUNT   TO WS-RC-SELECT-COUNT.
           MOVE WS-WRITE-COUNT      TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT      TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"          TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-RULE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB6 - " WS-COUNT-DISPLAY
                   " CONFLICT RULES LOADED".
           MOVE WS-DELEGATION-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB6 - " WS-COUNT-DISPLAY
                   " DELEGATIONS ACTIVE TODAY".
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB6 - " WS-COUNT-DISPLAY
                   " OPERATORS TESTED".
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB6 - " WS-COUNT-DISPLAY
                   " CONFLICTS HELD".
           MOVE WS-UNEXCEPTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB6 - " WS-COUNT-DISPLAY
                   " CONFLICTS WITHOUT AN APPROVED EXCEPTION".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB6 - " WS-COUNT-DISPLAY
                   " ROWS IN ERROR".

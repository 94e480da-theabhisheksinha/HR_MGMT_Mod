      *-----------------------------------------------------------------
      *    COBSODCK - SEGREGATION-OF-DUTIES CHECK FOR A NEW GRANT.
      *               COBSECCK ANSWERS WHETHER ONE OPERATOR MAY USE
      *               ONE FUNCTION, BUT NOTHING STOPPED THE SAME
      *               OPERATOR HOLDING BOTH HALVES OF A MAKER-CHECKER
      *               CONTROL - KEYING AND APPROVING COBCIO24
      *               ADJUSTMENTS, OR VERIFYING COBCIO43 BANK DETAILS
      *               AND RUNNING THE COBBAT23 BANK FILE. THE CALLER
      *               PASSES THE OPERATOR ABOUT TO RECEIVE SOMETHING
      *               AND EITHER THE FUNCTION BEING GRANTED (COBCIO99)
      *               OR THE MANAGER WHOSE APPROVAL RIGHTS A COBCIO46
      *               DELEGATION HANDS OVER. THIS ROUTINE WALKS THE
      *               CONFLICTING-PAIR RULES ON THE NEW APITPSOD
      *               GATEWAY (MAINTAINED ON COBCIO98) AND, FOR EVERY
      *               RULE THE GRANT WOULD COMPLETE, LOOKS FOR AN
      *               APPROVED, UNEXPIRED EXCEPTION FOR THAT OPERATOR
      *               AND RULE ON THE NEW APITPSDX GATEWAY (COBCIOA0).
      *               IT RETURNS C = CLEAR, E = CONFLICT COVERED BY AN
      *               APPROVED EXCEPTION, OR F = CONFLICT - REFUSE THE
      *               GRANT - WITH THE RULE AND FUNCTION PAIR THAT
      *               CAUSED IT. WHAT AN OPERATOR HOLDS INCLUDES THE
      *               PERMISSIONS OF ANY MANAGER WHOSE DELEGATION TO
      *               THEM COVERS TODAY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSODCK.
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

      *    ** one documented exception per operator and rule on the
      *    ** new APITPSDX gateway - CMD-CODE 1 READ BY OPERATOR+RULE
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

      *    ** the permission row APITPSEC serves (CMD-CODE 1 READ BY
      *    ** OPERATOR + FUNCTION), grant date appended
       01  PERMISSION-RECORD.
           03  WS-PRM-OPERATOR             PIC X(3).
           03  WS-PRM-FUNCTION             PIC X(8).
           03  WS-PRM-ACCESS               PIC X(1).
           03  WS-PRM-GRANT-DATE           PIC 9(6).

      *    ** the COBCIO46 delegation row - CMD-CODE 4 ALL-ROWS CURSOR
       01  DELEGATION-RECORD.
           10 WS-DLG-MGR-OPID         PIC X(3).
           10 WS-DLG-DELEGATE-OPID    PIC X(3).
           10 WS-DLG-FROM-DATE        PIC 9(6).
           10 WS-DLG-TO-DATE          PIC 9(6).

      *    ** the managers whose delegation to the operator covers
      *    ** today - their permissions count as the operator's
       01  WS-MAX-DELEGATORS               PIC S9(4) COMP VALUE +20.
       01  WS-DELEGATOR-COUNT              PIC S9(4) COMP.
       01  WS-DELEGATOR-TABLE.
           03  WS-DELEGATOR-OPID           PIC X(3) OCCURS 20 TIMES
                                           INDEXED BY DGR-IX.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

       01  WS-RUN-DATE                     PIC 9(6).

      *    ** one "does this operator hold this function" question -
      *    ** 400-HOLDS answers it for the operator alone, 420 with
      *    ** today's delegations added
       01  WS-HOLD-OPERATOR                PIC X(3).
       01  WS-HOLD-FUNCTION                PIC X(8).
       01  WS-HOLD-SWITCH                  PIC X.
           88  WS-HOLDS                        VALUE "Y".

       01  WS-OTHER-FUNCTION               PIC X(8).
       01  WS-MGR-HOLDS-A                  PIC X.
       01  WS-MGR-HOLDS-B                  PIC X.
       01  WS-OPR-HOLDS-A                  PIC X.
       01  WS-OPR-HOLDS-B                  PIC X.
       01  WS-CONFLICT-SWITCH              PIC X.
           88  WS-CONFLICT                     VALUE "Y".

       01  WS-RULE-SWITCH                  PIC X.
           88  WS-RULES-DONE                   VALUE "Y".
       01  WS-DLG-SWITCH                   PIC X.
           88  WS-DLG-DONE                     VALUE "Y".

           EJECT

       LINKAGE SECTION.
       01  SOD-CHECK-RECORD.
      *        ** the operator about to receive the grant
           03  WS-SOD-OPERATOR             PIC X(3).
      *        ** the function being granted - spaces for a delegation
           03  WS-SOD-FUNCTION             PIC X(8).
      *        ** the manager a delegation comes from - spaces for a
      *        ** grant
           03  WS-SOD-DELEGATOR            PIC X(3).
      *        ** C = CLEAR, E = CONFLICT UNDER AN APPROVED EXCEPTION,
      *        ** F = CONFLICT - REFUSE
           03  WS-SOD-RESULT               PIC X(1).
               88  WS-SOD-CLEAR                VALUE "C".
               88  WS-SOD-EXCEPTED             VALUE "E".
               88  WS-SOD-REFUSED              VALUE "F".
      *        ** the rule and pair behind an E or F
           03  WS-SOD-RULE-ID              PIC X(4).
           03  WS-SOD-FUNCTION-A           PIC X(8).
           03  WS-SOD-FUNCTION-B           PIC X(8).

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SOD-CHECK-RECORD.

       000-MAIN-LOGIC.

           SET WS-SOD-CLEAR      TO  TRUE.
           MOVE SPACES           TO  WS-SOD-RULE-ID
                                     WS-SOD-FUNCTION-A
                                     WS-SOD-FUNCTION-B.

           ACCEPT WS-RUN-DATE FROM DATE.

           PERFORM 100-LOAD-DELEGATORS.

           MOVE "N"    TO WS-RULE-SWITCH.
           MOVE SPACES TO SOD-RULE-RECORD.
           PERFORM UNTIL WS-RULES-DONE
               MOVE 4 TO CMD-CODE
               MOVE SOD-RULE-RECORD TO DATA-IN
               CALL "APITPSOD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-RULES-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO SOD-RULE-RECORD
                   PERFORM 200-TEST-RULE THRU 200-EXIT
                   IF  WS-SOD-REFUSED
                       SET WS-RULES-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           GOBACK.

      *-----------------------------------------------------------------
      * 100-LOAD-DELEGATORS - EVERY MANAGER WHOSE DELEGATION TO THE
      *    OPERATOR COVERS TODAY (APITPDLG CMD-CODE 4, WALKED TO
      *    EXHAUSTION) - THE SAME WINDOW TEST COBSV010 ROUTES BY.
      *-----------------------------------------------------------------
       100-LOAD-DELEGATORS.

           MOVE ZERO   TO WS-DELEGATOR-COUNT.
           MOVE "N"    TO WS-DLG-SWITCH.
           MOVE SPACES TO DELEGATION-RECORD.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-DLG-DONE
               MOVE DELEGATION-RECORD TO DATA-IN
               CALL "APITPDLG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-DLG-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DELEGATION-RECORD
                   IF  WS-DLG-DELEGATE-OPID = WS-SOD-OPERATOR
                   AND WS-RUN-DATE NOT < WS-DLG-FROM-DATE
                   AND WS-RUN-DATE NOT > WS-DLG-TO-DATE
                   AND WS-DELEGATOR-COUNT < WS-MAX-DELEGATORS
                       ADD 1 TO WS-DELEGATOR-COUNT
                       MOVE WS-DLG-MGR-OPID
                         TO WS-DELEGATOR-OPID (WS-DELEGATOR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 200-TEST-RULE - WOULD THE GRANT COMPLETE THIS RULE'S PAIR? FOR
      *    A FUNCTION GRANT, YES WHEN IT IS ONE HALF AND THE OPERATOR
      *    ALREADY HOLDS THE OTHER. FOR A DELEGATION, YES WHEN THE
      *    MANAGER BRINGS AT LEAST ONE HALF AND THE OPERATOR, WITH
      *    WHAT THE MANAGER BRINGS, ENDS UP HOLDING BOTH.
      *-----------------------------------------------------------------
       200-TEST-RULE.

           MOVE "N" TO WS-CONFLICT-SWITCH.

           IF  WS-SOD-FUNCTION > SPACES THEN
               EVALUATE WS-SOD-FUNCTION
                   WHEN WS-SDR-FUNCTION-A
                       MOVE WS-SDR-FUNCTION-B TO WS-OTHER-FUNCTION
                   WHEN WS-SDR-FUNCTION-B
                       MOVE WS-SDR-FUNCTION-A TO WS-OTHER-FUNCTION
                   WHEN OTHER
                       GO TO 200-EXIT
               END-EVALUATE
               MOVE WS-SOD-OPERATOR   TO WS-HOLD-OPERATOR
               MOVE WS-OTHER-FUNCTION TO WS-HOLD-FUNCTION
               PERFORM 420-HOLDS-WITH-DELEGATIONS
               IF  WS-HOLDS
                   SET WS-CONFLICT TO TRUE
               END-IF
           ELSE
               MOVE WS-SOD-DELEGATOR  TO WS-HOLD-OPERATOR
               MOVE WS-SDR-FUNCTION-A TO WS-HOLD-FUNCTION
               PERFORM 400-HOLDS
               MOVE WS-HOLD-SWITCH    TO WS-MGR-HOLDS-A
               MOVE WS-SDR-FUNCTION-B TO WS-HOLD-FUNCTION
               PERFORM 400-HOLDS
               MOVE WS-HOLD-SWITCH    TO WS-MGR-HOLDS-B
               IF  WS-MGR-HOLDS-A NOT = "Y"
               AND WS-MGR-HOLDS-B NOT = "Y"
                   GO TO 200-EXIT
               END-IF
               MOVE WS-SOD-OPERATOR   TO WS-HOLD-OPERATOR
               MOVE WS-SDR-FUNCTION-A TO WS-HOLD-FUNCTION
               PERFORM 420-HOLDS-WITH-DELEGATIONS
               MOVE WS-HOLD-SWITCH    TO WS-OPR-HOLDS-A
               MOVE WS-SDR-FUNCTION-B TO WS-HOLD-FUNCTION
               PERFORM 420-HOLDS-WITH-DELEGATIONS
               MOVE WS-HOLD-SWITCH    TO WS-OPR-HOLDS-B
               IF  (WS-MGR-HOLDS-A = "Y" OR WS-OPR-HOLDS-A = "Y")
               AND (WS-MGR-HOLDS-B = "Y" OR WS-OPR-HOLDS-B = "Y")
                   SET WS-CONFLICT TO TRUE
               END-IF
           END-IF.

           IF  NOT WS-CONFLICT THEN
               GO TO 200-EXIT
           END-IF.

           MOVE WS-SDR-RULE-ID    TO WS-SOD-RULE-ID.
           MOVE WS-SDR-FUNCTION-A TO WS-SOD-FUNCTION-A.
           MOVE WS-SDR-FUNCTION-B TO WS-SOD-FUNCTION-B.

           PERFORM 300-CHECK-EXCEPTION.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-CHECK-EXCEPTION - AN APPROVED EXCEPTION FOR THIS OPERATOR
      *    AND RULE THAT HAS NOT LAPSED LETS THE GRANT STAND; ANYTHING
      *    ELSE - NONE, STILL ONLY REQUESTED, OR EXPIRED - REFUSES IT.
      *-----------------------------------------------------------------
       300-CHECK-EXCEPTION.

           MOVE SPACES          TO SOD-EXCEPTION-RECORD.
           MOVE WS-SOD-OPERATOR TO WS-SDX-OPERATOR.
           MOVE WS-SDR-RULE-ID  TO WS-SDX-RULE-ID.
           MOVE 1 TO CMD-CODE.
           MOVE SOD-EXCEPTION-RECORD TO DATA-IN.
           CALL "APITPSDX" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO SOD-EXCEPTION-RECORD
               IF  WS-SDX-APPROVED
               AND (WS-SDX-EXPIRY-DATE = ZERO
                    OR WS-SDX-EXPIRY-DATE NOT < WS-RUN-DATE)
                   SET WS-SOD-EXCEPTED TO TRUE
               ELSE
                   SET WS-SOD-REFUSED  TO TRUE
               END-IF
           ELSE
               SET WS-SOD-REFUSED TO TRUE
           END-IF.

      *    ** the rules cursor owns CMD-CODE between rows
           MOVE 4 TO CMD-CODE.

      *-----------------------------------------------------------------
      * 400-HOLDS - THE OPERATOR'S OWN PERMISSION ROW FOR THE FUNCTION
      *    (APITPSEC CMD-CODE 1), FULL OR MASKED, THE SAME TEST
      *    COBSECCK APPLIES AT ENTRY.
      *-----------------------------------------------------------------
       400-HOLDS.

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

      *    ** the rules cursor owns CMD-CODE between rows
           MOVE 4 TO CMD-CODE.

      *-----------------------------------------------------------------
      * 420-HOLDS-WITH-DELEGATIONS - 400-HOLDS FOR THE OPERATOR, THEN
      *    FOR EACH MANAGER DELEGATING TO THEM TODAY.
      *-----------------------------------------------------------------
       420-HOLDS-WITH-DELEGATIONS.

           PERFORM 400-HOLDS.

           PERFORM VARYING DGR-IX FROM 1 BY 1
                   UNTIL DGR-IX > WS-DELEGATOR-COUNT
                      OR WS-HOLDS
               MOVE WS-DELEGATOR-OPID (DGR-IX) TO WS-HOLD-OPERATOR
               PERFORM 400-HOLDS
           END-PERFORM.

           MOVE WS-SOD-OPERATOR TO WS-HOLD-OPERATOR.

      *               DATES AND THE OPEN-ENROLLMENT WINDOW ENFORCED.
      *               COBBAT39 TURNS ENROLLMENTS INTO THE MONTHLY
      *               DEDUCTION THE PAY RECORD CARRIES AND CUTS THE
      *               CENSUS FOR THE INSURERS. A NEW HIRE SERVING
      *               PROBATION (A COBCIO23 PROBATION ROW NOT YET
      *               CONFIRMED ON COBCIO75) IS NOT YET ELIGIBLE; THE
      *               CONFIRMATION DATE IS THE ELIGIBILITY TRIGGER -
      *               NO ENROLLMENT MAY TAKE EFFECT BEFORE IT, IT IS
      *               OFFERED AS THE EFFECTIVE DATE, AND FOR THE
      *               FIRST THIRTY DAYS AFTER IT THE EMPLOYEE MAY
      *               ENROLL OUTSIDE THE OPEN-ENROLLMENT WINDOW. A
      *               FAMILY PLAN NEEDS A DEPENDENT STILL COVERED - ONE
      *               THE COBBATB0 SWEEP HAS AGED OUT DOES NOT COUNT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *        ** the original shape so existing readers are
      *        ** undisturbed
           10 WS-BPL-COVERS-DEPS      PIC X(1).
      *        ** L = a life plan, paid out by the beneficiary shares
           10 WS-BPL-PLAN-TYPE        PIC X(1).
      *        ** oldest age covered by relationship (SP/CH/PA/OT),
      *        ** 00 = no limit - COBBATB0 ages dependents out by it
           10 WS-BPL-AGE-LIMIT-ENTRY OCCURS 4 TIMES.
               15 WS-BPL-AGE-RELATION PIC X(2).
               15 WS-BPL-AGE-LIMIT    PIC 9(2).

      *    ** one dependent row per EMP-ID and sequence on the new
      *    ** APITPDEP gateway the COBCIO56 screen maintains -
           10 WS-DEP-BIRTH-DATE       PIC 9(6).
      *        ** beneficiary share for the life plans, whole percent
           10 WS-DEP-BENEF-PCT        PIC 9(3).
      *        ** yymmdd the COBBATB0 sweep ended coverage, zero
      *        ** while covered
           10 WS-DEP-COVER-END-DATE   PIC 9(6).
           10 WS-DEP-COVER-END-REASON PIC X(1).
       01  WS-DEP-CURSOR-SWITCH            PIC X.
           88  WS-DEP-CURSOR-DONE              VALUE "Y".
       01  WS-DEP-COUNT                    PIC S9(4) COMP.
           10 WS-ENR-EFF-DATE         PIC 9(6).
           10 WS-ENR-END-DATE         PIC 9(6).

      *    ** the probation row COBCIO23 opens and COBCIO75 decides
      *    ** (APITPPRB CMD-CODE 1 READ BY EMP-NO) - no row is an
      *    ** employee who never served probation, eligible as before
       01  PROBATION-RECORD.
           10 WS-PRB-EMP-NO           PIC X(6).
           10 WS-PRB-JOB-CODE         PIC X(8).
           10 WS-PRB-START-DATE       PIC 9(6).
           10 WS-PRB-END-DATE         PIC 9(6).
           10 WS-PRB-STATUS           PIC X(1).
               88  WS-PRB-CONFIRMED       VALUE "C".
           10 WS-PRB-DECISION-DATE    PIC 9(6).
           10 WS-PRB-REASON           PIC X(30).
           10 WS-PRB-DECIDED-OPID     PIC X(3).
           10 WS-PRB-EXTEND-COUNT     PIC 9(1).
       01  WS-PRB-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-PRB-FOUND                    VALUE "Y".

      *    ** days after confirmation an employee may still enroll
      *    ** outside the open-enrollment window
       01  WS-NEW-ELIGIBLE-DAYS            PIC S9(4) COMP VALUE +30.
       01  WS-NEW-ELIGIBLE-SWITCH          PIC X VALUE "N".
           88  WS-NEW-ELIGIBLE                 VALUE "Y".

      *    ** days-since-confirmation arithmetic - COBDTE3 to yyddd
      *    ** and the same continuous-day-number conversion as
      *    ** COBBAT06, so a span across a year boundary comes out
      *    ** right
       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                PIC X(8).
           03  COBDATE-DATE-RED1 REDEFINES COBDATE-DATE.
               05  COBDATE-DATE-YYDDD      PIC 9(5).
               05  FILLER                  PIC X(3).
           03  COBDATE-INPUT-FORMAT        PIC X(8).
           03  COBDATE-OUTPUT-FORMAT       PIC X(8).
           03  COBDATE-MESSAGE             PIC X(30).
       01  WS-TODAY-JULIAN                 PIC 9(7).
       01  WS-CONFIRM-JULIAN               PIC 9(7).
       01  WS-DAYS-SINCE-CONFIRM           PIC S9(7).
       01  WS-CONV-YYDDD                   PIC 9(5).
       01  WS-CONV-YY                      PIC 9(2).
       01  WS-CONV-DDD                     PIC 9(3).
       01  WS-CONV-YYYY                    PIC 9(4).
       01  WS-CONV-JULIAN                  PIC 9(7).

       01  ENROLL-WINDOW-RECORD.
           10 WS-WIN-START-DATE       PIC 9(6).
           10 WS-WIN-END-DATE         PIC 9(6).
       01  ABSTIME                         PIC S9(15) COMP-3.
       01  WS-TODAY-YYMMDD                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO33".
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
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           MOVE SPACES         TO  BENMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  BENMEMPL.
           ELSE
               MOVE 7                 TO WORK-MSG-CODE
               MOVE "N"               TO WS-ENR-FOUND-SWITCH
      *        ** a confirmed new hire's first enrollment is offered
      *        ** from the confirmation date
               PERFORM 520-READ-PROBATION
               IF  WS-PRB-FOUND AND WS-PRB-CONFIRMED THEN
                   MOVE WS-PRB-DECISION-DATE TO BENMEFFO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE ENROLLMENT - THE PLAN MUST EXIST, THE
      * EFFECTIVE DATE BE PRESENT, AND TODAY MUST SIT INSIDE THE
      * OPEN-ENROLLMENT WINDOW (APITPBEN CMD-CODE 7) - OUTSIDE THE
      * WINDOW, ONLY HR CHANGES ALREADY-ENROLLED END DATES. AN
      * EMPLOYEE ON PROBATION IS NOT ELIGIBLE UNTIL CONFIRMED, NOTHING
      * TAKES EFFECT BEFORE THE CONFIRMATION DATE, AND A NEWLY
      * CONFIRMED EMPLOYEE MAY ENROLL OUTSIDE THE WINDOW.
      *-----------------------------------------------------------------
       500-VALIDATE-ENROLLMENT.

                     YYMMDD(WS-TODAY-YYMMDD)
                     END-EXEC.

           MOVE "N" TO WS-NEW-ELIGIBLE-SWITCH.
           PERFORM 520-READ-PROBATION.
           IF  WS-PRB-FOUND THEN
               IF  NOT WS-PRB-CONFIRMED THEN
                   SET ERRORS     TO TRUE
                   MOVE -1        TO BENMEMPL
                   MOVE 19        TO WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               IF  BENMEFFI < WS-PRB-DECISION-DATE THEN
                   SET ERRORS     TO TRUE
                   MOVE DFHBMASB  TO BENMEFFA
                   MOVE -1        TO BENMEFFL
                   MOVE 20        TO WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               PERFORM 530-CHECK-NEW-ELIGIBLE THRU 530-EXIT
           END-IF.

           MOVE SPACES TO ENROLL-WINDOW-RECORD.
           MOVE 7      TO CMD-CODE.
           MOVE ENROLL-WINDOW-RECORD TO DATA-IN.
           CALL "APITPBEN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO ENROLL-WINDOW-RECORD
               IF  (WS-TODAY-YYMMDD < WS-WIN-START-DATE
               OR   WS-TODAY-YYMMDD > WS-WIN-END-DATE)
               AND NOT WS-NEW-ELIGIBLE
                   SET ERRORS TO TRUE
                   MOVE -1    TO BENMEMPL
                   MOVE 17    TO WORK-MSG-CODE
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA READS THE EMPLOYEE'S PROBATION ROW, IF ANY.
      *-----------------------------------------------------------------
       520-READ-PROBATION.

           MOVE SPACES   TO PROBATION-RECORD.
           MOVE BENMEMPI TO WS-PRB-EMP-NO.
           MOVE 1        TO CMD-CODE.
           MOVE PROBATION-RECORD TO DATA-IN.
           CALL "APITPPRB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT TO PROBATION-RECORD
               SET WS-PRB-FOUND TO TRUE
           ELSE
               MOVE "N"      TO WS-PRB-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SETS WS-NEW-ELIGIBLE WHEN TODAY IS WITHIN
      * WS-NEW-ELIGIBLE-DAYS OF THE CONFIRMATION DATE.
      *-----------------------------------------------------------------
       530-CHECK-NEW-ELIGIBLE.

           IF  WS-PRB-DECISION-DATE IS NOT NUMERIC
           OR  WS-PRB-DECISION-DATE = ZERO
               GO TO 530-EXIT
           END-IF.

           MOVE WS-TODAY-YYMMDD      TO COBDATE-DATE.
           MOVE "YYMMDD"             TO COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE-YYDDD   TO WS-CONV-YYDDD.
           PERFORM 540-CONVERT-YYDDD-TO-JULIAN THRU 540-EXIT.
           MOVE WS-CONV-JULIAN       TO WS-TODAY-JULIAN.

           MOVE WS-PRB-DECISION-DATE TO COBDATE-DATE.
           MOVE "YYMMDD"             TO COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE-YYDDD   TO WS-CONV-YYDDD.
           PERFORM 540-CONVERT-YYDDD-TO-JULIAN THRU 540-EXIT.
           MOVE WS-CONV-JULIAN       TO WS-CONFIRM-JULIAN.

           COMPUTE WS-DAYS-SINCE-CONFIRM =
                   WS-TODAY-JULIAN - WS-CONFIRM-JULIAN.
           IF  WS-DAYS-SINCE-CONFIRM NOT > WS-NEW-ELIGIBLE-DAYS THEN
               SET WS-NEW-ELIGIBLE TO TRUE
           END-IF.

       530-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA TURNS A COBDTE3 "YYDDD" VALUE INTO A CONTINUOUS DAY
      * NUMBER - SAME CONVERSION AS COBBAT06'S 350-CONVERT-YYDDD-TO-
      * JULIAN.
      *-----------------------------------------------------------------
       540-CONVERT-YYDDD-TO-JULIAN.

           MOVE WS-CONV-YYDDD(1:2)   TO  WS-CONV-YY.
           MOVE WS-CONV-YYDDD(3:3)   TO  WS-CONV-DDD.
           IF  WS-CONV-YY < 50 THEN
               COMPUTE WS-CONV-YYYY = 2000 + WS-CONV-YY
           ELSE
               COMPUTE WS-CONV-YYYY = 1900 + WS-CONV-YY
           END-IF.
           COMPUTE WS-CONV-JULIAN =
                   (WS-CONV-YYYY * 365)
                   + ((WS-CONV-YYYY - 1) / 4)
                   - ((WS-CONV-YYYY - 1) / 100)
                   + ((WS-CONV-YYYY - 1) / 400)
                   + WS-CONV-DDD.

       540-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA COUNTS THE EMPLOYEE'S DEPENDENTS STILL COVERED OFF
      * THE COBCIO56 MASTER (APITPDEP CMD-CODE 6 CURSOR, WALKED TO
      * EXHAUSTION AS EVERY GATEWAY CURSOR MUST BE).
      *-----------------------------------------------------------------
       550-COUNT-DEPENDENTS.

                   SET WS-DEP-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DEPENDENT-RECORD
                   IF  WS-DEP-COVER-END-DATE IS NOT NUMERIC
                   OR  WS-DEP-COVER-END-DATE = ZERO
                       ADD 1 TO WS-DEP-COUNT
                   END-IF
                   MOVE BENMEMPI TO WS-DEP-EMP-NO
               END-IF
           END-PERFORM.
           END-IF.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO BENMMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO BENMMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO BENMMSGA.

           EXEC CICS

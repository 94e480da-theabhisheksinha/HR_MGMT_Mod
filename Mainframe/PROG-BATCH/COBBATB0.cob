      *-----------------------------------------------------------------
      *    COBBATB0 - MONTHLY DEPENDENT AGE-OUT AND BENEFITS
      *               ELIGIBILITY SWEEP. CHILDREN STAYED ON FAMILY
      *               PLANS LONG PAST THE PLAN'S AGE LIMIT AND THE
      *               INSURER BILLED FOR MEMBERS WHO WERE NO LONGER
      *               ELIGIBLE. THE PLAN MASTER NOW CARRIES AN AGE
      *               LIMIT PER RELATIONSHIP (WS-BPL-AGE-LIMIT, 00 =
      *               NO LIMIT). RUN EACH MONTH AHEAD OF COBBAT39, THIS
      *               SWEEP WALKS EVERY ENROLLMENT ACTIVE IN THE RUN
      *               MONTH (APITPBEN CMD-CODE 5) AND, FOR A FAMILY
      *               PLAN, EVERY COBCIO56 DEPENDENT OF THE EMPLOYEE:
      *               ONE WHO HAS REACHED THE LIMIT FOR THEIR
      *               RELATIONSHIP BY THE RUN MONTH HAS COVERAGE ENDED
      *               AT THE LAST DAY OF THE MONTH (WS-DEP-COVER-END-
      *               DATE, REASON A), AUDITED THROUGH COBAUDIT, AND
      *               THE EMPLOYEE IS SENT A LETTER AT THE ADDRESS ON
      *               THE MASTER. COBBAT39 LEAVES AN ENDED DEPENDENT
      *               OFF THE CENSUS FROM THE MONTH AFTER. THE SWEEP
      *               ALSO FLAGS, ON ITS REPORT AND TO HR THROUGH
      *               COBALERT, A LIFE PLAN (PLAN TYPE L) WHOSE
      *               BENEFICIARY SHARES (WS-DEP-BENEF-PCT) DO NOT
      *               TOTAL 100 PERCENT, AND A FAMILY PLAN LEFT WITH
      *               NO ELIGIBLE DEPENDENT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATB0.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-REPORT-FILE ASSIGN TO BENSWEEP
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGEOUT-LETTER-FILE ASSIGN TO DEPLETR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  SWEEP-REPORT-FILE
           RECORDING MODE IS F.
       01  SWEEP-REPORT-RECORD.
           03  SW-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SW-PLAN-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SW-DEP-SEQ                  PIC X(2).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SW-DEP-NAME                 PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SW-CONDITION                PIC X(30).

       FD  AGEOUT-LETTER-FILE
           RECORDING MODE IS F.
       01  AGEOUT-LETTER-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

      *    ** same enrollment row COBCIO33 files
       01  ENROLLMENT-RECORD.
           10 WS-ENR-EMP-NO           PIC X(6).
           10 WS-ENR-PLAN-CODE        PIC X(4).
           10 WS-ENR-EFF-DATE         PIC 9(6).
           10 WS-ENR-END-DATE         PIC 9(6).

      *    ** the plan master row with the plan type and the age
      *    ** limits per relationship appended past the family flag
       01  BENEFIT-PLAN-RECORD.
           10 WS-BPL-PLAN-CODE        PIC X(4).
           10 WS-BPL-PLAN-DESC        PIC X(20).
           10 WS-BPL-EMPLOYEE-PCT     PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-BPL-EMPLOYER-PCT     PIC S9(2)V9(2) USAGE COMP-3.
           10 WS-BPL-FLAT-AMOUNT      PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-BPL-COVERS-DEPS      PIC X(1).
      *        ** L = LIFE PLAN, PAID OUT BY THE BENEFICIARY SHARES
           10 WS-BPL-PLAN-TYPE        PIC X(1).
               88  WS-BPL-LIFE-PLAN       VALUE "L".
      *        ** oldest age covered, by relationship - a dependent
      *        ** is covered to the end of the month they reach it
           10 WS-BPL-AGE-LIMIT-ENTRY OCCURS 4 TIMES.
               15 WS-BPL-AGE-RELATION PIC X(2).
               15 WS-BPL-AGE-LIMIT    PIC 9(2).

      *    ** same dependent row COBCIO56 maintains, with the coverage
      *    ** end this sweep sets - APITPDEP CMD-CODE 3 CHANGE, 6
      *    ** PER-EMPLOYEE CURSOR
       01  DEPENDENT-RECORD.
           10 WS-DEP-EMP-NO           PIC X(6).
           10 WS-DEP-SEQ              PIC 9(2).
           10 WS-DEP-NAME             PIC X(30).
           10 WS-DEP-RELATION         PIC X(2).
           10 WS-DEP-BIRTH-DATE       PIC 9(6).
           10 WS-DEP-BIRTH-DATE-R REDEFINES WS-DEP-BIRTH-DATE.
               15 WS-DEP-BIRTH-YY     PIC 99.
               15 WS-DEP-BIRTH-MM     PIC 99.
               15 WS-DEP-BIRTH-DD     PIC 99.
           10 WS-DEP-BENEF-PCT        PIC 9(3).
      *        ** yymmdd, zero while covered
           10 WS-DEP-COVER-END-DATE   PIC 9(6).
      *        ** A = AGED OUT
           10 WS-DEP-COVER-END-REASON PIC X(1).
       01  WS-DEP-CURSOR-SWITCH            PIC X.
           88  WS-DEP-CURSOR-DONE              VALUE "Y".

      *    ** the employee's dependents, held so the cursor is walked
      *    ** to its end before any row is changed
       01  WS-DEP-TABLE.
           03  WS-DEP-ROW                  PIC X(56) OCCURS 20 TIMES.
       01  WS-DEP-ROW-COUNT                PIC S9(4) COMP.
       01  WS-DEP-SUB                      PIC S9(4) COMP.
       01  WS-LIMIT-SUB                    PIC S9(4) COMP.
       01  WS-ELIGIBLE-COUNT               PIC S9(4) COMP.
       01  WS-BENEF-TOTAL                  PIC S9(5) COMP.
       01  WS-BENEF-DISPLAY                PIC ZZZZ9.
       01  WS-AGE-LIMIT                    PIC 9(2).
       01  WS-BIRTH-YYYY                   PIC 9(4).
       01  WS-LIMIT-YEARMONTH              PIC 9(6).
       01  WS-RUN-YEARMONTH-N              PIC 9(6).

      *    ** name and address off the same layout COBBATA1 carries -
      *    ** the letter goes to the address on the master
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  WS-EMP-ADDR-1               PIC X(30).
           03  WS-EMP-ADDR-2               PIC X(30).
           03  WS-EMP-ADDR-3               PIC X(30).
           03  WS-EMP-ZIP-CODE             PIC X(5).
           03  FILLER                      PIC X(65).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** the standard HR audit row COBAUDIT stamps and files -
      *    ** same facility every master-change path carries
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBBATB0".
           03  WS-AUD-OPERATOR             PIC X(8) VALUE "COBBATB0".
           03  WS-AUD-FILE                 PIC X(8) VALUE "DEPNDNT".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** an eligibility flag to HR - message 1 beneficiary
      *    ** shares, 2 family plan with no eligible dependent
       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBATB0".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "BENELIG ".
           03  WS-ALT-SEVERITY             PIC X(1) VALUE "M".
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE      PIC X(8) VALUE "HR".
           03  WS-ALT-MSG-CODE             PIC 99.

       01  WS-PRINT-LINE                   PIC X(80).
       01  WS-LIMIT-DISPLAY                PIC Z9.

      *    ** the run month and its last day, the date an aged-out
      *    ** dependent's coverage ends
       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  FILLER                      PIC 99.
       01  WS-RUN-YYYY                     PIC 9(4).
       01  WS-RUN-YEARMONTH                PIC X(6).
       01  WS-RUN-YM-R REDEFINES WS-RUN-YEARMONTH.
           03  WS-RUN-YM-YYYY              PIC 9(4).
           03  WS-RUN-YM-MM                PIC 9(2).
       01  WS-MONTH-START-YYMMDD           PIC 9(6).
       01  WS-MONTH-END                    PIC 9(6).
       01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
           03  WS-ME-YY                    PIC 99.
           03  WS-ME-MM                    PIC 99.
           03  WS-ME-DD                    PIC 99.
       01  WS-MONTH-DAYS-VALUES            PIC X(24)
                                 VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-LEAP-QUOTIENT                PIC S9(4) COMP.
       01  WS-LEAP-REMAINDER               PIC S9(4) COMP.

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-ENROLL-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-CHECKED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-AGED-OUT-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-FLAG-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-LETTER-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATB0".
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
           PERFORM 200-SCAN-ENROLLMENTS THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE RUN MONTH AND ITS LAST DAY, AND
      *    OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 1900 + WS-RUN-YY
           END-IF.
           MOVE WS-RUN-YYYY TO WS-RUN-YM-YYYY.
           MOVE WS-RUN-MM   TO WS-RUN-YM-MM.
           MOVE WS-RUN-YEARMONTH TO WS-RUN-YEARMONTH-N.
           COMPUTE WS-MONTH-START-YYMMDD =
                   (WS-RUN-YY * 10000) + (WS-RUN-MM * 100) + 1.

           PERFORM 120-MONTH-END.

           OPEN OUTPUT SWEEP-REPORT-FILE.
           OPEN OUTPUT AGEOUT-LETTER-FILE.

      *-----------------------------------------------------------------
      * 120-MONTH-END - THE LAST DAY OF THE RUN MONTH, FEBRUARY TAKING
      *    THE LEAP DAY IN A LEAP YEAR - SAME TEST AS COBBATA1.
      *-----------------------------------------------------------------
       120-MONTH-END.

           MOVE WS-RUN-YY TO WS-ME-YY.
           MOVE WS-RUN-MM TO WS-ME-MM.
           MOVE WS-MONTH-DAYS (WS-ME-MM) TO WS-ME-DD.

           IF  WS-ME-MM = 2 THEN
               DIVIDE WS-RUN-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF  WS-LEAP-REMAINDER = ZERO THEN
                   MOVE 29 TO WS-ME-DD
                   DIVIDE WS-RUN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF  WS-LEAP-REMAINDER = ZERO THEN
                       DIVIDE WS-RUN-YYYY BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF  WS-LEAP-REMAINDER NOT = ZERO THEN
                           MOVE 28 TO WS-ME-DD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-SCAN-ENROLLMENTS - EVERY ENROLLMENT ACTIVE IN THE RUN
      *    MONTH, SAME TEST AS COBBAT39.
      *-----------------------------------------------------------------
       200-SCAN-ENROLLMENTS.

           MOVE 5      TO  CMD-CODE.
           MOVE SPACES TO  ENROLLMENT-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPBEN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   ADD 1 TO WS-ENROLL-COUNT
                   IF  WS-ENR-EFF-DATE NOT > WS-MONTH-END
                   AND (WS-ENR-END-DATE = ZERO
                        OR WS-ENR-END-DATE
                           NOT < WS-MONTH-START-YYMMDD)
                       PERFORM 300-CHECK-ONE-ENROLLMENT THRU 300-EXIT
                   END-IF
      *            ** restore the cursor command after the plan and
      *            ** dependent reads reused it
                   MOVE 5 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-CHECK-ONE-ENROLLMENT - A FAMILY PLAN HAS ITS DEPENDENTS
      *    AGED OUT AND ITS REMAINING ELIGIBLE DEPENDENTS COUNTED; A
      *    LIFE PLAN HAS ITS BENEFICIARY SHARES TOTALLED.
      *-----------------------------------------------------------------
       300-CHECK-ONE-ENROLLMENT.

           MOVE SPACES             TO BENEFIT-PLAN-RECORD.
           MOVE WS-ENR-PLAN-CODE   TO WS-BPL-PLAN-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE BENEFIT-PLAN-RECORD TO DATA-IN.
           CALL "APITPBEN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               GO TO 300-EXIT
           END-IF.
           MOVE DATA-OUT TO BENEFIT-PLAN-RECORD.

           IF  WS-BPL-COVERS-DEPS NOT = "Y"
           AND NOT WS-BPL-LIFE-PLAN
               GO TO 300-EXIT
           END-IF.
           ADD 1 TO WS-CHECKED-COUNT.

           PERFORM 350-LOAD-DEPENDENTS THRU 350-EXIT.

           IF  WS-BPL-COVERS-DEPS = "Y" THEN
               MOVE ZERO TO WS-ELIGIBLE-COUNT
               PERFORM 400-AGE-OUT-ONE-DEPENDENT THRU 400-EXIT
                       VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB > WS-DEP-ROW-COUNT
               IF  WS-ELIGIBLE-COUNT = ZERO THEN
                   MOVE SPACES TO SWEEP-REPORT-RECORD
                   MOVE "FAMILY PLAN - NONE ELIGIBLE" TO SW-CONDITION
                   MOVE 2 TO WS-ALT-MSG-CODE
                   PERFORM 700-FLAG-ENROLLMENT
               END-IF
           END-IF.

           IF  WS-BPL-LIFE-PLAN THEN
               MOVE ZERO TO WS-BENEF-TOTAL
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB > WS-DEP-ROW-COUNT
                   MOVE WS-DEP-ROW (WS-DEP-SUB) TO DEPENDENT-RECORD
                   IF  WS-DEP-BENEF-PCT IS NUMERIC
                       ADD WS-DEP-BENEF-PCT TO WS-BENEF-TOTAL
                   END-IF
               END-PERFORM
               IF  WS-BENEF-TOTAL NOT = 100 THEN
                   MOVE WS-BENEF-TOTAL TO WS-BENEF-DISPLAY
                   MOVE SPACES TO SWEEP-REPORT-RECORD
                   STRING "BENEFICIARY SHARES " WS-BENEF-DISPLAY
                          " PCT" DELIMITED BY SIZE INTO SW-CONDITION
                   MOVE 1 TO WS-ALT-MSG-CODE
                   PERFORM 700-FLAG-ENROLLMENT
               END-IF
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-LOAD-DEPENDENTS - THE EMPLOYEE'S DEPENDENT ROWS OFF THE
      *    COBCIO56 MASTER (APITPDEP CMD-CODE 6 CURSOR, WALKED TO
      *    EXHAUSTION AS EVERY GATEWAY CURSOR MUST BE).
      *-----------------------------------------------------------------
       350-LOAD-DEPENDENTS.

           MOVE ZERO          TO WS-DEP-ROW-COUNT.
           MOVE "N"           TO WS-DEP-CURSOR-SWITCH.
           MOVE SPACES        TO DEPENDENT-RECORD.
           MOVE WS-ENR-EMP-NO TO WS-DEP-EMP-NO.
           MOVE 6             TO CMD-CODE.

           PERFORM UNTIL WS-DEP-CURSOR-DONE
               MOVE DEPENDENT-RECORD TO DATA-IN
               CALL "APITPDEP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-DEP-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DEPENDENT-RECORD
                   IF  WS-DEP-ROW-COUNT < 20
                       ADD 1 TO WS-DEP-ROW-COUNT
                       MOVE DEPENDENT-RECORD
                               TO WS-DEP-ROW (WS-DEP-ROW-COUNT)
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   MOVE WS-ENR-EMP-NO TO WS-DEP-EMP-NO
               END-IF
           END-PERFORM.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-AGE-OUT-ONE-DEPENDENT - A DEPENDENT STILL COVERED WHO HAS
      *    REACHED THE PLAN'S LIMIT FOR THEIR RELATIONSHIP BY THE RUN
      *    MONTH HAS COVERAGE ENDED AT MONTH END; ANY OTHER STILL
      *    COVERED DEPENDENT COUNTS AS ELIGIBLE.
      *-----------------------------------------------------------------
       400-AGE-OUT-ONE-DEPENDENT.

           MOVE WS-DEP-ROW (WS-DEP-SUB) TO DEPENDENT-RECORD.
           IF  WS-DEP-COVER-END-DATE IS NOT NUMERIC THEN
               MOVE ZERO TO WS-DEP-COVER-END-DATE
           END-IF.
           IF  WS-DEP-COVER-END-DATE NOT = ZERO THEN
               GO TO 400-EXIT
           END-IF.

           MOVE ZERO TO WS-AGE-LIMIT.
           PERFORM VARYING WS-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-LIMIT-SUB > 4
               IF  WS-BPL-AGE-RELATION (WS-LIMIT-SUB) = WS-DEP-RELATION
               AND WS-BPL-AGE-LIMIT (WS-LIMIT-SUB) IS NUMERIC
                   MOVE WS-BPL-AGE-LIMIT (WS-LIMIT-SUB) TO WS-AGE-LIMIT
               END-IF
           END-PERFORM.

           IF  WS-AGE-LIMIT = ZERO
           OR  WS-DEP-BIRTH-DATE IS NOT NUMERIC
           OR  WS-DEP-BIRTH-DATE = ZERO
               ADD 1 TO WS-ELIGIBLE-COUNT
               GO TO 400-EXIT
           END-IF.

      *    ** the year and month the dependent reaches the limit
           IF  WS-DEP-BIRTH-YY > WS-RUN-YY THEN
               COMPUTE WS-BIRTH-YYYY = 1900 + WS-DEP-BIRTH-YY
           ELSE
               COMPUTE WS-BIRTH-YYYY = 2000 + WS-DEP-BIRTH-YY
           END-IF.
           COMPUTE WS-LIMIT-YEARMONTH =
                   ((WS-BIRTH-YYYY + WS-AGE-LIMIT) * 100)
                   + WS-DEP-BIRTH-MM.
           IF  WS-LIMIT-YEARMONTH > WS-RUN-YEARMONTH-N THEN
               ADD 1 TO WS-ELIGIBLE-COUNT
               GO TO 400-EXIT
           END-IF.

           MOVE DEPENDENT-RECORD  TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-MONTH-END      TO WS-DEP-COVER-END-DATE.
           MOVE "A"               TO WS-DEP-COVER-END-REASON.
           MOVE 3 TO CMD-CODE.
           MOVE DEPENDENT-RECORD  TO DATA-IN.
           CALL "APITPDEP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATB0 - COVERAGE END NOT FILED FOR "
                       WS-DEP-EMP-NO " " WS-DEP-SEQ
               GO TO 400-EXIT
           END-IF.
           MOVE DEPENDENT-RECORD  TO WS-DEP-ROW (WS-DEP-SUB).
           ADD 1 TO WS-AGED-OUT-COUNT.

           MOVE SPACES            TO WS-AUD-KEY.
           STRING WS-DEP-EMP-NO WS-DEP-SEQ
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE DEPENDENT-RECORD  TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE SPACES            TO SWEEP-REPORT-RECORD.
           MOVE WS-ENR-EMP-NO     TO SW-EMP-NO.
           MOVE WS-ENR-PLAN-CODE  TO SW-PLAN-CODE.
           MOVE WS-DEP-SEQ        TO SW-DEP-SEQ.
           MOVE WS-DEP-NAME       TO SW-DEP-NAME.
           MOVE "AGED OUT - COVERAGE ENDED"   TO SW-CONDITION.
           WRITE SWEEP-REPORT-RECORD.

           PERFORM 500-WRITE-LETTER THRU 500-EXIT.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-WRITE-LETTER - TELL THE EMPLOYEE, AT THE ADDRESS ON THE
      *    MASTER, THAT THE DEPENDENT'S COVERAGE ENDS AT MONTH END.
      *-----------------------------------------------------------------
       500-WRITE-LETTER.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ENR-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATB0 - NO ADDRESS FOR LETTER TO "
                       WS-ENR-EMP-NO
               GO TO 500-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.

           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "END OF DEPENDENT COVERAGE  " WS-RUN-YEARMONTH
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE WS-EMP-NAME TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE WS-EMP-ADDR-1 TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE WS-EMP-ADDR-2 TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-EMP-ADDR-3 " " WS-EMP-ZIP-CODE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEE NO " WS-EMP-ID
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "YOUR DEPENDENT " WS-DEP-NAME
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE WS-AGE-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "HAS REACHED AGE " WS-LIMIT-DISPLAY
                  ", THE LIMIT FOR PLAN " WS-ENR-PLAN-CODE " - "
                  WS-BPL-PLAN-DESC
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "COVERAGE ENDS ON " WS-MONTH-END
                  " (YYMMDD). PLEASE CONTACT HR ABOUT"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE "CONTINUATION OR OTHER COVER." TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-FLAG-ENROLLMENT - AN ELIGIBILITY FLAG ON THE REPORT AND TO
      *    HR. THE CALLER HAS SET THE CONDITION AND MESSAGE CODE.
      *-----------------------------------------------------------------
       700-FLAG-ENROLLMENT.

           ADD 1 TO WS-FLAG-COUNT.
           MOVE WS-ENR-EMP-NO     TO SW-EMP-NO.
           MOVE WS-ENR-PLAN-CODE  TO SW-PLAN-CODE.
           WRITE SWEEP-REPORT-RECORD.

           MOVE SPACES            TO WS-ALT-KEY.
           STRING WS-ENR-EMP-NO WS-ENR-PLAN-CODE
               DELIMITED BY SIZE INTO WS-ALT-KEY.
           CALL "COBALERT" USING ALERT-RECORD.

      *-----------------------------------------------------------------
      * 780-WRITE-LETTER-LINE - ONE LINE OF AN AGE-OUT LETTER.
      *-----------------------------------------------------------------
       780-WRITE-LETTER-LINE.

           MOVE WS-PRINT-LINE TO AGEOUT-LETTER-RECORD.
           WRITE AGEOUT-LETTER-RECORD.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE SWEEP-REPORT-FILE.
           CLOSE AGEOUT-LETTER-FILE.

           MOVE WS-ENROLL-COUNT   TO WS-RC-READ-COUNT.
           MOVE WS-CHECKED-COUNT  TO WS-RC-SELECT-COUNT.
           MOVE WS-AGED-OUT-COUNT TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT    TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"        TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-ENROLL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB0 - " WS-COUNT-DISPLAY
                   " ENROLLMENTS READ FOR " WS-RUN-YEARMONTH.
           MOVE WS-AGED-OUT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB0 - " WS-COUNT-DISPLAY
                   " DEPENDENTS AGED OUT".
           MOVE WS-LETTER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB0 - " WS-COUNT-DISPLAY
                   " LETTERS TO EMPLOYEES".
           MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB0 - " WS-COUNT-DISPLAY
                   " ELIGIBILITY FLAGS RAISED".

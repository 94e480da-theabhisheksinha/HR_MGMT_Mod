      *               LOCKS THE CYCLE, AND COBBAT32 APPLIES THE LOCKED
      *               AMOUNTS - IN PLACE OF THE COMP COMMITTEE'S
      *               SPREADSHEET AND THE APRIL REKEYING OF HUNDREDS
      *               OF SALARIES. WHERE THE EMPLOYEE HAS AN
      *               APPROVED COBCIO74 APPRAISAL FOR THE CYCLE
      *               (APITPAPR), THE PROPOSAL IS SEEDED FROM THE MERIT
      *               MATRIX INSTEAD - THE INCREMENT PERCENT FOR THE
      *               APPROVED RATING BY WHERE THE CURRENT SALARY SITS
      *               IN THE COBCIO27 JOB BAND (APITPJOB), BY QUARTILE
      *               FROM THE FLOOR TO THE CEILING. NO APPROVED
      *               RATING, NO MATRIX CARD FOR IT, OR NO USABLE BAND
      *               FALLS BACK TO THE DEFAULT INCREMENT. AN
      *               EMPLOYEE UNDER A DISCIPLINARY WARNING THAT HAS
      *               NOT YET EXPIRED (COBCIO84, APITPDSC) IS NOT
      *               ELIGIBLE - NO PROPOSAL IS OPENED AND THE PROOF
      *               REPORT SAYS WHY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *    ** the cycle
           SELECT REVIEW-PARM-FILE ASSIGN TO REVPARM
               ORGANIZATION IS SEQUENTIAL.
      *    ** one merit-matrix card per rating, maintained by comp
      *    ** alongside the default-increment card
           SELECT MERIT-MATRIX-FILE ASSIGN TO MERITMX
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROPOSAL-REPORT-FILE ASSIGN TO REVPROP
               ORGANIZATION IS SEQUENTIAL.

           03  RP-DEFAULT-INCR-PCT         PIC 9(2)V9(2).
           03  FILLER                      PIC X(76).

       FD  MERIT-MATRIX-FILE
           RECORDING MODE IS F.
      *    ** the increment percent at each band quartile - 1 IS THE
      *    ** BOTTOM OF THE BAND, 4 THE TOP
       01  MERIT-MATRIX-RECORD.
           03  MM-RATING                   PIC 9(1).
           03  FILLER                      PIC X(1).
           03  MM-INCR-PCT                 PIC 9(2)V9(2) OCCURS 4 TIMES.
           03  FILLER                      PIC X(62).

       FD  PROPOSAL-REPORT-FILE
           RECORDING MODE IS F.
       01  PROPOSAL-REPORT-RECORD.
           03  PL-CURR-SALARY              PIC ZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-PROP-SALARY              PIC ZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
      *        ** blank when the default increment was used
           03  PL-RATING                   PIC Z.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  PL-BAND-POS                 PIC Z.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-INCR-PCT                 PIC Z9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-REMARK                   PIC X(20).

       WORKING-STORAGE SECTION.

           03  WS-EMP-BIRTH-DATE           PIC 9(5).
           03  WS-EMP-SECURITY-EXP         PIC 9(5) COMP-3.
           03  WS-EMP-SALARY               PIC S9(7)V9(2) COMP-3.
           03  FILLER                      PIC X(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  FILLER                      PIC X(23).

      *    ** the COBCIO74 appraisal - only an approved rating seeds
      *    ** a proposal
       01  APPRAISAL-RECORD.
           10 WS-APR-CYCLE-YEAR       PIC 9(4).
           10 WS-APR-EMP-NO           PIC X(6).
           10 WS-APR-DEPT-CODE        PIC X(4).
           10 WS-APR-OBJECTIVE        PIC X(40) OCCURS 3 TIMES.
           10 WS-APR-MGR-OPID         PIC X(3).
           10 WS-APR-MGR-RATING       PIC 9(1).
           10 WS-APR-MGR-COMMENTS     PIC X(40).
           10 WS-APR-REVIEWER-OPID    PIC X(3).
           10 WS-APR-APPROVED-RATING  PIC 9(1).
           10 WS-APR-STATUS           PIC X(1).
               88  WS-APR-APPROVED        VALUE "A".
           10 WS-APR-RATED-DATE       PIC 9(6).
           10 WS-APR-APPROVED-DATE    PIC 9(6).

      *    ** the job/position master COBCIO27 maintains - the band
      *    ** the merit matrix positions the salary in
       01  JOB-MASTER-RECORD.
           10 WS-JOB-CODE             PIC X(8).
           10 WS-JOB-TITLE            PIC X(20).
           10 WS-JOB-GRADE            PIC X(2).
           10 WS-JOB-SAL-FLOOR        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JOB-SAL-CEILING      PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the employee's COBCIO84 cases (APITPDSC CMD-CODE 4
      *    ** PER-EMPLOYEE CURSOR) - a verbal, written or final
      *    ** warning not yet past its expiry date rules them out
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
               88  WS-DSC-WARNING         VALUES "VW" "WW" "FW".
           10 WS-DSC-WARNING-EXPIRY   PIC 9(6).
           10 WS-DSC-WARNING-EXPIRY-R REDEFINES WS-DSC-WARNING-EXPIRY.
               15 WS-DSC-EXPIRY-YY     PIC 99.
               15 FILLER               PIC 9(4).
           10 WS-DSC-REHIRE-FLAG      PIC X(1).
           10 WS-DSC-CLOSED-DATE      PIC 9(6).
           10 WS-DSC-MAINT-DATE       PIC 9(6).
           10 WS-DSC-OPID             PIC X(3).
       01  WS-DSC-CURSOR-SWITCH            PIC X.
           88  WS-DSC-CURSOR-DONE              VALUE "Y".
       01  WS-WARNING-SWITCH               PIC X.
           88  WS-ACTIVE-WARNING               VALUE "Y".
       01  WS-DSC-EXPIRY-CCYYMMDD          PIC 9(8).
       01  WS-RUN-CCYYMMDD                 PIC 9(8).

      *    ** the merit matrix off the MERITMX cards - rating by band
      *    ** quartile. A RATING WITH NO CARD IS NOT LOADED
       01  WS-MERIT-TABLE.
           03  WS-MERIT-ROW OCCURS 5 TIMES.
               05  WS-MERIT-LOADED         PIC X(1).
               05  WS-MERIT-PCT            PIC S9(2)V9(2) COMP-3
                                           OCCURS 4 TIMES.
       01  WS-RATING-NO                    PIC S9(4) COMP.
       01  WS-BAND-POS                     PIC S9(4) COMP.
       01  WS-INCR-PCT                     PIC S9(2)V9(2) COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.

       01  WS-PARM-EOF-SWITCH              PIC X VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-MERIT-EOF-SWITCH             PIC X VALUE "N".
           88  WS-MERIT-EOF                    VALUE "Y".
       01  WS-MATRIX-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-EMP-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-PROPOSAL-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-SKIPPED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-INELIGIBLE-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-CYCLE-YEAR = 2000 + WS-RUN-YY
           ELSE
               COMPUTE WS-CYCLE-YEAR = 1900 + WS-RUN-YY
           END-IF.
           COMPUTE WS-RUN-CCYYMMDD =
                   (WS-CYCLE-YEAR - WS-RUN-YY) * 10000 + WS-RUN-DATE.

           OPEN INPUT REVIEW-PARM-FILE.
           PERFORM UNTIL WS-PARM-EOF
           END-PERFORM.
           CLOSE REVIEW-PARM-FILE.

           PERFORM VARYING WS-RATING-NO FROM 1 BY 1
                   UNTIL WS-RATING-NO > 5
               MOVE "N" TO WS-MERIT-LOADED (WS-RATING-NO)
           END-PERFORM.
           OPEN INPUT MERIT-MATRIX-FILE.
           PERFORM UNTIL WS-MERIT-EOF
               READ MERIT-MATRIX-FILE
                   AT END
                       SET WS-MERIT-EOF TO TRUE
                   NOT AT END
                       IF  MM-RATING NOT < 1 AND MM-RATING NOT > 5
                           PERFORM 150-LOAD-MERIT-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MERIT-MATRIX-FILE.

           OPEN OUTPUT PROPOSAL-REPORT-FILE.

      *-----------------------------------------------------------------
      * 150-LOAD-MERIT-CARD - ONE RATING'S ROW OF THE MATRIX.
      *-----------------------------------------------------------------
       150-LOAD-MERIT-CARD.

           MOVE MM-RATING TO WS-RATING-NO.
           MOVE "Y"       TO WS-MERIT-LOADED (WS-RATING-NO).
           PERFORM VARYING WS-BAND-POS FROM 1 BY 1
                   UNTIL WS-BAND-POS > 4
               MOVE MM-INCR-PCT (WS-BAND-POS)
                       TO WS-MERIT-PCT (WS-RATING-NO, WS-BAND-POS)
           END-PERFORM.

      *-----------------------------------------------------------------
      * 200-GENERATE-PROPOSALS - ONE PROPOSAL PER ACTIVE EMPLOYEE. AN
      *    EMPLOYEE ALREADY ON THE CYCLE (RERUN) IS SKIPPED, SO AN
           EXIT.

      *-----------------------------------------------------------------
      * 300-PROPOSE-ONE-EMPLOYEE - CURRENT SALARY PLUS THE MERIT OR
      *    DEFAULT INCREMENT, FILED AS A PROPOSED ROW FOR THE CYCLE.
      *-----------------------------------------------------------------
       300-PROPOSE-ONE-EMPLOYEE.

               GO TO 300-EXIT
           END-IF.

           PERFORM 320-CHECK-ACTIVE-WARNING.
           IF  WS-ACTIVE-WARNING THEN
               ADD 1 TO WS-INELIGIBLE-COUNT
               MOVE SPACES             TO PROPOSAL-REPORT-RECORD
               MOVE WS-EMP-ID          TO PL-EMP-NO
               MOVE WS-EMP-DEPT-CODE   TO PL-DEPT-CODE
               MOVE WS-EMP-SALARY      TO PL-CURR-SALARY
               MOVE WS-EMP-SALARY      TO PL-PROP-SALARY
               MOVE ZERO               TO PL-RATING
               MOVE ZERO               TO PL-BAND-POS
               MOVE ZERO               TO PL-INCR-PCT
               MOVE "INELIGIBLE-WARNING" TO PL-REMARK
               WRITE PROPOSAL-REPORT-RECORD
               GO TO 300-EXIT
           END-IF.

           PERFORM 350-FIND-MERIT-INCREMENT THRU 350-EXIT.

           MOVE WS-CYCLE-YEAR    TO  WS-REV-CYCLE-YEAR.
           MOVE WS-EMP-ID        TO  WS-REV-EMP-NO.
           MOVE WS-EMP-DEPT-CODE TO  WS-REV-DEPT-CODE.
           MOVE WS-EMP-SALARY    TO  WS-REV-CURR-SALARY.
           COMPUTE WS-REV-PROP-SALARY ROUNDED =
                   WS-EMP-SALARY * (1 + WS-INCR-PCT / 100).
           MOVE "P"              TO  WS-REV-STATUS.

           MOVE 2 TO CMD-CODE.
           MOVE WS-REV-DEPT-CODE   TO PL-DEPT-CODE.
           MOVE WS-REV-CURR-SALARY TO PL-CURR-SALARY.
           MOVE WS-REV-PROP-SALARY TO PL-PROP-SALARY.
           MOVE WS-INCR-PCT        TO PL-INCR-PCT.
           MOVE SPACES             TO PL-REMARK.
           WRITE PROPOSAL-REPORT-RECORD.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 320-CHECK-ACTIVE-WARNING - WALK THE EMPLOYEE'S CASES (ZERO
      *    RESP-CODE MEANS EXHAUSTED) FOR A WARNING WHOSE EXPIRY DATE
      *    IS TODAY OR LATER.
      *-----------------------------------------------------------------
       320-CHECK-ACTIVE-WARNING.

           MOVE "N"       TO WS-WARNING-SWITCH.
           MOVE "N"       TO WS-DSC-CURSOR-SWITCH.
           MOVE SPACES    TO DISCIPLINARY-CASE-RECORD.
           MOVE WS-EMP-ID TO WS-DSC-EMP-NO.
           MOVE 4         TO CMD-CODE.

           PERFORM UNTIL WS-DSC-CURSOR-DONE
               MOVE DISCIPLINARY-CASE-RECORD TO DATA-IN
               CALL "APITPDSC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-DSC-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DISCIPLINARY-CASE-RECORD
                   IF  WS-DSC-WARNING
                   AND WS-DSC-WARNING-EXPIRY IS NUMERIC
                   AND WS-DSC-WARNING-EXPIRY > ZERO
                       IF  WS-DSC-EXPIRY-YY < 50 THEN
                           COMPUTE WS-DSC-EXPIRY-CCYYMMDD =
                                   20000000 + WS-DSC-WARNING-EXPIRY
                       ELSE
                           COMPUTE WS-DSC-EXPIRY-CCYYMMDD =
                                   19000000 + WS-DSC-WARNING-EXPIRY
                       END-IF
                       IF  WS-DSC-EXPIRY-CCYYMMDD
                               NOT < WS-RUN-CCYYMMDD
                           SET WS-ACTIVE-WARNING  TO TRUE
                           SET WS-DSC-CURSOR-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 350-FIND-MERIT-INCREMENT - THE DEFAULT INCREMENT UNLESS THE
      *    EMPLOYEE HAS AN APPROVED RATING WITH A MATRIX CARD AND A JOB
      *    WITH A USABLE BAND. BELOW THE FLOOR COUNTS AS THE BOTTOM
      *    QUARTILE, AT OR ABOVE THE CEILING AS THE TOP.
      *-----------------------------------------------------------------
       350-FIND-MERIT-INCREMENT.

           MOVE WS-DEFAULT-INCR-PCT TO WS-INCR-PCT.
           MOVE ZERO                TO PL-RATING.
           MOVE ZERO                TO PL-BAND-POS.

           MOVE SPACES        TO APPRAISAL-RECORD.
           MOVE WS-CYCLE-YEAR TO WS-APR-CYCLE-YEAR.
           MOVE WS-EMP-ID     TO WS-APR-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE APPRAISAL-RECORD TO DATA-IN.
           CALL "APITPAPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 350-EXIT
           END-IF.
           MOVE DATA-OUT TO APPRAISAL-RECORD.
           IF  NOT WS-APR-APPROVED
           OR  WS-APR-APPROVED-RATING < 1
           OR  WS-APR-APPROVED-RATING > 5
               GO TO 350-EXIT
           END-IF.
           MOVE WS-APR-APPROVED-RATING TO WS-RATING-NO.
           IF  WS-MERIT-LOADED (WS-RATING-NO) NOT = "Y"
               GO TO 350-EXIT
           END-IF.

           MOVE SPACES     TO JOB-MASTER-RECORD.
           MOVE WS-EMP-JOB TO WS-JOB-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE JOB-MASTER-RECORD TO DATA-IN.
           CALL "APITPJOB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 350-EXIT
           END-IF.
           MOVE DATA-OUT TO JOB-MASTER-RECORD.
           IF  WS-JOB-SAL-CEILING NOT > WS-JOB-SAL-FLOOR
               GO TO 350-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-EMP-SALARY < WS-JOB-SAL-FLOOR
                   MOVE 1 TO WS-BAND-POS
               WHEN WS-EMP-SALARY NOT < WS-JOB-SAL-CEILING
                   MOVE 4 TO WS-BAND-POS
               WHEN OTHER
                   COMPUTE WS-BAND-POS = 1 +
                       ((WS-EMP-SALARY - WS-JOB-SAL-FLOOR) * 4)
                       / (WS-JOB-SAL-CEILING - WS-JOB-SAL-FLOOR)
           END-EVALUATE.

           MOVE WS-MERIT-PCT (WS-RATING-NO, WS-BAND-POS)
                                      TO WS-INCR-PCT.
           MOVE WS-APR-APPROVED-RATING TO PL-RATING.
           MOVE WS-BAND-POS            TO PL-BAND-POS.
           ADD 1 TO WS-MATRIX-COUNT.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT31 - " WS-COUNT-DISPLAY
                   " ALREADY ON CYCLE - SKIPPED".
           MOVE WS-INELIGIBLE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT31 - " WS-COUNT-DISPLAY
                   " INELIGIBLE - ACTIVE DISCIPLINARY WARNING".
           MOVE WS-MATRIX-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT31 - " WS-COUNT-DISPLAY
                   " SEEDED FROM THE MERIT MATRIX".

      *               FIELD (APITP015 CMD-CODE 1 READ / 6 CHANGE), AND
      *               CUTS THE ENROLLMENT CENSUS BY EMP-DEPT-CODE FOR
      *               THE INSURERS. RUNS AFTER THE COBBAT21 PAYROLL
      *               RUN HAS WRITTEN THE MONTH'S PAY ROWS. A
      *               DEPENDENT WHOSE COVERAGE THE COBBATB0 AGE-OUT
      *               SWEEP ENDED BEFORE THE RUN MONTH IS LEFT OFF THE
      *               CENSUS COUNT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
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

      *    ** same PAYROLL-MASTER-RECORD shape COBCIO15 owns plus the
      *    ** withholding tail COBBAT21 writes and the new WS-BENDED
      *    ** benefits deduction past it - carried on through the
      *    ** overtime and garnishment fields, since the CMD-CODE 6
      *    ** change replaces the whole row
       01  PAYROLL-MASTER-RECORD.
           10 WS-EMP-NO               PIC X(6).
           10 WS-PYEARMONTH           PIC X(6).
           10 WS-STATDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.


      *    ** the month's lifecycle on the APITPPPD pay-period gateway
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE

      *-----------------------------------------------------------------
      * 350-COUNT-DEPENDENTS - THE EMPLOYEE'S DEPENDENT ROWS OFF THE
      *    COBCIO56 MASTER (APITPDEP CMD-CODE 6 CURSOR) STILL COVERED
      *    IN THE RUN MONTH - AN AGED-OUT DEPENDENT IS COVERED TO THE
      *    END OF THE MONTH COBBATB0 ENDED THEM, AND NO LONGER.
      *-----------------------------------------------------------------
       350-COUNT-DEPENDENTS.

                   SET WS-DEP-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DEPENDENT-RECORD
                   IF  WS-DEP-COVER-END-DATE IS NOT NUMERIC
                   OR  WS-DEP-COVER-END-DATE = ZERO
                   OR  WS-DEP-COVER-END-DATE
                           NOT < WS-MONTH-START-YYMMDD
                       ADD 1 TO WS-DEP-COUNT
                   END-IF
                   MOVE WS-ENR-EMP-NO TO WS-DEP-EMP-NO
               END-IF
           END-PERFORM.

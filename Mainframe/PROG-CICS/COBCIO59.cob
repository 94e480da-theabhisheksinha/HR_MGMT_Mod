      *               CURSOR), OPEN CUSTODY ITEMS (APITPASG), THE
      *               ACTIVE LOAN BALANCE (APITPLON), AND THE NEXT
      *               TRAINING EXPIRY (APITPTRN CMD-CODE 4
      *               PER-EMPLOYEE CURSOR), WITH THE DATE THE
      *               CURRENT JOB STARTED AND THE JOB HELD BEFORE IT
      *               OFF THE JOB-HISTORY FILE (APITPJHS CMD-CODE 4
      *               PER-EMPLOYEE CURSOR). THE SALARY FIGURE HONOURS
      *               THE COBSECCK MASK EXACTLY AS COBCIO15 DOES -
      *               A MASKED CREDENTIAL SEES THE SCREEN, NOT THE
      *               MONEY. EVERY COMPOSITE SHOWN IS LOGGED THROUGH
      *               COBACCLG, MASKED OR NOT, FOR THE COBBATB5 WEEKLY
      *               ACCESS REVIEW.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
      *        ** the end-of-service gratuity the COBCIO57 final
      *        ** settlement pays - appended past the tax tail
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** one custody row per issue on the APITPASG gateway
       01  ASSIGNMENT-RECORD.
           10 WS-TRN-EXPIRY-DATE      PIC 9(6).
           10 WS-TRN-RESULT           PIC X(1).

      *    ** one row per spell in a job (APITPJHS CMD-CODE 4 IS THE
      *    ** PER-EMPLOYEE CURSOR, OLDEST SPELL FIRST)
       01  JOB-HISTORY-RECORD.
           10 WS-JHS-EMP-NO           PIC X(6).
           10 WS-JHS-FROM-DATE        PIC 9(6).
           10 WS-JHS-TO-DATE          PIC 9(6).
           10 WS-JHS-JOB-CODE         PIC X(8).
           10 WS-JHS-DEPT-CODE        PIC X(4).
           10 WS-JHS-SALARY           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JHS-CHANGE-TYPE      PIC X(1).
           10 WS-JHS-OPID             PIC X(3).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".
       01  WS-LOAN-BALANCE                 PIC S9(7)V9(2) COMP-3.
       01  WS-NEXT-EXPIRY-DATE             PIC 9(6).
       01  WS-NEXT-EXPIRY-COURSE           PIC X(6).
       01  WS-JOB-SINCE-DATE               PIC 9(6).
       01  WS-PRIOR-JOB                    PIC X(8).
       01  WS-CURSOR-SWITCH                PIC X.
           88  WS-CURSOR-DONE                  VALUE "Y".

               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** one row per composite shown - COBACCLG stamps the
      *    ** date/time and adds it to the APITPACL access log
       01  ACCESS-LOG-RECORD.
           03  WS-ACL-OPERATOR             PIC X(3).
           03  WS-ACL-FUNCTION             PIC X(8) VALUE "COBCIO59".
           03  WS-ACL-EMP-NO               PIC X(6).
           03  WS-ACL-MASKED               PIC X(1).
           03  WS-ACL-DATE                 PIC 9(6).
           03  WS-ACL-TIME                 PIC 9(6).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO59".
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

      *    **  the pay figure is salary data - check this operator
      *    **  before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR SALARY DATA" TO E360MSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

               ELSE
                   MOVE DATA-OUT TO PAYROLL-MASTER-RECORD
                   MOVE WS-PYEARMONTH TO WS-LAST-PAY-MONTH
                   IF  WS-GARNDED IS NOT NUMERIC
                       MOVE ZERO TO WS-GARNDED
                   END-IF
                   IF  WS-GRATPAID IS NOT NUMERIC
                       MOVE ZERO TO WS-GRATPAID
                   END-IF
                   COMPUTE WS-LAST-NET =
                           WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                         + WS-OTPAID + WS-GRATPAID
                         - WS-TAXWITHHELD - WS-STATDED
                         - WS-BENDED - WS-LOANDED - WS-GARNDED
                   MOVE E360EMPI TO WS-EMP-NO
               END-IF
           END-PERFORM.
           MOVE WS-NEXT-EXPIRY-COURSE TO E360TRNO.
           MOVE WS-NEXT-EXPIRY-DATE   TO E360TRNDO.

      *    ** the current spell's start and the job held before it,
      *    ** off the job-history cursor COBCIO23 and COBBAT99 feed
           MOVE ZERO     TO WS-JOB-SINCE-DATE.
           MOVE SPACES   TO WS-PRIOR-JOB.
           MOVE "N"      TO WS-CURSOR-SWITCH.
           MOVE SPACES   TO JOB-HISTORY-RECORD.
           MOVE E360EMPI TO WS-JHS-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-CURSOR-DONE
               MOVE JOB-HISTORY-RECORD TO DATA-IN
               CALL "APITPJHS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO JOB-HISTORY-RECORD
                   IF  WS-JHS-TO-DATE = ZERO
                       MOVE WS-JHS-FROM-DATE TO WS-JOB-SINCE-DATE
                   ELSE
                       MOVE WS-JHS-JOB-CODE  TO WS-PRIOR-JOB
                   END-IF
                   MOVE E360EMPI TO WS-JHS-EMP-NO
               END-IF
           END-PERFORM.
           MOVE WS-JOB-SINCE-DATE TO E360JSDO.
           MOVE WS-PRIOR-JOB      TO E360PJBO.

           PERFORM 410-LOG-VIEW.

           MOVE 8 TO WORK-MSG-CODE.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA LOGS THE VIEW OF THE COMPOSITE JUST BUILT - WHO
      * LOOKED, AT WHOM, AND WHETHER THE MONEY WAS MASKED - FOR THE
      * COBBATB5 ACCESS REVIEW.
      *-----------------------------------------------------------------
       410-LOG-VIEW.

           MOVE WS-SEC-OPID    TO  WS-ACL-OPERATOR.
           MOVE WS-EMP-ID      TO  WS-ACL-EMP-NO.
           IF  WS-SEC-MASKED THEN
               MOVE "Y"        TO  WS-ACL-MASKED
           ELSE
               MOVE "N"        TO  WS-ACL-MASKED
           END-IF.
           CALL "COBACCLG" USING ACCESS-LOG-RECORD.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO E360MSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO E360MSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO E360MSGA.

           EXEC CICS

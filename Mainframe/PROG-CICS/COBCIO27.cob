      *               CODE, PF10 ADDS A NEW ONE OR CHANGES THE ONE ON
      *               FILE. EMPLOYEE CREATE/CHANGE PATHS NOW VALIDATE
      *               EMP-JOB AGAINST THIS MASTER AND WARN WHEN A
      *               SALARY FALLS OUTSIDE THE JOB'S BAND. EACH JOB
      *               ALSO CARRIES ITS PROBATION PERIOD IN MONTHS -
      *               COBCIO23 STAMPS THE NEW HIRE'S PROBATION END
      *               DATE FROM IT; ZERO (OR BLANK) MEANS THE JOB HAS
      *               NO PROBATION. THE SCREEN ALSO MAINTAINS THE
      *               EXPENSE-CLAIM LIMITS FOR THE JOB'S GRADE (TRAVEL,
      *               LODGING, MEALS, OTHER) ON THE NEW APITPEXP
      *               GATEWAY - ONE ROW PER GRADE, SO EVERY JOB IN THE
      *               GRADE SHARES IT. COBEXPCK HOLDS EACH COBCIO77/
      *               COBSV007 CLAIM TO THEM; ZERO (OR BLANK) IS NO CAP.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-JOB-GRADE            PIC X(2).
           10 WS-JOB-SAL-FLOOR        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JOB-SAL-CEILING      PIC S9(7)V9(2) USAGE COMP-3.
      *        ** probation period for a new hire into this job,
      *        ** appended past the original shape so existing
      *        ** readers are undisturbed
           10 WS-JOB-PROBATION-MONTHS PIC 9(2).

      *    ** the grade's expense-claim limits on the new APITPEXP
      *    ** gateway - CMD-CODE 1 READ BY GRADE, 2 ADD, 3 CHANGE.
      *    ** ZERO = NO CAP ON THE CATEGORY
       01  EXPENSE-LIMIT-RECORD.
           10 WS-EXL-GRADE            PIC X(2).
           10 WS-EXL-LIM-TRAVEL       PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXL-LIM-LODGING      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXL-LIM-MEALS        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXL-LIM-OTHER        PIC S9(7)V9(2) USAGE COMP-3.

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
       01  WS-JOB-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-JOB-FOUND                    VALUE "Y".

      *    ** set by 450-READ-GRADE-LIMITS - add or change the grade's
      *    ** limit row on a PF10 save
       01  WS-EXL-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-EXL-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).

       01  WORK-MSG-CODE          PIC 99.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO27".
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

           MOVE SPACES         TO  JOBMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  JOBMCODL.
                                    JOBMTTLA
                                    JOBMGRDA
                                    JOBMFLRA
                                    JOBMCLGA
                                    JOBMPRBA
                                    JOBMLTRA
                                    JOBMLLDA
                                    JOBMLMLA
                                    JOBMLOTA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
               MOVE WS-JOB-GRADE         TO JOBMGRDO
               MOVE WS-JOB-SAL-FLOOR     TO JOBMFLRO
               MOVE WS-JOB-SAL-CEILING   TO JOBMCLGO
               IF  WS-JOB-PROBATION-MONTHS IS NUMERIC THEN
                   MOVE WS-JOB-PROBATION-MONTHS TO JOBMPRBO
               ELSE
                   MOVE ZERO             TO JOBMPRBO
               END-IF
               MOVE 8                    TO WORK-MSG-CODE
               SET WS-JOB-FOUND          TO TRUE
               PERFORM 450-READ-GRADE-LIMITS
               IF  WS-EXL-FOUND THEN
                   MOVE WS-EXL-LIM-TRAVEL  TO JOBMLTRO
                   MOVE WS-EXL-LIM-LODGING TO JOBMLLDO
                   MOVE WS-EXL-LIM-MEALS   TO JOBMLMLO
                   MOVE WS-EXL-LIM-OTHER   TO JOBMLOTO
               ELSE
                   MOVE SPACES           TO JOBMLTRO
                                            JOBMLLDO
                                            JOBMLMLO
                                            JOBMLOTO
               END-IF
           ELSE
               MOVE 7                    TO WORK-MSG-CODE
               MOVE SPACES               TO JOBMTTLO
               MOVE SPACES               TO JOBMGRDO
               MOVE SPACES               TO JOBMPRBO
               MOVE SPACES               TO JOBMLTRO
                                            JOBMLLDO
                                            JOBMLMLO
                                            JOBMLOTO
               MOVE "N"                  TO WS-JOB-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA READS THE EXPENSE LIMITS FOR WS-JOB-GRADE - NO ROW
      * YET IS NORMAL FOR A GRADE NOBODY HAS SET LIMITS FOR.
      *-----------------------------------------------------------------
       450-READ-GRADE-LIMITS.

           MOVE SPACES       TO EXPENSE-LIMIT-RECORD.
           MOVE WS-JOB-GRADE TO WS-EXL-GRADE.

           MOVE 1 TO CMD-CODE.
           MOVE EXPENSE-LIMIT-RECORD TO DATA-IN.
           CALL "APITPEXP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO EXPENSE-LIMIT-RECORD
               SET WS-EXL-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-EXL-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE JOB DETAILS BEFORE THEY ARE SAVED -
      * TITLE AND GRADE PRESENT, BAND FIGURES NUMERIC, THE CEILING
      * NOT BELOW THE FLOOR, AND ANY PROBATION MONTHS AND EXPENSE
      * LIMITS NUMERIC.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

               END-IF
           END-IF.

      *    ** blank probation months is a job with no probation
           IF  JOBMPRBI > SPACES AND JOBMPRBI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  JOBMPRBA
               IF  NOT ERRORS THEN
                   SET ERRORS TO  TRUE
                   MOVE -1    TO  JOBMPRBL
                   MOVE 17    TO  WORK-MSG-CODE
               END-IF
           END-IF.

      *    ** a blank expense limit is no cap on the category
           IF  (JOBMLTRI > SPACES AND JOBMLTRI IS NOT NUMERIC)
           OR  (JOBMLLDI > SPACES AND JOBMLLDI IS NOT NUMERIC)
           OR  (JOBMLMLI > SPACES AND JOBMLMLI IS NOT NUMERIC)
           OR  (JOBMLOTI > SPACES AND JOBMLOTI IS NOT NUMERIC) THEN
               MOVE DFHBMASB  TO  JOBMLTRA
               IF  NOT ERRORS THEN
                   SET ERRORS TO  TRUE
                   MOVE -1    TO  JOBMLTRL
                   MOVE 18    TO  WORK-MSG-CODE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA ADDS A NEW JOB CODE OR CHANGES THE ONE ON FILE -
      * SAME PF10-TO-UPDATE PATTERN AS COBCIO19 - THEN FILES THE
      * GRADE'S EXPENSE LIMITS.
      *-----------------------------------------------------------------
       600-ADD-CHANGE-JOB-DETAILS.

           MOVE JOBMGRDI  TO  WS-JOB-GRADE.
           MOVE JOBMFLRI  TO  WS-JOB-SAL-FLOOR.
           MOVE JOBMCLGI  TO  WS-JOB-SAL-CEILING.
           IF  JOBMPRBI IS NUMERIC THEN
               MOVE JOBMPRBI  TO  WS-JOB-PROBATION-MONTHS
           ELSE
               MOVE ZERO      TO  WS-JOB-PROBATION-MONTHS
           END-IF.

           IF  WS-JOB-FOUND THEN
               MOVE 3 TO CMD-CODE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 650-SAVE-GRADE-LIMITS.

      *-----------------------------------------------------------------
      * THIS PARA ADDS OR CHANGES THE EXPENSE-LIMIT ROW FOR THE JOB'S
      * GRADE FROM THE KEYED LIMITS.
      *-----------------------------------------------------------------
       650-SAVE-GRADE-LIMITS.

           PERFORM 450-READ-GRADE-LIMITS.

           MOVE WS-JOB-GRADE TO WS-EXL-GRADE.
           IF  JOBMLTRI IS NUMERIC THEN
               MOVE JOBMLTRI  TO  WS-EXL-LIM-TRAVEL
           ELSE
               MOVE ZERO      TO  WS-EXL-LIM-TRAVEL
           END-IF.
           IF  JOBMLLDI IS NUMERIC THEN
               MOVE JOBMLLDI  TO  WS-EXL-LIM-LODGING
           ELSE
               MOVE ZERO      TO  WS-EXL-LIM-LODGING
           END-IF.
           IF  JOBMLMLI IS NUMERIC THEN
               MOVE JOBMLMLI  TO  WS-EXL-LIM-MEALS
           ELSE
               MOVE ZERO      TO  WS-EXL-LIM-MEALS
           END-IF.
           IF  JOBMLOTI IS NUMERIC THEN
               MOVE JOBMLOTI  TO  WS-EXL-LIM-OTHER
           ELSE
               MOVE ZERO      TO  WS-EXL-LIM-OTHER
           END-IF.

           IF  WS-EXL-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE EXPENSE-LIMIT-RECORD TO DATA-IN.
           CALL "APITPEXP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               SET WS-EXL-FOUND TO TRUE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO JOBMMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO JOBMMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO JOBMMSGA.

           EXEC CICS

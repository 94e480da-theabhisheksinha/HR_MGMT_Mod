      *               CHANGE/DELETE PATTERN AS COBCIO19. COBCIO33
      *               REQUIRES A DEPENDENT ON FILE BEFORE ENROLLING A
      *               FAMILY PLAN, AND COBBAT39 CARRIES THE COUNTS ON
      *               THE CENSUS CUT. THE COVERAGE END THE COBBATB0
      *               AGE-OUT SWEEP SETS IS SHOWN AND CARRIED THROUGH
      *               A CHANGE; CORRECTING THE BIRTH DATE OR THE
      *               RELATIONSHIP CLEARS IT SO THE NEXT SWEEP JUDGES
      *               THE DEPENDENT AFRESH. EVERY DEPENDENT ROW SHOWN
      *               IS LOGGED THROUGH COBACCLG FOR THE COBBATB5
      *               WEEKLY ACCESS REVIEW.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-DEP-RELATION         PIC X(2).
           10 WS-DEP-BIRTH-DATE       PIC 9(6).
           10 WS-DEP-BENEF-PCT        PIC 9(3).
      *        ** yymmdd the COBBATB0 sweep ended coverage, zero
      *        ** while covered; A = AGED OUT
           10 WS-DEP-COVER-END-DATE   PIC 9(6).
           10 WS-DEP-COVER-END-REASON PIC X(1).

      *    ** only the key matters - proves the EMP-ID is real
       01  EMPLOYEE-MASTER-RECORD.

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** who looked, for the access log - same manually-declared
      *    ** EIB field convention COBCIO43 uses, filled by ASSIGN
       01  EIBOPID                         PIC X(3).

      *    ** one row per dependent shown - COBACCLG stamps the
      *    ** date/time and adds it to the APITPACL access log
       01  ACCESS-LOG-RECORD.
           03  WS-ACL-OPERATOR             PIC X(3).
           03  WS-ACL-FUNCTION             PIC X(8) VALUE "COBCIO56".
           03  WS-ACL-EMP-NO               PIC X(6).
           03  WS-ACL-MASKED               PIC X(1).
           03  WS-ACL-DATE                 PIC 9(6).
           03  WS-ACL-TIME                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO56".
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

           MOVE SPACES         TO  DEPMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  DEPMEMPL.
               MOVE WS-DEP-RELATION      TO DEPMRELO
               MOVE WS-DEP-BIRTH-DATE    TO DEPMDOBO
               MOVE WS-DEP-BENEF-PCT     TO DEPMPCTO
               IF  WS-DEP-COVER-END-DATE IS NUMERIC
               AND WS-DEP-COVER-END-DATE NOT = ZERO
                   MOVE WS-DEP-COVER-END-DATE TO DEPMCEDO
               ELSE
                   MOVE SPACES           TO DEPMCEDO
               END-IF
               MOVE 8                    TO WORK-MSG-CODE
               SET WS-DEP-FOUND          TO TRUE
               PERFORM 410-LOG-VIEW
           ELSE
               MOVE SPACES               TO DEPMNAMO
               MOVE SPACES               TO DEPMRELO
               MOVE SPACES               TO DEPMDOBO
               MOVE SPACES               TO DEPMPCTO
               MOVE SPACES               TO DEPMCEDO
               MOVE 7                    TO WORK-MSG-CODE
               MOVE "N"                  TO WS-DEP-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA LOGS THE VIEW OF THE DEPENDENT JUST SHOWN - WHO
      * LOOKED AND AT WHOSE FAMILY - FOR THE COBBATB5 ACCESS REVIEW.
      *-----------------------------------------------------------------
       410-LOG-VIEW.

           EXEC CICS
               ASSIGN OPID(EIBOPID)
           END-EXEC.

           MOVE EIBOPID        TO  WS-ACL-OPERATOR.
           MOVE WS-DEP-EMP-NO  TO  WS-ACL-EMP-NO.
           MOVE "N"            TO  WS-ACL-MASKED.
           CALL "COBACCLG" USING ACCESS-LOG-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE ROW - THE EMPLOYEE MUST BE ON THE
      * MASTER, THE NAME PRESENT, THE RELATIONSHIP A KNOWN CODE, THE

      *-----------------------------------------------------------------
      * THIS PARA ADDS A NEW DEPENDENT OR REVISES AN EXISTING ONE -
      * SAME PF10-TO-UPDATE PATTERN COBCIO19 USES. A NEW ROW STARTS
      * COVERED; A CHANGE KEEPS THE COVERAGE END UNLESS THE BIRTH DATE
      * OR RELATIONSHIP IT WAS JUDGED ON HAS BEEN CORRECTED.
      *-----------------------------------------------------------------
       600-ADD-CHANGE-DEPENDENT.

           IF  NOT WS-DEP-FOUND
           OR  WS-DEP-COVER-END-DATE IS NOT NUMERIC
           OR  DEPMDOBI NOT = WS-DEP-BIRTH-DATE
           OR  DEPMRELI NOT = WS-DEP-RELATION
               MOVE ZERO     TO  WS-DEP-COVER-END-DATE
               MOVE SPACE    TO  WS-DEP-COVER-END-REASON
               MOVE SPACES   TO  DEPMCEDO
           END-IF.

           MOVE DEPMEMPI TO  WS-DEP-EMP-NO.
           MOVE DEPMSEQI TO  WS-DEP-SEQ.
           MOVE DEPMNAMI TO  WS-DEP-NAME.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO DEPMMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO DEPMMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO DEPMMSGA.

           EXEC CICS

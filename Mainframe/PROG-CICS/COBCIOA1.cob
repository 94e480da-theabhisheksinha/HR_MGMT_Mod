      *-----------------------------------------------------------------
      *    COBCIOA1 - AS-OF-DATE EMPLOYEE INQUIRY. KEY AN EMP-ID AND A
      *               YYMMDD DATE AND SEE THE EMPLOYEE'S RECORD AS IT
      *               STOOD AT THE END OF THAT DAY - NAME, DEPARTMENT,
      *               JOB AND SALARY, THE MONTH'S ANNUAL-LEAVE LEDGER,
      *               THE BANK DETAIL AND THE LINE MANAGER - ROLLED
      *               BACK FROM TODAY BY COBASOFR OVER THE HR AUDIT
      *               TRAIL, THE JOB HISTORY AND THE TRANSFER HISTORY.
      *               A DATE OLDER THAN THE LIVE AUDIT TRAIL IS SHOWN
      *               AS FAR AS THE LIVE TRAIL GOES, WITH A WARNING -
      *               THE COBBATB8 PRINT PULLS THE ARCHIVED ROWS BACK
      *               THROUGH COBBAT52 FOR THE FULL PICTURE. ENTRY IS
      *               GATED THROUGH COBSECCK; A MASKED OPERATOR SEES
      *               NEITHER THE SALARY NOR THE ACCOUNT NUMBER, AND
      *               EVERY RECORD SHOWN IS LOGGED THROUGH COBACCLG.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIOA1.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the employee as rebuilt - same EMPLOYEE-MASTER-RECORD
      *    ** shape COBSV005 maintains
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  WS-EMP-ADDR-1               PIC X(30).
           03  WS-EMP-ADDR-2               PIC X(30).
           03  WS-EMP-ADDR-3               PIC X(30).
           03  WS-EMP-ZIP-CODE             PIC X(5).
           03  WS-EMP-DATE-JOINED          PIC 9(5).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  WS-EMP-DATE-MAINTAINED      PIC 9(5).
           03  WS-EMP-BIRTH-DATE           PIC 9(5).
           03  WS-EMP-SECURITY-EXP         PIC 9(5) COMP-3.
           03  WS-EMP-SALARY               PIC S9(7)V9(2) COMP-3.
           03  FILLER                      PIC X(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  FILLER                      PIC X(23).

      *    ** the month's annual-leave row as rebuilt
       01  LEAVE-MASTER-RECORD.
           10 WS-EMP-NO               PIC X(6).
           10 WS-LYEARMONTH           PIC X(6).
           10 WS-LAVAILABLE           PIC S9(4) USAGE COMP.
           10 WS-LTAKEN               PIC S9(4) USAGE COMP.
           10 WS-LBALANCE             PIC S9(4) USAGE COMP.
           10 WS-WORKINGDAYS          PIC S9(4) USAGE COMP.
           10 WS-LDAYSREQ             PIC S9(4) USAGE COMP.
           10 WS-LSTATUS              PIC X.
           10 FILLER                  PIC X(177).

      *    ** the bank detail as rebuilt - same shape COBCIO43 owns
       01  BANK-DETAIL-RECORD.
           10 WS-BNK-EMP-NO           PIC X(6).
           10 WS-BNK-ACCOUNT-NO       PIC X(10).
           10 WS-BNK-BANK-CODE        PIC X(4).
           10 WS-BNK-BRANCH-CODE      PIC X(4).
           10 WS-BNK-EFFECTIVE-DATE   PIC 9(6).
           10 WS-BNK-STATUS           PIC X(1).
           10 FILLER                  PIC X(169).

      *    ** the reporting line as rebuilt - same shape COBCIO45 owns
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).
           10 FILLER                  PIC X(185).

      *    ** the request and answer handed to COBASOFR
       01  AS-OF-RECORD.
           03  WS-ASF-EMP-NO               PIC X(6).
           03  WS-ASF-DATE                 PIC 9(6).
           03  WS-ASF-FUNCTION             PIC X(1).
               88  WS-ASF-BUILD                VALUE "B".
               88  WS-ASF-APPLY                VALUE "A".
               88  WS-ASF-FINISH               VALUE "F".
           03  WS-ASF-ARCHIVE-ROW          PIC X(448).
           03  WS-ASF-RESULT               PIC X(1).
               88  WS-ASF-FOUND                VALUE "Y".
               88  WS-ASF-NOT-FOUND            VALUE "N".
           03  WS-ASF-ARCHIVE-SWITCH       PIC X(1).
               88  WS-ASF-ARCHIVE-NEEDED       VALUE "Y".
           03  WS-ASF-LIVE-FROM            PIC 9(6).
           03  WS-ASF-ROLLBACK-COUNT       PIC S9(4) COMP.
           03  WS-ASF-DEPT-SOURCE          PIC X(1).
           03  WS-ASF-JOB-SOURCE           PIC X(1).
           03  WS-ASF-PART                 OCCURS 4 TIMES.
               05  WS-ASF-PART-FILE        PIC X(8).
               05  WS-ASF-PART-KEY         PIC X(12).
               05  WS-ASF-PART-STAMP       PIC 9(12).
               05  WS-ASF-PART-IMAGE       PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIOA1".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

       01  EIBOPID                         PIC X(3).
       01  WS-SALARY-EDIT                  PIC Z(6)9.99.

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** operator authorization for this inquiry - checked
      *    ** through COBSECCK against the APITPSEC permission file at
      *    ** entry: A full access, M masked (no salary, no account
      *    ** number), D refused
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIOA1".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** one row per reconstruction shown - COBACCLG stamps the
      *    ** date/time and adds it to the APITPACL access log
       01  ACCESS-LOG-RECORD.
           03  WS-ACL-OPERATOR             PIC X(3).
           03  WS-ACL-FUNCTION             PIC X(8) VALUE "COBCIOA1".
           03  WS-ACL-EMP-NO               PIC X(6).
           03  WS-ACL-MASKED               PIC X(1).
           03  WS-ACL-DATE                 PIC 9(6).
           03  WS-ACL-TIME                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIOA1".
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

           COPY ASOFIM.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *    handle conditions

           EXEC CICS
               IGNORE CONDITION
               LENGERR
           END-EXEC.

           EXEC CICS
               IGNORE CONDITION
               MAPFAIL
           END-EXEC.

           EXEC CICS
               HANDLE AID
               PF3(910-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

      *    **  the screen shows past salaries and bank accounts -
      *    **  check this operator before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR AS-OF INQUIRY" TO ASFMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  ASFINQO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  ASFEMPL.

           GO TO 300-SEND-ASOFIMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-ASOFIMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("ASOFIM")
               INTO(ASFINQI)
           END-EXEC.

           IF  ASFEMPI = ZERO OR ASFEMPI IS NOT NUMERIC THEN
               MOVE -1                TO  ASFEMPL
               MOVE 14                TO  WORK-MSG-CODE
               GO TO 300-SEND-ASOFIMAP
           END-IF.

           PERFORM 500-VALIDATE-SCREEN THRU 500-EXIT.
           IF  NOT ERRORS THEN
               PERFORM 400-REBUILD-EMPLOYEE THRU 400-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  ASFEMPA
                                    ASFDTEA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-ASOFIMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO ASFMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("ASOFIM")
               FROM(ASFINQO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-ASOFIMAP.

      *-----------------------------------------------------------------
      * THIS PARA HAS COBASOFR REBUILD THE EMPLOYEE FROM TODAY AND THE
      * LIVE AUDIT TRAIL, FINISH IT FROM THE JOB AND TRANSFER
      * HISTORIES, AND SHOWS THE RESULT. AN EMPLOYEE WHO HAD NOT
      * JOINED BY THE DATE (OR WAS NEVER ON FILE) IS NOT FOUND.
      *-----------------------------------------------------------------
       400-REBUILD-EMPLOYEE.

           MOVE SPACES      TO  AS-OF-RECORD.
           MOVE ASFEMPI     TO  WS-ASF-EMP-NO.
           MOVE ASFDTEI     TO  WS-ASF-DATE.
           SET WS-ASF-BUILD TO  TRUE.
           CALL "COBASOFR" USING AS-OF-RECORD.
           SET WS-ASF-FINISH TO TRUE.
           CALL "COBASOFR" USING AS-OF-RECORD.

           PERFORM 450-CLEAR-SCREEN.

           IF  WS-ASF-NOT-FOUND THEN
               MOVE 7  TO WORK-MSG-CODE
               GO TO 400-EXIT
           END-IF.

           MOVE WS-ASF-PART-IMAGE (1) TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ASF-PART-IMAGE (2) TO LEAVE-MASTER-RECORD.
           MOVE WS-ASF-PART-IMAGE (3) TO BANK-DETAIL-RECORD.
           MOVE WS-ASF-PART-IMAGE (4) TO REPORTING-LINE-RECORD.

           MOVE WS-EMP-NAME           TO ASFNAMO.
           MOVE WS-EMP-DEPT-CODE      TO ASFDPTO.
           MOVE WS-ASF-DEPT-SOURCE    TO ASFDSRO.
           MOVE WS-EMP-JOB            TO ASFJOBO.
           MOVE WS-ASF-JOB-SOURCE     TO ASFJSRO.
           MOVE WS-EMP-DATE-TERMINATED TO ASFTRMO.

      *    ** masked-access operators see the screen, not the figures
           IF  WS-SEC-MASKED THEN
               MOVE "*********"       TO ASFSALO
           ELSE
               MOVE WS-EMP-SALARY     TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT    TO ASFSALO
           END-IF.

           IF  LEAVE-MASTER-RECORD > SPACES THEN
               MOVE WS-LAVAILABLE     TO ASFLAVO
               MOVE WS-LTAKEN         TO ASFLTKO
               MOVE WS-LBALANCE       TO ASFLBLO
               MOVE WS-LSTATUS        TO ASFLSTO
           END-IF.

           IF  BANK-DETAIL-RECORD > SPACES THEN
               IF  WS-SEC-MASKED THEN
                   MOVE "**********"  TO ASFACTO
               ELSE
                   MOVE WS-BNK-ACCOUNT-NO TO ASFACTO
               END-IF
               MOVE WS-BNK-BANK-CODE  TO ASFBCDO
               MOVE WS-BNK-BRANCH-CODE TO ASFBRCO
               MOVE WS-BNK-STATUS     TO ASFBSTO
           END-IF.

           IF  REPORTING-LINE-RECORD > SPACES THEN
               MOVE WS-RPT-MGR-OPID   TO ASFMGRO
               MOVE WS-RPT-MGR-EMP-NO TO ASFMNOO
           END-IF.

           MOVE WS-ASF-ROLLBACK-COUNT TO ASFRBKO.
           MOVE WS-ASF-LIVE-FROM      TO ASFLIVO.

           PERFORM 410-LOG-VIEW.

      *    ** older than the live trail - what is shown is only as
      *    ** good as the live rows; the batch print has the rest
           IF  WS-ASF-ARCHIVE-NEEDED THEN
               MOVE 15 TO WORK-MSG-CODE
           ELSE
               MOVE 8  TO WORK-MSG-CODE
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA LOGS THE VIEW OF THE RECORD JUST SHOWN - WHO LOOKED
      * AND AT WHOM - FOR THE COBBATB5 ACCESS REVIEW.
      *-----------------------------------------------------------------
       410-LOG-VIEW.

           EXEC CICS
               ASSIGN OPID(EIBOPID)
           END-EXEC.

           MOVE EIBOPID        TO  WS-ACL-OPERATOR.
           MOVE WS-ASF-EMP-NO  TO  WS-ACL-EMP-NO.
           IF  WS-SEC-MASKED THEN
               MOVE "Y"        TO  WS-ACL-MASKED
           ELSE
               MOVE "N"        TO  WS-ACL-MASKED
           END-IF.
           CALL "COBACCLG" USING ACCESS-LOG-RECORD.

       450-CLEAR-SCREEN.

           MOVE SPACES TO ASFNAMO
                          ASFDPTO
                          ASFDSRO
                          ASFJOBO
                          ASFJSRO
                          ASFTRMO
                          ASFSALO
                          ASFLAVO
                          ASFLTKO
                          ASFLBLO
                          ASFLSTO
                          ASFACTO
                          ASFBCDO
                          ASFBRCO
                          ASFBSTO
                          ASFMGRO
                          ASFMNOO
                          ASFRBKO
                          ASFLIVO.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE AS-OF DATE - A REAL YYMMDD IS NEEDED.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           IF  ASFDTEI IS NOT NUMERIC
           OR  ASFDTEI (3:2) < "01" OR ASFDTEI (3:2) > "12"
           OR  ASFDTEI (5:2) < "01" OR ASFDTEI (5:2) > "31" THEN
               MOVE DFHBMASB  TO  ASFDTEA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ASFDTEL
               MOVE 16        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO ASFMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO ASFMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO ASFMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO ASFMSGA.

           EXEC CICS
               SEND TEXT
               FROM(ASFMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

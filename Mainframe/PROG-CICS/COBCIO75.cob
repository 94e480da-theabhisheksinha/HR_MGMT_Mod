      *-----------------------------------------------------------------
      *    COBCIO75 - PROBATION DECISION. PROBATION END DATES USED TO
      *               PASS WITH NO DECISION ON RECORD. KEYING AN EMP-ID
      *               SHOWS THE PROBATION ROW COBCIO23 OPENED AT
      *               ONBOARDING (APITPPRB) - JOB, START AND END DATES,
      *               STATUS AND ANY DECISION ALREADY TAKEN. THE
      *               EMPLOYEE'S OWN MANAGER ON THE COBCIO45 REPORTING
      *               LINES (APITPRLN) KEYS C TO CONFIRM, E TO EXTEND
      *               (BY 1 TO 6 MONTHS) OR T TO TERMINATE, WITH A
      *               REASON, AND PF10 RECORDS IT. A CONFIRMATION DATE
      *               IS THE DAY BENEFITS ELIGIBILITY STARTS ON
      *               COBCIO33. A TERMINATION STAMPS EMP-DATE-
      *               TERMINATED ON THE EMPLOYEE MASTER, SO THE NIGHTLY
      *               COBBAT14 RUN TAKES IT THROUGH THE SAME CLOSE-OUT
      *               EVERY OTHER LEAVER GETS. COBBAT98 REMINDS THE
      *               MANAGER AHEAD OF THE END DATE. EVERY DECISION IS
      *               AUDITED THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO75.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the probation row - APITPPRB CMD-CODE 1 READ BY EMP-NO,
      *    ** 2 ADD, 3 CHANGE, 4 ALL-ROWS CURSOR (COBBAT98)
       01  PROBATION-RECORD.
           10 WS-PRB-EMP-NO           PIC X(6).
           10 WS-PRB-JOB-CODE         PIC X(8).
           10 WS-PRB-START-DATE       PIC 9(6).
           10 WS-PRB-END-DATE         PIC 9(6).
      *        ** P ON PROBATION, E EXTENDED, C CONFIRMED,
      *        ** T TERMINATED
           10 WS-PRB-STATUS           PIC X(1).
               88  WS-PRB-OPEN            VALUE "P" "E".
           10 WS-PRB-DECISION-DATE    PIC 9(6).
           10 WS-PRB-REASON           PIC X(30).
           10 WS-PRB-DECIDED-OPID     PIC X(3).
           10 WS-PRB-EXTEND-COUNT     PIC 9(1).

      *    ** one reporting-line row per EMP-ID - COBCIO45 maintains it
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** the key and name for the screen, and the termination
      *    ** and maintenance dates a terminate decision stamps - the
      *    ** rest of the row is carried through untouched
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(100).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  WS-EMP-DATE-MAINTAINED      PIC 9(5).
           03  FILLER                      PIC X(49).

      *    ** who/when/before/after capture for probation decisions -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO75".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-PRB-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-PRB-FOUND                    VALUE "Y".
       01  WS-KEY-DECISION                 PIC X(1).
           88  WS-KEY-CONFIRM                  VALUE "C".
           88  WS-KEY-EXTEND                   VALUE "E".
           88  WS-KEY-TERMINATE                VALUE "T".
       01  WS-KEY-EXTEND-MONTHS            PIC 9(1).

      *    ** the extension is worked in calendar months off the
      *    ** current end date - same arithmetic COBCIO23 uses to set
      *    ** the end date from the hire date
       01  WS-PRB-CALC-DATE                PIC 9(6).
       01  WS-PRB-CALC-DATE-R REDEFINES WS-PRB-CALC-DATE.
           03  WS-PRB-CALC-YY              PIC 99.
           03  WS-PRB-CALC-MM              PIC 99.
           03  WS-PRB-CALC-DD              PIC 99.
       01  WS-PRB-MONTH-COUNT              PIC S9(4) COMP.
       01  WS-PRB-YEARS-ADDED              PIC S9(4) COMP.
       01  WS-PRB-MONTH-REM                PIC S9(4) COMP.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization, checked through COBSECCK like
      *    ** the other employee-status screens
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO75".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO75".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the decision stamp, same manually-declared
      *    ** EIB field convention COBCIO24 uses - populated from
      *    ** ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-YYDDD                  PIC 9(5).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO75".
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

           COPY PRBM.

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

      *    **  a terminate decision ends someone's employment -
      *    **  refused before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR PROBATION" TO PRBMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  PRBMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  PRBMEMPL.

           GO TO 300-SEND-PRBMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE EMPLOYEE AND THEIR
      * PROBATION ROW ARE SHOWN; PF10 RECORDS THE KEYED DECISION.
      *-----------------------------------------------------------------
       200-RECEIVE-PRBMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("PRBM")
               INTO(PRBMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  PRBMEMPI NOT > SPACES THEN
               MOVE SPACES    TO  PRBMO
               MOVE -1        TO  PRBMEMPL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-PRBMAP
           END-IF.

           MOVE SPACES        TO  EMPLOYEE-MASTER-RECORD.
           MOVE PRBMEMPI      TO  WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE SPACES    TO  PRBMO
               MOVE -1        TO  PRBMEMPL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 300-SEND-PRBMAP
           END-IF.
           MOVE DATA-OUT      TO  EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-NAME   TO  PRBMENMO.

           PERFORM 450-READ-PROBATION.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-DECISION THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-RECORD-DECISION
               END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-PROBATION
           END-IF.

           MOVE DFHBMFSE        TO  PRBMDECA
                                    PRBMEXMA
                                    PRBMRSNA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-PRBMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO PRBMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("PRBM")
               FROM(PRBMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-PRBMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE EMPLOYEE'S PROBATION ROW.
      *-----------------------------------------------------------------
       450-READ-PROBATION.

           MOVE SPACES          TO PROBATION-RECORD.
           MOVE PRBMEMPI        TO WS-PRB-EMP-NO.

           MOVE 1 TO CMD-CODE.
           MOVE PROBATION-RECORD TO DATA-IN.
           CALL "APITPPRB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO PROBATION-RECORD
               SET WS-PRB-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-PRB-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE PROBATION ROW ON FILE, IF ANY.
      *-----------------------------------------------------------------
       460-SHOW-PROBATION.

           IF  WS-PRB-FOUND THEN
               MOVE WS-PRB-JOB-CODE         TO PRBMJOBO
               MOVE WS-PRB-START-DATE       TO PRBMSTRO
               MOVE WS-PRB-END-DATE         TO PRBMENDO
               MOVE WS-PRB-STATUS           TO PRBMSTAO
               MOVE WS-PRB-EXTEND-COUNT     TO PRBMXCTO
               IF  WS-PRB-DECIDED-OPID > SPACES THEN
                   MOVE WS-PRB-DECISION-DATE TO PRBMDDTO
                   MOVE WS-PRB-DECIDED-OPID TO PRBMOPDO
                   MOVE WS-PRB-REASON       TO PRBMRSNO
               ELSE
                   MOVE SPACES              TO PRBMDDTO
                                               PRBMOPDO
                                               PRBMRSNO
               END-IF
               IF  EIBAID NOT = DFHPF10
                   MOVE 8                   TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE SPACES                  TO PRBMJOBO
                                               PRBMSTRO
                                               PRBMENDO
                                               PRBMSTAO
                                               PRBMXCTO
                                               PRBMDDTO
                                               PRBMOPDO
                                               PRBMRSNO
               MOVE 9                       TO WORK-MSG-CODE
           END-IF.
           MOVE SPACES                      TO PRBMDECO
                                               PRBMEXMO.
           MOVE -1                          TO PRBMDECL.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE DECISION BEFORE IT IS RECORDED - A
      * PROBATION STILL OPEN, ONLY THE EMPLOYEE'S OWN MANAGER ON THE
      * REPORTING LINES, A DECISION OF C, E OR T, 1 TO 6 MONTHS FOR
      * AN EXTENSION, AND A REASON.
      *-----------------------------------------------------------------
       500-VALIDATE-DECISION.

           IF  NOT WS-PRB-FOUND THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRBMEMPL
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  NOT WS-PRB-OPEN THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRBMEMPL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE SPACES          TO REPORTING-LINE-RECORD.
           MOVE PRBMEMPI        TO WS-RPT-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT    TO REPORTING-LINE-RECORD
           ELSE
               MOVE SPACES      TO WS-RPT-MGR-OPID
           END-IF.
           IF  WS-RPT-MGR-OPID NOT = EIBOPID THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRBMEMPL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE PRBMDECI (1:1)  TO  WS-KEY-DECISION.
           IF  NOT WS-KEY-CONFIRM
           AND NOT WS-KEY-EXTEND
           AND NOT WS-KEY-TERMINATE
               MOVE DFHBMASB  TO  PRBMDECA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRBMDECL
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-KEY-EXTEND THEN
               IF  PRBMEXMI (1:1) IS NOT NUMERIC
               OR  PRBMEXMI (1:1) < "1"
               OR  PRBMEXMI (1:1) > "6" THEN
                   MOVE DFHBMASB  TO  PRBMEXMA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  PRBMEXML
                   MOVE 14        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE PRBMEXMI (1:1) TO WS-KEY-EXTEND-MONTHS
           END-IF.

           IF  PRBMRSNI NOT > SPACES THEN
               MOVE DFHBMASB  TO  PRBMRSNA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRBMRSNL
               MOVE 11        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA RECORDS THE DECISION ON THE PROBATION ROW. AN
      * EXTENSION MOVES THE END DATE OUT AND KEEPS THE ROW OPEN FOR
      * THE NEXT COBBAT98 REMINDER; A TERMINATION GOES ON TO THE
      * EMPLOYEE MASTER.
      *-----------------------------------------------------------------
       600-RECORD-DECISION.

           MOVE PROBATION-RECORD TO WS-AUD-BEFORE-IMAGE.

           IF  WS-KEY-EXTEND THEN
               PERFORM 650-EXTEND-END-DATE
               MOVE "E"              TO WS-PRB-STATUS
               IF  WS-PRB-EXTEND-COUNT < 9 THEN
                   ADD 1             TO WS-PRB-EXTEND-COUNT
               END-IF
           ELSE
               MOVE WS-KEY-DECISION  TO WS-PRB-STATUS
           END-IF.
           MOVE WS-STAMP-YYMMDD      TO WS-PRB-DECISION-DATE.
           MOVE PRBMRSNI             TO WS-PRB-REASON.
           MOVE EIBOPID              TO WS-PRB-DECIDED-OPID.

           MOVE 3 TO CMD-CODE.
           MOVE PROBATION-RECORD TO DATA-IN.
           CALL "APITPPRB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID              TO WS-AUD-OPERATOR.
           MOVE "PROBATN "           TO WS-AUD-FILE.
           MOVE WS-PRB-EMP-NO        TO WS-AUD-KEY.
           MOVE PROBATION-RECORD     TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           IF  WS-KEY-CONFIRM THEN
               MOVE 15 TO WORK-MSG-CODE
           END-IF.
           IF  WS-KEY-EXTEND THEN
               MOVE 16 TO WORK-MSG-CODE
           END-IF.
           IF  WS-KEY-TERMINATE THEN
               PERFORM 700-TERMINATE-EMPLOYEE
               MOVE 17 TO WORK-MSG-CODE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA MOVES THE END DATE OUT BY THE KEYED MONTHS - A DAY
      * PAST THE END OF THE TARGET MONTH FALLS BACK TO ITS LAST DAY.
      *-----------------------------------------------------------------
       650-EXTEND-END-DATE.

           MOVE WS-PRB-END-DATE      TO WS-PRB-CALC-DATE.
           COMPUTE WS-PRB-MONTH-COUNT =
                   WS-PRB-CALC-MM - 1 + WS-KEY-EXTEND-MONTHS.
           DIVIDE WS-PRB-MONTH-COUNT BY 12
               GIVING WS-PRB-YEARS-ADDED
               REMAINDER WS-PRB-MONTH-REM.
           COMPUTE WS-PRB-MONTH-COUNT =
                   WS-PRB-CALC-YY + WS-PRB-YEARS-ADDED.
           IF  WS-PRB-MONTH-COUNT > 99 THEN
               SUBTRACT 100 FROM WS-PRB-MONTH-COUNT
           END-IF.
           MOVE WS-PRB-MONTH-COUNT   TO WS-PRB-CALC-YY.
           COMPUTE WS-PRB-CALC-MM = WS-PRB-MONTH-REM + 1.
           IF  WS-PRB-CALC-MM = 2 AND WS-PRB-CALC-DD > 28 THEN
               MOVE 28               TO WS-PRB-CALC-DD
           END-IF.
           IF  (WS-PRB-CALC-MM = 4 OR 6 OR 9 OR 11)
           AND WS-PRB-CALC-DD > 30
               MOVE 30               TO WS-PRB-CALC-DD
           END-IF.
           MOVE WS-PRB-CALC-DATE     TO WS-PRB-END-DATE.

      *-----------------------------------------------------------------
      * THIS PARA STAMPS TODAY AS EMP-DATE-TERMINATED ON THE EMPLOYEE
      * MASTER (APITP010 CMD-CODE 5 CHANGE) - FROM THERE COBBAT14
      * CLOSES OUT PROJECT ACTIVITY, LEAVE ACCRUAL, BADGE AND THE
      * REST EXACTLY AS FOR ANY OTHER LEAVER.
      *-----------------------------------------------------------------
       700-TERMINATE-EMPLOYEE.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-STAMP-YYMMDD        TO WS-EMP-DATE-TERMINATED.
           MOVE WS-STAMP-YYDDD         TO WS-EMP-DATE-MAINTAINED.

           MOVE 5 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID                TO WS-AUD-OPERATOR.
           MOVE "EMPMASTR"             TO WS-AUD-FILE.
           MOVE WS-EMP-ID              TO WS-AUD-KEY.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * DECISION STAMP - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
      * COBCIO24.
      *-----------------------------------------------------------------
       800-GET-OPID-AND-TIME.

           EXEC CICS
               ASSIGN OPID(EIBOPID)
           END-EXEC.

           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.

           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
               YYDDD(WS-STAMP-YYDDD)
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO PRBMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO PRBMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO PRBMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO PRBMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(PRBMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

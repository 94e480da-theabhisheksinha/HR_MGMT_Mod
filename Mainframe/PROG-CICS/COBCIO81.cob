      *-----------------------------------------------------------------
      *    COBCIO81 - EMPLOYEE EARNINGS COMPONENT ASSIGNMENT. THE
      *               ALLOWANCES AN EMPLOYEE IS PAID EACH MONTH -
      *               HOUSING, TRANSPORT, SHIFT AND THE REST OF THE
      *               COMPONENTS ON THE COBCIO80 MASTER - ARE HELD ON
      *               THE NEW APITPECA GATEWAY, ONE ROW PER EMPLOYEE,
      *               COMPONENT AND EFFECTIVE DATE. KEYING EMP-ID,
      *               COMPONENT AND EFFECTIVE DATE SHOWS THE ROW; PF10
      *               FILES A NEW MONTHLY AMOUNT FROM THAT DATE OR
      *               CORRECTS THE AMOUNT ON THE ROW KEYED. FILING A
      *               NEW AMOUNT ENDS THE ONE STILL OPEN FOR THE SAME
      *               COMPONENT, SO THE HISTORY STAYS EFFECTIVE-DATED
      *               AND NEVER OVERLAPS. PF11 ENDS AN ALLOWANCE AT THE
      *               END DATE KEYED. BASIC PAY (BASC) IS NOT ASSIGNED
      *               HERE - PAYROLL DERIVES IT AS THE SALARY LESS THE
      *               ALLOWANCES. EVERY FILING, CORRECTION AND ENDING
      *               IS AUDITED THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO81.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one row per employee, component and effective date on
      *    ** the APITPECA gateway - CMD-CODE 1 READ BY EMP-NO + CODE +
      *    ** EFF-DATE, 2 ADD, 3 CHANGE, 4 PER-EMPLOYEE CURSOR
      *    ** (COBBAT21/COBBAT58)
       01  EMP-COMPONENT-RECORD.
           10 WS-ECA-EMP-NO           PIC X(6).
           10 WS-ECA-CODE             PIC X(4).
           10 WS-ECA-EFF-DATE         PIC 9(6).
      *        ** zero while the allowance is still being paid
           10 WS-ECA-END-DATE         PIC 9(6).
           10 WS-ECA-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-ECA-MAINT-DATE       PIC 9(6).
           10 WS-ECA-OPID             PIC X(3).

      *    ** the open row of the same component a new filing ends
       01  WS-PRIOR-ECA-RECORD             PIC X(200).
       01  WS-PRIOR-FOUND-SWITCH           PIC X VALUE "N".
           88  WS-PRIOR-FOUND                  VALUE "Y".
       01  WS-LATER-FOUND-SWITCH           PIC X VALUE "N".
           88  WS-LATER-FOUND                  VALUE "Y".

      *    ** the COBCIO80 component master - the code must be on it
       01  EARNING-COMPONENT-RECORD.
           10 WS-ECM-CODE             PIC X(4).
           10 WS-ECM-DESC             PIC X(30).
           10 WS-ECM-TAXABLE          PIC X(1).
           10 WS-ECM-FUND             PIC X(1).
           10 WS-ECM-GL-ACCOUNT       PIC X(8).
           10 WS-ECM-MAINT-DATE       PIC 9(6).
           10 WS-ECM-OPID             PIC X(3).

      *    ** only the key, name and termination date matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(100).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).

      *    ** who/when/before/after capture for assignments -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO81".
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

       01  WS-ECA-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-ECA-FOUND                    VALUE "Y".

      *    ** the keyed effective and end dates, edited field by field
       01  WS-KEY-EFF-DATE                 PIC 9(6).
       01  WS-KEY-EFF-DATE-R REDEFINES WS-KEY-EFF-DATE.
           03  WS-KEY-EFF-YY               PIC 99.
           03  WS-KEY-EFF-MM               PIC 99.
           03  WS-KEY-EFF-DD               PIC 99.
       01  WS-KEY-END-DATE                 PIC 9(6).
       01  WS-KEY-END-DATE-R REDEFINES WS-KEY-END-DATE.
           03  WS-KEY-END-YY               PIC 99.
           03  WS-KEY-END-MM               PIC 99.
           03  WS-KEY-END-DD               PIC 99.
       01  WS-KEY-AMOUNT                   PIC S9(7)V9(2) COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - an assignment carries pay
      *    ** figures, so a masked credential is refused along with a
      *    ** denied one
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO81".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO81".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maintenance stamps, same manually-
      *    ** declared EIB field convention COBCIO24 uses - populated
      *    ** from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO81".
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

           COPY ECAM.

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

      *    **  an assignment carries pay figures - check this
      *    **  operator before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED OR WS-SEC-MASKED THEN
               MOVE "NOT AUTHORIZED FOR PAY COMPONENTS" TO ECAMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  ECAMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  ECAMEMPL.

           GO TO 300-SEND-ECAMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE EMPLOYEE, COMPONENT AND
      * THE KEYED ROW ARE SHOWN; PF10 FILES IT, PF11 ENDS IT.
      *-----------------------------------------------------------------
       200-RECEIVE-ECAMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("ECAM")
               INTO(ECAMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  ECAMEMPI NOT > SPACES
           OR  ECAMCODI NOT > SPACES
           OR  ECAMEFFI IS NOT NUMERIC THEN
               MOVE -1        TO  ECAMEMPL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-ECAMAP
           END-IF.

           MOVE ECAMEFFI        TO  WS-KEY-EFF-DATE.
           IF  WS-KEY-EFF-MM < 1 OR WS-KEY-EFF-MM > 12
           OR  WS-KEY-EFF-DD < 1 OR WS-KEY-EFF-DD > 31 THEN
               MOVE -1        TO  ECAMEFFL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-ECAMAP
           END-IF.

           MOVE SPACES        TO  EMPLOYEE-MASTER-RECORD.
           MOVE ECAMEMPI      TO  WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE SPACES    TO  ECAMENMO
               MOVE -1        TO  ECAMEMPL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 300-SEND-ECAMAP
           END-IF.
           MOVE DATA-OUT      TO  EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-NAME   TO  ECAMENMO.

      *    ** basic is derived by payroll, never assigned
           IF  ECAMCODI = "BASC" THEN
               MOVE SPACES    TO  ECAMDSCO
               MOVE -1        TO  ECAMCODL
               MOVE 8         TO  WORK-MSG-CODE
               GO TO 300-SEND-ECAMAP
           END-IF.

           MOVE SPACES        TO  EARNING-COMPONENT-RECORD.
           MOVE ECAMCODI      TO  WS-ECM-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE EARNING-COMPONENT-RECORD TO DATA-IN.
           CALL "APITPECM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE SPACES    TO  ECAMDSCO
               MOVE -1        TO  ECAMCODL
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 300-SEND-ECAMAP
           END-IF.
           MOVE DATA-OUT      TO  EARNING-COMPONENT-RECORD.
           MOVE WS-ECM-DESC   TO  ECAMDSCO.

           PERFORM 450-READ-ASSIGNMENT.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-ASSIGNMENT THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-ASSIGNMENT THRU 600-EXIT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-END-ASSIGNMENT THRU 700-EXIT
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-ASSIGNMENT
           END-IF.

           MOVE DFHBMFSE        TO  ECAMAMTA
                                    ECAMENDA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-ECAMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO ECAMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("ECAM")
               FROM(ECAMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-ECAMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED ASSIGNMENT - RESP-CODE = 0 MEANS NO
      * ROW STARTS ON THAT DATE FOR THE EMPLOYEE AND COMPONENT.
      *-----------------------------------------------------------------
       450-READ-ASSIGNMENT.

           MOVE SPACES          TO EMP-COMPONENT-RECORD.
           MOVE ECAMEMPI        TO WS-ECA-EMP-NO.
           MOVE ECAMCODI        TO WS-ECA-CODE.
           MOVE WS-KEY-EFF-DATE TO WS-ECA-EFF-DATE.

           MOVE 1 TO CMD-CODE.
           MOVE EMP-COMPONENT-RECORD TO DATA-IN.
           CALL "APITPECA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO EMP-COMPONENT-RECORD
               SET WS-ECA-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-ECA-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE ASSIGNMENT ON FILE, IF ANY, WITH ITS END
      * DATE AND WHO LAST MAINTAINED IT.
      *-----------------------------------------------------------------
       460-SHOW-ASSIGNMENT.

           IF  WS-ECA-FOUND THEN
               MOVE WS-ECA-AMOUNT           TO ECAMAMTO
               MOVE WS-ECA-END-DATE         TO ECAMENDO
               MOVE WS-ECA-MAINT-DATE       TO ECAMMDTO
               MOVE WS-ECA-OPID             TO ECAMMOPO
               IF  EIBAID NOT = DFHPF10
               AND EIBAID NOT = DFHPF11
                   MOVE 10                  TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE SPACES                  TO ECAMAMTO
                                               ECAMENDO
                                               ECAMMDTO
                                               ECAMMOPO
               MOVE 11                      TO WORK-MSG-CODE
           END-IF.
           MOVE -1                          TO ECAMAMTL.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A FILING - AN EMPLOYEE STILL ON THE BOOKS,
      * A MONTHLY AMOUNT OVER ZERO AND, FOR A NEW ROW, NO LATER-DATED
      * ROW OF THE SAME COMPONENT ALREADY ON FILE.
      *-----------------------------------------------------------------
       500-VALIDATE-ASSIGNMENT.

           IF  WS-EMP-DATE-TERMINATED NOT = ZERO THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ECAMEMPL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  ECAMAMTI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  ECAMAMTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ECAMAMTL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE ECAMAMTI      TO  WS-KEY-AMOUNT.
           IF  WS-KEY-AMOUNT NOT > ZERO THEN
               MOVE DFHBMASB  TO  ECAMAMTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ECAMAMTL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  NOT WS-ECA-FOUND THEN
               PERFORM 550-FIND-OPEN-ROW
               IF  WS-LATER-FOUND THEN
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  ECAMEFFL
                   MOVE 14        TO  WORK-MSG-CODE
               END-IF
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA WALKS THE EMPLOYEE'S ASSIGNMENTS (APITPECA CMD-CODE 4
      * PER-EMPLOYEE CURSOR, ZERO RESP-CODE MEANS EXHAUSTED) FOR THE
      * KEYED COMPONENT - HOLDING THE ROW STILL OPEN BEFORE THE NEW
      * EFFECTIVE DATE AND NOTING ANY ROW DATED AFTER IT.
      *-----------------------------------------------------------------
       550-FIND-OPEN-ROW.

           MOVE "N" TO WS-PRIOR-FOUND-SWITCH.
           MOVE "N" TO WS-LATER-FOUND-SWITCH.
           MOVE SPACES          TO EMP-COMPONENT-RECORD.
           MOVE ECAMEMPI        TO WS-ECA-EMP-NO.
           MOVE 4 TO CMD-CODE.
           MOVE 1 TO RESP-CODE.
           PERFORM UNTIL RESP-CODE = ZERO
               MOVE EMP-COMPONENT-RECORD TO DATA-IN
               CALL "APITPECA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE <> 0
                   MOVE DATA-OUT TO EMP-COMPONENT-RECORD
                   IF  WS-ECA-CODE = ECAMCODI THEN
                       IF  WS-ECA-EFF-DATE > WS-KEY-EFF-DATE THEN
                           SET WS-LATER-FOUND TO TRUE
                       END-IF
                       IF  WS-ECA-EFF-DATE < WS-KEY-EFF-DATE
                       AND WS-ECA-END-DATE = ZERO THEN
                           MOVE EMP-COMPONENT-RECORD
                                            TO WS-PRIOR-ECA-RECORD
                           SET WS-PRIOR-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * THIS PARA FILES A NEW ASSIGNMENT - ENDING THE ONE STILL OPEN
      * FOR THE SAME COMPONENT - OR CORRECTS THE AMOUNT ON THE ROW
      * KEYED. THE OLD ROW ENDS ON THE NEW ROW'S EFFECTIVE DATE; IN
      * THE MONTH THEY SHARE THE PAYROLL RUN PAYS THE LATER ROW.
      *-----------------------------------------------------------------
       600-FILE-ASSIGNMENT.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  NOT WS-ECA-FOUND AND WS-PRIOR-FOUND THEN
               MOVE WS-PRIOR-ECA-RECORD  TO EMP-COMPONENT-RECORD
               MOVE EMP-COMPONENT-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE WS-KEY-EFF-DATE      TO WS-ECA-END-DATE
               MOVE WS-STAMP-YYMMDD      TO WS-ECA-MAINT-DATE
               MOVE EIBOPID              TO WS-ECA-OPID
               MOVE 3 TO CMD-CODE
               MOVE EMP-COMPONENT-RECORD TO DATA-IN
               CALL "APITPECA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   PERFORM 950-DBERROR THRU 950-EXIT
               END-IF
               PERFORM 650-AUDIT-ASSIGNMENT
           END-IF.

           IF  WS-ECA-FOUND THEN
               MOVE EMP-COMPONENT-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE 3                    TO CMD-CODE
               MOVE 16                   TO WORK-MSG-CODE
           ELSE
               MOVE SPACES               TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES               TO EMP-COMPONENT-RECORD
               MOVE ECAMEMPI             TO WS-ECA-EMP-NO
               MOVE ECAMCODI             TO WS-ECA-CODE
               MOVE WS-KEY-EFF-DATE      TO WS-ECA-EFF-DATE
               MOVE ZERO                 TO WS-ECA-END-DATE
               MOVE 2                    TO CMD-CODE
               MOVE 15                   TO WORK-MSG-CODE
           END-IF.

           MOVE WS-KEY-AMOUNT     TO WS-ECA-AMOUNT.
           MOVE WS-STAMP-YYMMDD   TO WS-ECA-MAINT-DATE.
           MOVE EIBOPID           TO WS-ECA-OPID.

           MOVE EMP-COMPONENT-RECORD TO DATA-IN.
           CALL "APITPECA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           SET WS-ECA-FOUND TO TRUE.

           PERFORM 650-AUDIT-ASSIGNMENT.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PUTS THE ASSIGNMENT'S AFTER IMAGE ON THE HR AUDIT
      * TRAIL.
      *-----------------------------------------------------------------
       650-AUDIT-ASSIGNMENT.

           MOVE EIBOPID              TO WS-AUD-OPERATOR.
           MOVE "EMPCOMP "           TO WS-AUD-FILE.
           MOVE SPACES               TO WS-AUD-KEY.
           STRING WS-ECA-EMP-NO WS-ECA-CODE
                  DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE EMP-COMPONENT-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA ENDS THE ASSIGNMENT KEYED AT THE END DATE KEYED - NOT
      * BEFORE IT STARTED. THE PAYROLL RUN STOPS PAYING IT AFTER THE
      * MONTH THAT DATE FALLS IN.
      *-----------------------------------------------------------------
       700-END-ASSIGNMENT.

           IF  NOT WS-ECA-FOUND THEN
               MOVE 11 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           IF  ECAMENDI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  ECAMENDA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ECAMENDL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.
           MOVE ECAMENDI        TO  WS-KEY-END-DATE.
           IF  WS-KEY-END-MM < 1 OR WS-KEY-END-MM > 12
           OR  WS-KEY-END-DD < 1 OR WS-KEY-END-DD > 31
           OR  WS-KEY-END-DATE < WS-ECA-EFF-DATE THEN
               MOVE DFHBMASB  TO  ECAMENDA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ECAMENDL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE EMP-COMPONENT-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-KEY-END-DATE TO WS-ECA-END-DATE.
           MOVE WS-STAMP-YYMMDD TO WS-ECA-MAINT-DATE.
           MOVE EIBOPID         TO WS-ECA-OPID.
           MOVE 3 TO CMD-CODE.
           MOVE EMP-COMPONENT-RECORD TO DATA-IN.
           CALL "APITPECA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 650-AUDIT-ASSIGNMENT.

           MOVE 18 TO WORK-MSG-CODE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * MAINTENANCE STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
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
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO ECAMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO ECAMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO ECAMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO ECAMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(ECAMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

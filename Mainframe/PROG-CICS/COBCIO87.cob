      *-----------------------------------------------------------------
      *    COBCIO87 - TEAM LEAVE CALENDAR AND MINIMUM COVER. KEY A
      *               DEPARTMENT AND A YEAR/MONTH AND SEE WHO IS OUT,
      *               DAY BY DAY - ONE LINE PER EMPLOYEE, TWELVE A
      *               SCREEN (PF8 PAGES ON, OR KEY THE EMPLOYEE TO
      *               START FROM), EACH DAY SHOWN W WORKING, A ON
      *               APPROVED LEAVE, P ON PENDING LEAVE OR . NOT A
      *               WORKING DAY FOR THEM (WEEKEND, COBCIO47 ROSTER
      *               DAY OFF OR COBCIO35 SITE HOLIDAY). THE FOOT LINE
      *               FLAGS EACH DAY THE DEPARTMENT IS ALREADY BELOW ITS
      *               MINIMUM ON-DUTY HEADCOUNT - W INSIDE THE WARNING
      *               MARGIN, R PAST IT. THE CALENDAR IS LAID OUT BY
      *               COBCOVCK, THE SAME ROUTINE COBCIO14 AND THE
      *               COBSV010 INBOX CHECK A REQUEST AGAINST.
      *               PF10 FILES THE MINIMUM ITSELF ON THE APITPCOV
      *               GATEWAY: THE KEYED MINIMUM AND WARNING MARGIN FOR
      *               THE DEPARTMENT, OR - WITH A COBCIO47 ROSTER
      *               PATTERN KEYED - FOR THE STAFF WORKING THAT SHIFT.
      *               A MINIMUM OF ZERO SWITCHES THE RULE OFF.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO87.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one minimum-coverage row per department + roster
      *    ** pattern on the APITPCOV gateway - CMD-CODE 1 READ, 2 ADD,
      *    ** 3 CHANGE. SPACES IN THE PATTERN IS THE WHOLE-DEPARTMENT
      *    ** ROW
       01  COVERAGE-RECORD.
           10 WS-COV-DEPT-CODE        PIC X(4).
           10 WS-COV-PATTERN          PIC X(7).
           10 WS-COV-MIN-ON-DUTY      PIC 9(3).
      *        ** how many heads below the minimum still only warns
           10 WS-COV-WARN-MARGIN      PIC 9(3).
           10 WS-COV-MAINT-OPID       PIC X(3).
           10 WS-COV-MAINT-DATE       PIC 9(6).
       01  WS-COV-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-COV-FOUND                    VALUE "Y".

      *    ** only the name is wanted off the employee master
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(160).

      *    ** the COBCOVCK call - function M lays the month out
      *    ** employee by employee
       01  COVERAGE-CHECK-PARAMETERS.
           03  CVK-FUNCTION                PIC X(1).
               88  CVK-FUNC-CHECK              VALUE "C".
               88  CVK-FUNC-MONTH              VALUE "M".
           03  CVK-DEPT-CODE               PIC X(4).
           03  CVK-EMP-NO                  PIC X(6).
           03  CVK-START-DATE              PIC 9(6).
           03  CVK-DAYS                    PIC S9(4) COMP.
           03  CVK-RESULT                  PIC X(1).
               88  CVK-COVER-HOLDS             VALUE " ".
               88  CVK-WARN                    VALUE "W".
               88  CVK-REFUSE                  VALUE "R".
           03  CVK-SHORT-DATE              PIC 9(6).
           03  CVK-SHORT-ON-DUTY           PIC S9(4) COMP.
           03  CVK-SHORT-MINIMUM           PIC S9(4) COMP.
           03  CVK-DAY-COUNT               PIC S9(4) COMP.
           03  CVK-DAY OCCURS 31 TIMES.
               05  CVK-DAY-DATE            PIC 9(6).
               05  CVK-DAY-ON-DUTY         PIC S9(4) COMP.
               05  CVK-DAY-MINIMUM         PIC S9(4) COMP.
               05  CVK-DAY-RESULT          PIC X(1).
           03  CVK-EMP-COUNT               PIC S9(4) COMP.
           03  CVK-EMP OCCURS 200 TIMES.
               05  CVK-EMP-ID              PIC X(6).
               05  CVK-EMP-PATTERN         PIC X(7).
               05  CVK-EMP-LOCATION        PIC X(2).
               05  CVK-EMP-DAYS.
                   07  CVK-EMP-DAY         PIC X(1) OCCURS 31 TIMES.

      *    ** who/when/before/after capture for rule filings -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO87".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "COVERAGE".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-KEY-YEARMONTH                PIC 9(6).
       01  WS-KEY-YEARMONTH-R REDEFINES WS-KEY-YEARMONTH.
           03  WS-KEY-YYYY                 PIC 9(4).
           03  WS-KEY-MM                   PIC 99.
       01  WS-KEY-FIRST-DAY                PIC 9(6).
       01  WS-KEY-FIRST-DAY-R REDEFINES WS-KEY-FIRST-DAY.
           03  WS-KEY-FIRST-YYMM           PIC 9(4).
           03  WS-KEY-FIRST-DD             PIC 99.
       01  WS-KEY-MINIMUM                  PIC 9(3).
       01  WS-KEY-MARGIN                   PIC 9(3).
       01  WS-PAT-SUB                      PIC S9(4) COMP.

      *    ** the calendar page - the employee the page starts from
      *    ** and the one the next page starts from
       01  WS-START-FROM                   PIC X(6) VALUE SPACES.
       01  WS-NEXT-FROM                    PIC X(6) VALUE SPACES.
       01  WS-EMP-SUB                      PIC S9(4) COMP.
       01  WS-DAY-SUB                      PIC S9(4) COMP.
       01  WS-ROW-COUNT                    PIC S9(4) COMP.
       01  WS-SHORT-LINE.
           03  WS-SHORT-DAY                PIC X(1) OCCURS 31 TIMES.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look at the calendar but not file a minimum
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO87".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO87".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maintenance stamp, same
      *    ** manually-declared EIB field convention COBCIO24 uses
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO87".
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

           COPY TCALM.

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

           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR TEAM CALENDAR" TO TCALMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  TCALMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  TCALMDEPL.

           GO TO 300-SEND-TCALMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE KEYED DEPARTMENT AND
      * MONTH ARE LAID OUT AS A CALENDAR; PF8 SHOWS THE NEXT TWELVE
      * EMPLOYEES AND PF10 FILES THE KEYED MINIMUM COVER.
      *-----------------------------------------------------------------
       200-RECEIVE-TCALMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("TCALM")
               INTO(TCALMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  TCALMDEPI NOT > SPACES THEN
               MOVE -1        TO  TCALMDEPL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-TCALMAP
           END-IF.

           IF  TCALMYRMI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  TCALMYRMA
               MOVE -1        TO  TCALMYRML
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 300-SEND-TCALMAP
           END-IF.
           MOVE TCALMYRMI     TO  WS-KEY-YEARMONTH.
           IF  WS-KEY-MM < 1 OR WS-KEY-MM > 12 THEN
               MOVE DFHBMASB  TO  TCALMYRMA
               MOVE -1        TO  TCALMYRML
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 300-SEND-TCALMAP
           END-IF.

      *    ** PF8 carries on from the last page; otherwise the page
      *    ** starts from the keyed employee, or the top
           IF  EIBAID = DFHPF8 THEN
               MOVE WS-NEXT-FROM  TO  WS-START-FROM
           ELSE
               MOVE TCALMFRMI     TO  WS-START-FROM
           END-IF.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-RULE THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-RULE THRU 600-EXIT
               END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 400-SHOW-CALENDAR THRU 400-EXIT
               PERFORM 460-SHOW-RULE     THRU 460-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  TCALMDEPA
                                    TCALMYRMA
                                    TCALMFRMA
                                    TCALMPATA
                                    TCALMMINA
                                    TCALMMRGA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-TCALMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO TCALMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("TCALM")
               FROM(TCALMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-TCALMAP.

      *-----------------------------------------------------------------
      * THIS PARA HAS COBCOVCK LAY THE MONTH OUT FOR THE DEPARTMENT AND
      * FILLS UP TO TWELVE SCREEN LINES FROM THE START-FROM EMPLOYEE,
      * WITH THE SHORTFALL FLAGS ON THE FOOT LINE.
      *-----------------------------------------------------------------
       400-SHOW-CALENDAR.

           MOVE "M"                TO CVK-FUNCTION.
           MOVE TCALMDEPI          TO CVK-DEPT-CODE.
           MOVE SPACES             TO CVK-EMP-NO.
           MOVE WS-KEY-YEARMONTH (3:4) TO WS-KEY-FIRST-YYMM.
           MOVE 1                  TO WS-KEY-FIRST-DD.
           MOVE WS-KEY-FIRST-DAY   TO CVK-START-DATE.
           MOVE ZERO               TO CVK-DAYS.
           CALL "COBCOVCK" USING COVERAGE-CHECK-PARAMETERS.

           IF  CVK-EMP-COUNT = ZERO THEN
               MOVE -1        TO  TCALMDEPL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 400-EXIT
           END-IF.

           MOVE ZERO   TO WS-ROW-COUNT.
           MOVE SPACES TO WS-NEXT-FROM.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > CVK-EMP-COUNT
               IF  CVK-EMP-ID (WS-EMP-SUB) NOT < WS-START-FROM
                   IF  WS-ROW-COUNT < 12
                       ADD 1 TO WS-ROW-COUNT
                       PERFORM 420-FILL-ONE-LINE THRU 420-EXIT
                   ELSE
                       IF  WS-NEXT-FROM = SPACES
                           MOVE CVK-EMP-ID (WS-EMP-SUB)
                                   TO WS-NEXT-FROM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-NEXT-FROM TO TCALMNXTO.

           MOVE SPACES TO WS-SHORT-LINE.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > CVK-DAY-COUNT
               IF  CVK-DAY-RESULT (WS-DAY-SUB) > SPACE
                   MOVE CVK-DAY-RESULT (WS-DAY-SUB)
                           TO WS-SHORT-DAY (WS-DAY-SUB)
               ELSE
                   MOVE "." TO WS-SHORT-DAY (WS-DAY-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-SHORT-LINE TO TCALMSHTO.

           IF  WORK-MSG-CODE NOT = 1 THEN
               IF  CVK-REFUSE OR CVK-WARN THEN
                   MOVE 10 TO WORK-MSG-CODE
               ELSE
                   MOVE 8  TO WORK-MSG-CODE
               END-IF
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILLS ONE SCREEN LINE - EMPLOYEE, NAME AND THE DAY
      * STRING COBCOVCK BUILT.
      *-----------------------------------------------------------------
       420-FILL-ONE-LINE.

           MOVE SPACES                  TO EMPLOYEE-MASTER-RECORD.
           MOVE CVK-EMP-ID (WS-EMP-SUB) TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
           ELSE
               MOVE SPACES   TO WS-EMP-NAME
           END-IF.

           MOVE CVK-EMP-ID (WS-EMP-SUB)   TO TCALMEMPO (WS-ROW-COUNT).
           MOVE WS-EMP-NAME (1:16)        TO TCALMNAMO (WS-ROW-COUNT).
           MOVE SPACES                    TO TCALMDAYO (WS-ROW-COUNT).
           MOVE CVK-EMP-DAYS (WS-EMP-SUB) (1:CVK-DAY-COUNT)
                                          TO TCALMDAYO (WS-ROW-COUNT).

       420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE MINIMUM ON FILE FOR THE DEPARTMENT AND THE
      * KEYED PATTERN, WHEN NOTHING HAS JUST BEEN KEYED OVER IT.
      *-----------------------------------------------------------------
       460-SHOW-RULE.

           PERFORM 800-READ-RULE THRU 800-EXIT.
           IF  WS-COV-FOUND THEN
               MOVE WS-COV-MIN-ON-DUTY TO TCALMMINO
               MOVE WS-COV-WARN-MARGIN TO TCALMMRGO
               MOVE WS-COV-MAINT-OPID  TO TCALMOPRO
               MOVE WS-COV-MAINT-DATE  TO TCALMMDTO
           ELSE
               MOVE ZERO               TO TCALMMINO
               MOVE ZERO               TO TCALMMRGO
               MOVE SPACES             TO TCALMOPRO
               MOVE ZERO               TO TCALMMDTO
           END-IF.

       460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A MINIMUM BEFORE IT IS FILED - A MASKED
      * CREDENTIAL MAY NOT FILE, THE MINIMUM AND MARGIN ARE WHOLE
      * HEADCOUNTS (A BLANK MARGIN IS NONE - ANY SHORTFALL REFUSES),
      * AND A PATTERN, WHEN KEYED, IS SEVEN Y/N DAYS MONDAY FIRST
      * THE WAY COBCIO47 KEEPS IT.
      *-----------------------------------------------------------------
       500-VALIDATE-RULE.

           IF  WS-SEC-MASKED THEN
               SET ERRORS     TO  TRUE
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  TCALMMINI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  TCALMMINA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TCALMMINL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE TCALMMINI     TO  WS-KEY-MINIMUM.

           IF  TCALMMRGI NOT > SPACES THEN
               MOVE ZERO      TO  WS-KEY-MARGIN
           ELSE
               IF  TCALMMRGI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  TCALMMRGA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  TCALMMRGL
                   MOVE 15        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE TCALMMRGI TO  WS-KEY-MARGIN
           END-IF.

           IF  TCALMPATI > SPACES THEN
               PERFORM VARYING WS-PAT-SUB FROM 1 BY 1
                       UNTIL WS-PAT-SUB > 7
                   IF  TCALMPATI (WS-PAT-SUB:1) NOT = "Y"
                   AND TCALMPATI (WS-PAT-SUB:1) NOT = "N"
                       SET ERRORS TO TRUE
                   END-IF
               END-PERFORM
               IF  ERRORS THEN
                   MOVE DFHBMASB  TO  TCALMPATA
                   MOVE -1        TO  TCALMPATL
                   MOVE 17        TO  WORK-MSG-CODE
               END-IF
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE MINIMUM FOR THE DEPARTMENT AND PATTERN -
      * ADDED THE FIRST TIME, CHANGED AFTER - WITH THE MAINTENANCE
      * STAMP, AND PUTS THE CHANGE ON THE HR AUDIT TRAIL.
      *-----------------------------------------------------------------
       600-FILE-RULE.

           PERFORM 800-READ-RULE THRU 800-EXIT.
           PERFORM 850-GET-OPID-AND-TIME.

           IF  WS-COV-FOUND THEN
               MOVE COVERAGE-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE 3               TO CMD-CODE
           ELSE
               MOVE SPACES          TO WS-AUD-BEFORE-IMAGE
               MOVE 2               TO CMD-CODE
           END-IF.
           MOVE WS-KEY-MINIMUM      TO WS-COV-MIN-ON-DUTY.
           MOVE WS-KEY-MARGIN       TO WS-COV-WARN-MARGIN.
           MOVE EIBOPID             TO WS-COV-MAINT-OPID.
           MOVE WS-STAMP-YYMMDD     TO WS-COV-MAINT-DATE.

           MOVE COVERAGE-RECORD TO DATA-IN.
           CALL "APITPCOV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           MOVE SPACES                   TO WS-AUD-KEY.
           STRING WS-COV-DEPT-CODE WS-COV-PATTERN
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE COVERAGE-RECORD          TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE 1                   TO WORK-MSG-CODE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA READS THE MINIMUM ON FILE FOR THE KEYED DEPARTMENT
      * AND PATTERN.
      *-----------------------------------------------------------------
       800-READ-RULE.

           MOVE "N"             TO WS-COV-FOUND-SWITCH.
           MOVE SPACES          TO COVERAGE-RECORD.
           MOVE TCALMDEPI       TO WS-COV-DEPT-CODE.
           MOVE TCALMPATI       TO WS-COV-PATTERN.

           MOVE 1 TO CMD-CODE.
           MOVE COVERAGE-RECORD TO DATA-IN.
           CALL "APITPCOV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT    TO COVERAGE-RECORD
               SET WS-COV-FOUND TO TRUE
           END-IF.

       800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * MAINTENANCE STAMP - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
      * COBCIO24.
      *-----------------------------------------------------------------
       850-GET-OPID-AND-TIME.

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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO TCALMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO TCALMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO TCALMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO TCALMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(TCALMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

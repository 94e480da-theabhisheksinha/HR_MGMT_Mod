      *-----------------------------------------------------------------
      *    COBCIO74 - ANNUAL PERFORMANCE APPRAISAL. ONE APPRAISAL PER
      *               EMP-ID PER REVIEW YEAR ON THE NEW APITPAPR
      *               GATEWAY - THE YEAR IS THE COBBAT31 SALARY REVIEW
      *               CYCLE THE RATING FEEDS. KEYING EMP-ID AND YEAR
      *               SHOWS THE APPRAISAL ON FILE. THE EMPLOYEE'S OWN
      *               MANAGER ON THE COBCIO45 REPORTING LINES (APITPRLN)
      *               ENTERS UP TO THREE OBJECTIVES, A RATING OF 1 TO 5
      *               AND COMMENTS, AND PF10 SUBMITS THEM TO THE
      *               SECOND-LEVEL REVIEWER - THE MANAGER'S OWN MANAGER
      *               ON THE SAME REPORTING LINES. ONLY THAT REVIEWER
      *               MAY APPROVE (PF11), CONFIRMING THE RATING OR
      *               KEYING A CALIBRATED ONE, OR RETURN IT TO THE
      *               MANAGER FOR ANOTHER LOOK (PF9). THE APPROVED
      *               RATING SEEDS THE NEXT COBBAT31 PROPOSAL THROUGH
      *               THE MERIT MATRIX, AND COBBAT97 PRINTS THE
      *               DEPARTMENT CALIBRATION REPORT. EVERY CHANGE IS
      *               AUDITED THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO74.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the appraisal - APITPAPR CMD-CODE 1 READ BY YEAR/EMP-NO,
      *    ** 2 ADD, 3 CHANGE, 4 YEAR CURSOR (COBBAT31 AND COBBAT97)
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
      *        ** S SUBMITTED, R RETURNED TO THE MANAGER, A APPROVED
           10 WS-APR-STATUS           PIC X(1).
               88  WS-APR-SUBMITTED       VALUE "S".
               88  WS-APR-RETURNED        VALUE "R".
               88  WS-APR-APPROVED        VALUE "A".
           10 WS-APR-RATED-DATE       PIC 9(6).
           10 WS-APR-APPROVED-DATE    PIC 9(6).

      *    ** one reporting-line row per EMP-ID - COBCIO45 maintains it
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** only the key, name and department matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(160).

      *    ** who/when/before/after capture for appraisal changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO74".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "APPRAISL".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-APR-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-APR-FOUND                    VALUE "Y".
       01  WS-RPT-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-RPT-FOUND                    VALUE "Y".
       01  WS-READ-EMP-NO                  PIC X(6).
       01  WS-KEY-YEAR                     PIC 9(4).
       01  WS-KEY-RATING                   PIC 9(1).
       01  WS-REVIEWER-OPID                PIC X(3).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization, checked through COBSECCK like
      *    ** the salary-bearing screens
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO74".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO74".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the rating and approval stamps, same
      *    ** manually-declared EIB field convention COBCIO24 uses -
      *    ** populated from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-YYMMDD-R REDEFINES WS-STAMP-YYMMDD.
           03  WS-STAMP-YY                 PIC 99.
           03  FILLER                      PIC 9(4).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO74".
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

           COPY APRSM.

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

      *    **  appraisals carry ratings that move pay - refused before
      *    **  the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR APPRAISALS" TO APRSMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  APRSO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  APRSEMPL.

           GO TO 300-SEND-APRSMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE EMPLOYEE AND ANY
      * APPRAISAL ON FILE FOR THE YEAR ARE SHOWN; PF10 SUBMITS THE
      * MANAGER'S RATING, PF11 APPROVES IT AND PF9 RETURNS IT.
      *-----------------------------------------------------------------
       200-RECEIVE-APRSMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("APRSM")
               INTO(APRSI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

      *    ** a blank year is this year's cycle
           IF  APRSYRI NOT > SPACES THEN
               PERFORM 800-GET-OPID-AND-TIME
               IF  WS-STAMP-YY < 50 THEN
                   COMPUTE WS-KEY-YEAR = 2000 + WS-STAMP-YY
               ELSE
                   COMPUTE WS-KEY-YEAR = 1900 + WS-STAMP-YY
               END-IF
               MOVE WS-KEY-YEAR TO APRSYRO
           ELSE
               IF  APRSYRI IS NOT NUMERIC THEN
                   MOVE SPACES    TO  APRSO
                   MOVE -1        TO  APRSYRL
                   MOVE 6         TO  WORK-MSG-CODE
                   GO TO 300-SEND-APRSMAP
               END-IF
               MOVE APRSYRI TO WS-KEY-YEAR
           END-IF.

           IF  APRSEMPI NOT > SPACES THEN
               MOVE SPACES    TO  APRSO
               MOVE -1        TO  APRSEMPL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-APRSMAP
           END-IF.

           MOVE SPACES        TO  EMPLOYEE-MASTER-RECORD.
           MOVE APRSEMPI      TO  WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE SPACES    TO  APRSO
               MOVE -1        TO  APRSEMPL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 300-SEND-APRSMAP
           END-IF.
           MOVE DATA-OUT      TO  EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-NAME   TO  APRSENMO.

           PERFORM 450-READ-APPRAISAL.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-RATING THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-SUBMIT-RATING
               END-IF
           ELSE
           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-APPROVE-RATING THRU 700-EXIT
           ELSE
           IF  EIBAID = DFHPF9 THEN
               PERFORM 750-RETURN-RATING THRU 750-EXIT
           END-IF
           END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-APPRAISAL
           END-IF.

           MOVE DFHBMFSE        TO  APRSOB1A
                                    APRSOB2A
                                    APRSOB3A
                                    APRSRTGA
                                    APRSCMTA
                                    APRSARTA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-APRSMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO APRSMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("APRSM")
               FROM(APRSO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-APRSMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE REPORTING-LINE ROW FOR WS-READ-EMP-NO.
      *-----------------------------------------------------------------
       400-READ-REPORTING-LINE.

           MOVE SPACES          TO REPORTING-LINE-RECORD.
           MOVE WS-READ-EMP-NO  TO WS-RPT-EMP-NO.

           MOVE 1 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO REPORTING-LINE-RECORD
               SET WS-RPT-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-RPT-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA READS THE APPRAISAL FOR THE EMPLOYEE AND YEAR.
      *-----------------------------------------------------------------
       450-READ-APPRAISAL.

           MOVE SPACES          TO APPRAISAL-RECORD.
           MOVE WS-KEY-YEAR     TO WS-APR-CYCLE-YEAR.
           MOVE APRSEMPI        TO WS-APR-EMP-NO.

           MOVE 1 TO CMD-CODE.
           MOVE APPRAISAL-RECORD TO DATA-IN.
           CALL "APITPAPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO APPRAISAL-RECORD
               SET WS-APR-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-APR-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE APPRAISAL ON FILE, IF ANY.
      *-----------------------------------------------------------------
       460-SHOW-APPRAISAL.

           IF  WS-APR-FOUND THEN
               MOVE WS-APR-OBJECTIVE (1)    TO APRSOB1O
               MOVE WS-APR-OBJECTIVE (2)    TO APRSOB2O
               MOVE WS-APR-OBJECTIVE (3)    TO APRSOB3O
               MOVE WS-APR-MGR-RATING       TO APRSRTGO
               MOVE WS-APR-MGR-COMMENTS     TO APRSCMTO
               MOVE WS-APR-MGR-OPID         TO APRSMGRO
               MOVE WS-APR-REVIEWER-OPID    TO APRSRVWO
               MOVE WS-APR-STATUS           TO APRSSTAO
               IF  WS-APR-APPROVED THEN
                   MOVE WS-APR-APPROVED-RATING TO APRSARTO
               ELSE
                   MOVE SPACES              TO APRSARTO
               END-IF
           ELSE
               MOVE SPACES                  TO APRSOB1O
                                               APRSOB2O
                                               APRSOB3O
                                               APRSRTGO
                                               APRSCMTO
                                               APRSMGRO
                                               APRSRVWO
                                               APRSSTAO
                                               APRSARTO
           END-IF.
           IF  EIBAID NOT = DFHPF10 AND EIBAID NOT = DFHPF11
           AND EIBAID NOT = DFHPF9
               MOVE 8                       TO WORK-MSG-CODE
           END-IF.
           MOVE -1                          TO APRSOB1L.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE MANAGER'S RATING BEFORE IT IS
      * SUBMITTED - ONLY THE EMPLOYEE'S OWN MANAGER ON THE REPORTING
      * LINES, ONLY WHILE NOT ALREADY WITH THE REVIEWER OR APPROVED,
      * A SECOND-LEVEL REVIEWER ON FILE, AT LEAST ONE OBJECTIVE AND A
      * RATING OF 1 TO 5.
      *-----------------------------------------------------------------
       500-VALIDATE-RATING.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE APRSEMPI      TO  WS-READ-EMP-NO.
           PERFORM 400-READ-REPORTING-LINE.
           IF  NOT WS-RPT-FOUND
           OR  WS-RPT-MGR-OPID NOT = EIBOPID THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APRSEMPL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-APR-FOUND
           AND (WS-APR-SUBMITTED OR WS-APR-APPROVED)
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APRSEMPL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

      *    ** the reviewer is the manager's own manager
           MOVE WS-RPT-MGR-EMP-NO TO WS-READ-EMP-NO.
           PERFORM 400-READ-REPORTING-LINE.
           IF  NOT WS-RPT-FOUND
           OR  WS-RPT-MGR-OPID NOT > SPACES THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APRSEMPL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE WS-RPT-MGR-OPID   TO WS-REVIEWER-OPID.

           IF  APRSOB1I NOT > SPACES THEN
               MOVE DFHBMASB  TO  APRSOB1A
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APRSOB1L
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  APRSRTGI (1:1) IS NOT NUMERIC
           OR  APRSRTGI (1:1) < "1"
           OR  APRSRTGI (1:1) > "5" THEN
               MOVE DFHBMASB  TO  APRSRTGA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APRSRTGL
               MOVE 10        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE MANAGER'S RATING FOR THE REVIEWER. A
      * RETURNED APPRAISAL IS RESUBMITTED OVER.
      *-----------------------------------------------------------------
       600-SUBMIT-RATING.

           IF  WS-APR-FOUND THEN
               MOVE APPRAISAL-RECORD     TO  WS-AUD-BEFORE-IMAGE
               MOVE 3                    TO  CMD-CODE
           ELSE
               MOVE SPACES               TO  WS-AUD-BEFORE-IMAGE
               MOVE 2                    TO  CMD-CODE
           END-IF.

           MOVE WS-KEY-YEAR      TO  WS-APR-CYCLE-YEAR.
           MOVE APRSEMPI         TO  WS-APR-EMP-NO.
           MOVE WS-EMP-DEPT-CODE TO  WS-APR-DEPT-CODE.
           MOVE APRSOB1I         TO  WS-APR-OBJECTIVE (1).
           MOVE APRSOB2I         TO  WS-APR-OBJECTIVE (2).
           MOVE APRSOB3I         TO  WS-APR-OBJECTIVE (3).
           MOVE EIBOPID          TO  WS-APR-MGR-OPID.
           MOVE APRSRTGI (1:1)   TO  WS-APR-MGR-RATING.
           MOVE APRSCMTI         TO  WS-APR-MGR-COMMENTS.
           MOVE WS-REVIEWER-OPID TO  WS-APR-REVIEWER-OPID.
           MOVE ZERO             TO  WS-APR-APPROVED-RATING.
           MOVE "S"              TO  WS-APR-STATUS.
           MOVE WS-STAMP-YYMMDD  TO  WS-APR-RATED-DATE.
           MOVE ZERO             TO  WS-APR-APPROVED-DATE.

           MOVE APPRAISAL-RECORD TO DATA-IN.
           CALL "APITPAPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               SET WS-APR-FOUND       TO TRUE
               MOVE 11                TO WORK-MSG-CODE
               PERFORM 650-AUDIT-APPRAISAL
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA AUDITS A CHANGE TO THE APPRAISAL.
      *-----------------------------------------------------------------
       650-AUDIT-APPRAISAL.

           MOVE EIBOPID              TO  WS-AUD-OPERATOR.
           MOVE SPACES               TO  WS-AUD-KEY.
           STRING WS-APR-CYCLE-YEAR WS-APR-EMP-NO
                  DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE APPRAISAL-RECORD     TO  WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES THE SUBMITTED RATING - THE NAMED REVIEWER
      * ONLY. A RATING KEYED IN THE APPROVED FIELD IS THE CALIBRATED
      * ONE; LEFT BLANK, THE MANAGER'S RATING STANDS.
      *-----------------------------------------------------------------
       700-APPROVE-RATING.

           IF  NOT WS-APR-FOUND OR NOT WS-APR-SUBMITTED THEN
               MOVE 15 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  EIBOPID NOT = WS-APR-REVIEWER-OPID THEN
               MOVE 16 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           IF  APRSARTI (1:1) NOT > SPACE THEN
               MOVE WS-APR-MGR-RATING TO WS-KEY-RATING
           ELSE
               IF  APRSARTI (1:1) IS NOT NUMERIC
               OR  APRSARTI (1:1) < "1"
               OR  APRSARTI (1:1) > "5" THEN
                   MOVE DFHBMASB  TO  APRSARTA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  APRSARTL
                   MOVE 10        TO  WORK-MSG-CODE
                   GO TO 700-EXIT
               END-IF
               MOVE APRSARTI (1:1) TO WS-KEY-RATING
           END-IF.

           MOVE APPRAISAL-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-KEY-RATING   TO  WS-APR-APPROVED-RATING.
           MOVE "A"             TO  WS-APR-STATUS.
           MOVE WS-STAMP-YYMMDD TO  WS-APR-APPROVED-DATE.

           MOVE 3 TO CMD-CODE.
           MOVE APPRAISAL-RECORD TO DATA-IN.
           CALL "APITPAPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE 17 TO WORK-MSG-CODE
               PERFORM 650-AUDIT-APPRAISAL
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA RETURNS THE SUBMITTED RATING TO THE MANAGER - THE
      * NAMED REVIEWER ONLY.
      *-----------------------------------------------------------------
       750-RETURN-RATING.

           IF  NOT WS-APR-FOUND OR NOT WS-APR-SUBMITTED THEN
               MOVE 15 TO WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  EIBOPID NOT = WS-APR-REVIEWER-OPID THEN
               MOVE 16 TO WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.

           MOVE APPRAISAL-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "R"             TO  WS-APR-STATUS.

           MOVE 3 TO CMD-CODE.
           MOVE APPRAISAL-RECORD TO DATA-IN.
           CALL "APITPAPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE 18 TO WORK-MSG-CODE
               PERFORM 650-AUDIT-APPRAISAL
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * RATING AND APPROVAL STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME
      * IDIOM AS COBCIO24.
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO APRSMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO APRSMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO APRSMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO APRSMSGA.

           EXEC CICS
               SEND TEXT
               FROM(APRSMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

      *-----------------------------------------------------------------
      *    COBCIO72 - CASH MONITORING CASE REVIEW. COMPLIANCE WORKS
      *               THE CASES THE DAILY COBBAT92 RUN OPENS ON THE
      *               APITPAML GATEWAY. KEYING A CASE NUMBER SHOWS THE
      *               CASE - THE CUSTOMER, THE RULE HIT, THE POSTING
      *               DATES, NUMBER OF CREDITS AND ACCOUNTS AND THE
      *               AMOUNT. ENTER WITH NO CASE NUMBER, OR PF8, BRINGS
      *               UP THE NEXT CASE STILL OPEN. PF10 SAVES THE
      *               REVIEWER'S NOTE AND MOVES AN OPEN CASE UNDER
      *               REVIEW. PF11 CLOSES THE CASE WITH A DISPOSITION -
      *               F A SUSPICIOUS ACTIVITY REPORT WAS FILED, N NO
      *               FURTHER ACTION - AND A NOTE SAYING WHY. EVERY
      *               CHANGE IS AUDITED THROUGH COBAUDIT. COBBAT93
      *               LISTS OPEN AND FILED CASES MONTHLY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO72.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the monitoring case - APITPAML CMD-CODE 1 READ BY CASE
      *    ** NO, 2 ADD, 3 CHANGE, 4 UNFILTERED CURSOR, 5 PER-CUSTOMER
      *    ** CURSOR
       01  AML-CASE-RECORD.
           10 WS-AMC-CASE-NO          PIC X(10).
           10 WS-AMC-CUST-NO          PIC X(10).
      *        ** LARGECR SINGLE LARGE CREDIT, STRUCTUR CREDITS
      *        ** STRUCTURED UNDER THE REPORTING THRESHOLD
           10 WS-AMC-RULE             PIC X(8).
      *        ** yymmdd - the posting dates the hit covers
           10 WS-AMC-FROM-DATE        PIC 9(6).
           10 WS-AMC-TO-DATE          PIC 9(6).
           10 WS-AMC-AMOUNT           PIC S9(11)V9(2) USAGE COMP-3.
           10 WS-AMC-TRAN-COUNT       PIC 9(3).
           10 WS-AMC-ACC-COUNT        PIC 9(2).
           10 WS-AMC-ACC-NO           PIC X(10).
           10 WS-AMC-OPEN-DATE        PIC 9(6).
      *        ** O OPEN, R UNDER REVIEW, C CLOSED
           10 WS-AMC-STATUS           PIC X(1).
               88  WS-AMC-OPEN            VALUE "O".
               88  WS-AMC-CLOSED          VALUE "C".
      *        ** F REPORT FILED, N NO FURTHER ACTION - SET AT CLOSE
           10 WS-AMC-DISPOSITION      PIC X(1).
               88  WS-AMC-DISPOSITION-VALID VALUE "F" "N".
           10 WS-AMC-NOTE             PIC X(60).
           10 WS-AMC-REVIEW-OPID      PIC X(3).
           10 WS-AMC-CLOSE-DATE       PIC 9(6).

      *    ** who/when/before/after capture for case changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO72".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "AMLCASE ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-AMC-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-AMC-FOUND                    VALUE "Y".
       01  WS-BROWSE-SWITCH                PIC X.
           88  WS-BROWSE-DONE                  VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization, checked through COBSECCK like
      *    ** the salary-bearing screens
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO72".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO72".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the review stamp, same manually-declared
      *    ** EIB field convention COBCIO24 uses - populated from
      *    ** ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO72".
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

           COPY AMLCM.

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

      *    **  only compliance operators may see or work the cases -
      *    **  refused before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR MONITORING CASES" TO AMLCMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  AMLCO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  AMLCCASL.

           GO TO 300-SEND-AMLCMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. A KEYED CASE NUMBER SHOWS
      * THAT CASE, PF10 SAVES ITS NOTE AND PF11 CLOSES IT; NO CASE
      * NUMBER, OR PF8, BRINGS UP THE NEXT OPEN CASE.
      *-----------------------------------------------------------------
       200-RECEIVE-AMLCMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("AMLCM")
               INTO(AMLCI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  EIBAID = DFHPF8 OR AMLCCASI NOT > SPACES THEN
               PERFORM 400-NEXT-OPEN-CASE THRU 400-EXIT
               GO TO 300-SEND-AMLCMAP
           END-IF.

           PERFORM 450-READ-CASE.
           IF  NOT WS-AMC-FOUND THEN
               GO TO 300-SEND-AMLCMAP
           END-IF.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-ANNOTATE-CASE THRU 500-EXIT
           ELSE
           IF  EIBAID = DFHPF11 THEN
               PERFORM 600-CLOSE-CASE THRU 600-EXIT
           END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-CASE
           END-IF.

           MOVE DFHBMFSE        TO  AMLCDSPA
                                    AMLCNOTA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-AMLCMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO AMLCMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("AMLCM")
               FROM(AMLCO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-AMLCMAP.

      *-----------------------------------------------------------------
      * THIS PARA BRINGS UP THE NEXT CASE NOT YET CLOSED AFTER THE ONE
      * KEYED (OR THE FIRST ONE) OFF THE APITPAML CMD-CODE 4 CURSOR.
      *-----------------------------------------------------------------
       400-NEXT-OPEN-CASE.

           MOVE "N"             TO WS-BROWSE-SWITCH.
           MOVE "N"             TO WS-AMC-FOUND-SWITCH.
           MOVE SPACES          TO AML-CASE-RECORD.
           MOVE AMLCCASI        TO WS-AMC-CASE-NO.

           PERFORM UNTIL WS-BROWSE-DONE
               MOVE 4 TO CMD-CODE
               MOVE AML-CASE-RECORD TO DATA-IN
               CALL "APITPAML" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO AML-CASE-RECORD
                   IF  NOT WS-AMC-CLOSED
                       SET WS-AMC-FOUND   TO TRUE
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-AMC-FOUND THEN
               MOVE WS-AMC-CASE-NO TO AMLCCASO
               PERFORM 460-SHOW-CASE
           ELSE
               MOVE SPACES         TO AMLCO
               MOVE -1             TO AMLCCASL
               MOVE 13             TO WORK-MSG-CODE
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED CASE.
      *-----------------------------------------------------------------
       450-READ-CASE.

           MOVE SPACES          TO AML-CASE-RECORD.
           MOVE AMLCCASI        TO WS-AMC-CASE-NO.

           MOVE 1 TO CMD-CODE.
           MOVE AML-CASE-RECORD TO DATA-IN.
           CALL "APITPAML" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO AML-CASE-RECORD
               SET WS-AMC-FOUND          TO TRUE
           ELSE
               MOVE SPACES               TO AMLCO
               MOVE -1                   TO AMLCCASL
               MOVE 7                    TO WORK-MSG-CODE
               MOVE "N"                  TO WS-AMC-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE CASE.
      *-----------------------------------------------------------------
       460-SHOW-CASE.

           MOVE WS-AMC-CUST-NO        TO AMLCCUSO.
           MOVE WS-AMC-RULE           TO AMLCRULO.
           MOVE WS-AMC-FROM-DATE      TO AMLCFRMO.
           MOVE WS-AMC-TO-DATE        TO AMLCTODO.
           MOVE WS-AMC-AMOUNT         TO AMLCAMTO.
           MOVE WS-AMC-TRAN-COUNT     TO AMLCCNTO.
           MOVE WS-AMC-ACC-COUNT      TO AMLCACNO.
           MOVE WS-AMC-ACC-NO         TO AMLCACCO.
           MOVE WS-AMC-OPEN-DATE      TO AMLCOPNO.
           MOVE WS-AMC-STATUS         TO AMLCSTAO.
           MOVE WS-AMC-DISPOSITION    TO AMLCDSPO.
           MOVE WS-AMC-NOTE           TO AMLCNOTO.
           MOVE WS-AMC-REVIEW-OPID    TO AMLCRVWO.
           IF  WS-AMC-CLOSED THEN
               MOVE WS-AMC-CLOSE-DATE TO AMLCCLDO
           ELSE
               MOVE SPACES            TO AMLCCLDO
           END-IF.
           IF  EIBAID NOT = DFHPF10 AND EIBAID NOT = DFHPF11
               MOVE 8                 TO WORK-MSG-CODE
           END-IF.
           MOVE -1                    TO AMLCNOTL.

      *-----------------------------------------------------------------
      * THIS PARA SAVES THE REVIEWER'S NOTE - AN OPEN CASE MOVES UNDER
      * REVIEW. A CLOSED CASE CANNOT BE CHANGED.
      *-----------------------------------------------------------------
       500-ANNOTATE-CASE.

           IF  WS-AMC-CLOSED THEN
               MOVE -1        TO  AMLCCASL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  AMLCNOTI NOT > SPACES THEN
               MOVE DFHBMASB  TO  AMLCNOTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  AMLCNOTL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE AML-CASE-RECORD     TO  WS-AUD-BEFORE-IMAGE.
           MOVE AMLCNOTI            TO  WS-AMC-NOTE.
           MOVE EIBOPID             TO  WS-AMC-REVIEW-OPID.
           IF  WS-AMC-OPEN THEN
               MOVE "R"             TO  WS-AMC-STATUS
           END-IF.

           PERFORM 650-CHANGE-CASE.
           MOVE 9                   TO  WORK-MSG-CODE.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CLOSES THE CASE WITH ITS DISPOSITION AND THE NOTE
      * SAYING WHY.
      *-----------------------------------------------------------------
       600-CLOSE-CASE.

           IF  WS-AMC-CLOSED THEN
               MOVE -1        TO  AMLCCASL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 600-EXIT
           END-IF.

           MOVE AML-CASE-RECORD     TO  WS-AUD-BEFORE-IMAGE.

           MOVE AMLCDSPI            TO  WS-AMC-DISPOSITION.
           IF  NOT WS-AMC-DISPOSITION-VALID THEN
               MOVE DFHBMASB  TO  AMLCDSPA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  AMLCDSPL
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 600-EXIT
           END-IF.

           IF  AMLCNOTI NOT > SPACES THEN
               MOVE DFHBMASB  TO  AMLCNOTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  AMLCNOTL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 600-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE AMLCNOTI            TO  WS-AMC-NOTE.
           MOVE EIBOPID             TO  WS-AMC-REVIEW-OPID.
           MOVE "C"                 TO  WS-AMC-STATUS.
           MOVE WS-STAMP-YYMMDD     TO  WS-AMC-CLOSE-DATE.

           PERFORM 650-CHANGE-CASE.
           MOVE 10                  TO  WORK-MSG-CODE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA REWRITES THE CASE AND AUDITS THE CHANGE.
      *-----------------------------------------------------------------
       650-CHANGE-CASE.

           MOVE 3 TO CMD-CODE.
           MOVE AML-CASE-RECORD TO DATA-IN.
           CALL "APITPAML" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID             TO  WS-AUD-OPERATOR.
           MOVE WS-AMC-CASE-NO      TO  WS-AUD-KEY.
           MOVE AML-CASE-RECORD     TO  WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * REVIEW STAMP - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO AMLCMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO AMLCMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO AMLCMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO AMLCMSGA.

           EXEC CICS
               SEND TEXT
               FROM(AMLCMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

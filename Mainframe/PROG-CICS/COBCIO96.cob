      *-----------------------------------------------------------------
      *    COBCIO96 - SOFTWARE SEAT ASSIGNMENT AND RECLAIM. KEYED ON A
      *               COBCIO95 LICENSE POOL AND AN EMP-ID, THIS SCREEN
      *               SHOWS WHETHER THE EMPLOYEE HOLDS A SEAT IN THE
      *               POOL AND HOW FULL THE POOL IS, ASSIGNS A SEAT
      *               (PF10) AND RECLAIMS ONE BY HAND (PF11) ON THE
      *               NEW APITPSTA GATEWAY, WITH DATES AND THE KEYING
      *               OPERATOR RETAINED. AN ASSIGNMENT IS REFUSED FOR
      *               A TERMINATED EMPLOYEE, FOR SOMEONE ALREADY
      *               HOLDING A SEAT IN THE POOL, AND ONCE EVERY
      *               PURCHASED SEAT IS TAKEN. RECLAIMED ROWS STAY ON
      *               THE GATEWAY AS THE SEAT HISTORY; COBBAT14
      *               TERMINATION AND COBCIO57 EXIT CLEARANCE RECLAIM
      *               A LEAVER'S SEATS WITHOUT ANYONE KEYING THEM
      *               HERE. EVERY CHANGE GOES THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO96.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one seat row per assignment on the new APITPSTA gateway
      *    ** - CMD-CODE 1 HELD-SEAT READ BY POOL+EMPLOYEE, 2 ADD
      *    ** (ASSIGN), 3 CHANGE (RECLAIM), 4 PER-EMPLOYEE CURSOR,
      *    ** 5 ALL-SEATS CURSOR, 6 PER-POOL CURSOR. A SEAT IS HELD
      *    ** WHILE ITS RECLAIM-DATE IS ZERO.
       01  SEAT-ASSIGNMENT-RECORD.
           10 WS-STA-POOL-ID          PIC X(8).
           10 WS-STA-EMP-NO           PIC X(6).
           10 WS-STA-ASSIGN-DATE      PIC 9(6).
           10 WS-STA-RECLAIM-DATE     PIC 9(6).
      *        ** T = TERMINATION RUN, X = EXIT CLEARANCE, M = MANUAL
           10 WS-STA-RECLAIM-REASON   PIC X(1).
           10 WS-STA-OPID             PIC X(3).

      *    ** the COBCIO95 pool on APITPLIC - CMD-CODE 1 READ
       01  LICENSE-POOL-RECORD.
           10 WS-LIC-POOL-ID          PIC X(8).
           10 WS-LIC-PRODUCT-NAME     PIC X(30).
           10 WS-LIC-VENDOR-ID        PIC X(6).
           10 WS-LIC-SEATS-PURCHASED  PIC 9(5).
           10 WS-LIC-RENEWAL-DATE     PIC 9(6).
           10 WS-LIC-COST-PER-SEAT    PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LIC-MAINT-OPID       PIC X(3).
           10 WS-LIC-MAINT-DATE       PIC 9(6).

      *    ** same layout COBCIO57 carries - the key and the
      *    ** termination date
       01  EMPLOYEE-MASTER-RECORD.
           03  EMP-ID                      PIC X(6).
           03  FILLER                      PIC X(134).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).

      *    ** a second seat image for the per-pool count, so walking
      *    ** the pool never disturbs the employee's own seat row
       01  SEAT-CURSOR-RECORD.
           10 WS-SCR-POOL-ID          PIC X(8).
           10 WS-SCR-EMP-NO           PIC X(6).
           10 WS-SCR-ASSIGN-DATE      PIC 9(6).
           10 WS-SCR-RECLAIM-DATE     PIC 9(6).
           10 WS-SCR-RECLAIM-REASON   PIC X(1).
           10 WS-SCR-OPID             PIC X(3).
       01  WS-STA-CURSOR-SWITCH            PIC X.
           88  WS-STA-CURSOR-DONE              VALUE "Y".
       01  WS-SEATS-HELD                   PIC 9(5).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-LIC-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-LIC-FOUND                    VALUE "Y".
       01  WS-SEAT-FOUND-SWITCH            PIC X VALUE "N".
           88  WS-SEAT-FOUND                   VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who/when/before/after capture for seat changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO96".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "SEATASGN".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look but not assign or reclaim
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO96".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO96".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when stamp, same ASSIGN/ASKTIME idiom as COBCIO30
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO96".
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

           COPY STAM.

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
               MOVE "NOT AUTHORIZED FOR SOFTWARE SEAT ASSIGNMENT"
                                   TO STAMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  STAMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  STAMPOLL.

           GO TO 300-SEND-STAMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-STAMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("STAM")
               INTO(STAMI)
           END-EXEC.

           IF  STAMPOLI IS NOT > SPACES
           OR  STAMEMPI IS NOT > SPACES
               MOVE -1                TO  STAMPOLL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-STAMAP
           END-IF.

      *    ** the pool and the seat are read for every AID, so PF10/
      *    ** PF11 always judge the key on the screen now
           PERFORM 400-READ-POOL-AND-SEAT THRU 400-EXIT.

           IF  WS-LIC-FOUND THEN
               IF  (EIBAID = DFHPF10 OR EIBAID = DFHPF11)
               AND WS-SEC-MASKED THEN
                   MOVE 15 TO WORK-MSG-CODE
               ELSE
                   EVALUATE EIBAID
                       WHEN DFHPF10
                           PERFORM 500-ASSIGN-SEAT THRU 500-EXIT
                       WHEN DFHPF11
                           PERFORM 600-RECLAIM-SEAT THRU 600-EXIT
                   END-EVALUATE
               END-IF
           END-IF.

           MOVE DFHBMFSE        TO  STAMPOLA
                                    STAMEMPA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-STAMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO STAMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("STAM")
               FROM(STAMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-STAMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED POOL (IT MUST BE ON FILE), COUNTS
      * THE SEATS HELD AGAINST IT, AND READS THE SEAT THE KEYED
      * EMPLOYEE HOLDS IN IT, IF ANY (APITPSTA CMD-CODE 1).
      *-----------------------------------------------------------------
       400-READ-POOL-AND-SEAT.

           MOVE "N"      TO WS-LIC-FOUND-SWITCH.
           MOVE "N"      TO WS-SEAT-FOUND-SWITCH.
           MOVE SPACES   TO STAMPRDO
                            STAMSTSO
                            STAMUSDO
                            STAMADTO
                            STAMRCDO.

           MOVE SPACES   TO LICENSE-POOL-RECORD.
           MOVE STAMPOLI TO WS-LIC-POOL-ID.
           MOVE 1 TO CMD-CODE.
           MOVE LICENSE-POOL-RECORD TO DATA-IN.
           CALL "APITPLIC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE -1 TO STAMPOLL
               MOVE 10 TO WORK-MSG-CODE
               GO TO 400-EXIT
           END-IF.
           MOVE DATA-OUT TO LICENSE-POOL-RECORD.
           SET WS-LIC-FOUND TO TRUE.
           MOVE WS-LIC-PRODUCT-NAME    TO STAMPRDO.
           MOVE WS-LIC-SEATS-PURCHASED TO STAMSTSO.

           PERFORM 450-COUNT-SEATS-HELD.
           MOVE WS-SEATS-HELD          TO STAMUSDO.

           MOVE SPACES   TO SEAT-ASSIGNMENT-RECORD.
           MOVE STAMPOLI TO WS-STA-POOL-ID.
           MOVE STAMEMPI TO WS-STA-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE SEAT-ASSIGNMENT-RECORD TO DATA-IN.
           CALL "APITPSTA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO SEAT-ASSIGNMENT-RECORD
               SET WS-SEAT-FOUND TO TRUE
               MOVE WS-STA-ASSIGN-DATE TO STAMADTO
               MOVE 8 TO WORK-MSG-CODE
           ELSE
               MOVE 7 TO WORK-MSG-CODE
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA COUNTS THE SEATS STILL HELD AGAINST THE POOL - THE
      * APITPSTA PER-POOL CURSOR WALKED TO EXHAUSTION, RECLAIMED ROWS
      * PASSED BY.
      *-----------------------------------------------------------------
       450-COUNT-SEATS-HELD.

           MOVE ZERO           TO WS-SEATS-HELD.
           MOVE "N"            TO WS-STA-CURSOR-SWITCH.
           MOVE SPACES         TO SEAT-CURSOR-RECORD.
           MOVE WS-LIC-POOL-ID TO WS-SCR-POOL-ID.
           MOVE 6 TO CMD-CODE.
           PERFORM UNTIL WS-STA-CURSOR-DONE
               MOVE SEAT-CURSOR-RECORD TO DATA-IN
               CALL "APITPSTA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-STA-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO SEAT-CURSOR-RECORD
                   IF  WS-SCR-RECLAIM-DATE = ZERO
                       ADD 1 TO WS-SEATS-HELD
                   END-IF
                   MOVE WS-LIC-POOL-ID TO WS-SCR-POOL-ID
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * THIS PARA ASSIGNS A SEAT IN THE KEYED POOL TO THE KEYED
      * EMPLOYEE - WHO MUST BE ON FILE, NOT TERMINATED, AND NOT
      * ALREADY HOLDING ONE - AS LONG AS A PURCHASED SEAT IS FREE.
      *-----------------------------------------------------------------
       500-ASSIGN-SEAT.

           MOVE SPACES   TO EMPLOYEE-MASTER-RECORD.
           MOVE STAMEMPI TO EMP-ID.
           MOVE 1        TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE -1 TO STAMEMPL
               MOVE 11 TO WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.
           IF  WS-EMP-DATE-TERMINATED NOT = ZERO THEN
               MOVE -1 TO STAMEMPL
               MOVE 12 TO WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-SEAT-FOUND THEN
               MOVE -1 TO STAMEMPL
               MOVE 13 TO WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-SEATS-HELD NOT < WS-LIC-SEATS-PURCHASED THEN
               MOVE -1 TO STAMPOLL
               MOVE 14 TO WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-STAMP-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
                     YYMMDD(WS-STAMP-YYMMDD)
                     END-EXEC.

           MOVE SPACES          TO SEAT-ASSIGNMENT-RECORD.
           MOVE STAMPOLI        TO WS-STA-POOL-ID.
           MOVE STAMEMPI        TO WS-STA-EMP-NO.
           MOVE WS-STAMP-YYMMDD TO WS-STA-ASSIGN-DATE.
           MOVE ZERO            TO WS-STA-RECLAIM-DATE.
           MOVE EIBOPID         TO WS-STA-OPID.

           MOVE 2 TO CMD-CODE.
           MOVE SEAT-ASSIGNMENT-RECORD TO DATA-IN.
           CALL "APITPSTA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE EIBOPID                TO WS-AUD-OPERATOR
               MOVE SPACES                 TO WS-AUD-KEY
               STRING WS-STA-POOL-ID WS-STA-EMP-NO
                   DELIMITED BY SIZE INTO WS-AUD-KEY
               MOVE SPACES                 TO WS-AUD-BEFORE-IMAGE
               MOVE SEAT-ASSIGNMENT-RECORD TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               ADD 1 TO WS-SEATS-HELD
               MOVE WS-SEATS-HELD      TO STAMUSDO
               MOVE WS-STA-ASSIGN-DATE TO STAMADTO
               SET WS-SEAT-FOUND TO TRUE
               MOVE 1 TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA RECLAIMS THE SEAT THE KEYED EMPLOYEE HOLDS - IT GETS
      * ITS RECLAIM DATE, REASON M, AND STAYS ON FILE AS SEAT HISTORY.
      *-----------------------------------------------------------------
       600-RECLAIM-SEAT.

           IF  NOT WS-SEAT-FOUND THEN
               MOVE -1 TO STAMEMPL
               MOVE 16 TO WORK-MSG-CODE
               GO TO 600-EXIT
           END-IF.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-STAMP-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
                     YYMMDD(WS-STAMP-YYMMDD)
                     END-EXEC.

           MOVE SEAT-ASSIGNMENT-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-STAMP-YYMMDD TO WS-STA-RECLAIM-DATE.
           MOVE "M"             TO WS-STA-RECLAIM-REASON.
           MOVE EIBOPID         TO WS-STA-OPID.

           MOVE 3 TO CMD-CODE.
           MOVE SEAT-ASSIGNMENT-RECORD TO DATA-IN.
           CALL "APITPSTA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE EIBOPID                TO WS-AUD-OPERATOR
               MOVE SPACES                 TO WS-AUD-KEY
               STRING WS-STA-POOL-ID WS-STA-EMP-NO
                   DELIMITED BY SIZE INTO WS-AUD-KEY
               MOVE SEAT-ASSIGNMENT-RECORD TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               SUBTRACT 1 FROM WS-SEATS-HELD
               MOVE WS-SEATS-HELD       TO STAMUSDO
               MOVE WS-STA-RECLAIM-DATE TO STAMRCDO
               MOVE "N" TO WS-SEAT-FOUND-SWITCH
               MOVE 2 TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       600-EXIT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO STAMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO STAMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO STAMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO STAMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(STAMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

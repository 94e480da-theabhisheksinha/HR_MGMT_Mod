      *-----------------------------------------------------------------
      *    COBCIO95 - SOFTWARE LICENSE POOL MAINTENANCE. WHAT THE
      *               COMPANY HAD BOUGHT FROM EACH SOFTWARE VENDOR,
      *               HOW MANY SEATS, AND WHEN THEY CAME UP FOR
      *               RENEWAL LIVED IN A PROCUREMENT SPREADSHEET, SO
      *               RENEWALS WERE PAID FOR SEATS NOBODY USED AND
      *               AUDITS FOUND MORE INSTALLS THAN WERE BOUGHT.
      *               THIS SCREEN ADDS AND CHANGES A LICENSE POOL ON
      *               THE NEW APITPLIC GATEWAY (CMD-CODE 1 READ, 2
      *               ADD, 3 CHANGE) - PRODUCT, VENDOR (WHICH MUST BE
      *               AN ACTIVE APITPVND VENDOR), SEATS PURCHASED,
      *               RENEWAL DATE AND COST PER SEAT (PF10) - AND
      *               SHOWS HOW MANY SEATS ARE ASSIGNED RIGHT NOW
      *               OFF THE COBCIO96 SEAT ROWS. A POOL IS NEVER
      *               DELETED - THE SEAT HISTORY STILL NAMES IT.
      *               COBBATB4 TRUES THE POOLS UP MONTHLY AND RAISES
      *               THE RENEWAL-DUE ALERT. EVERY CHANGE GOES
      *               THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO95.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one pool row per pool id on the new APITPLIC gateway
      *    ** - CMD-CODE 1 READ, 2 ADD, 3 CHANGE, 5 ALL-POOLS CURSOR
       01  LICENSE-POOL-RECORD.
           10 WS-LIC-POOL-ID          PIC X(8).
           10 WS-LIC-PRODUCT-NAME     PIC X(30).
           10 WS-LIC-VENDOR-ID        PIC X(6).
           10 WS-LIC-SEATS-PURCHASED  PIC 9(5).
           10 WS-LIC-RENEWAL-DATE     PIC 9(6).
           10 WS-LIC-RENEWAL-DATE-R REDEFINES WS-LIC-RENEWAL-DATE.
               15 WS-LIC-RENEWAL-YY   PIC 99.
               15 WS-LIC-RENEWAL-MM   PIC 99.
               15 WS-LIC-RENEWAL-DD   PIC 99.
           10 WS-LIC-COST-PER-SEAT    PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LIC-MAINT-OPID       PIC X(3).
           10 WS-LIC-MAINT-DATE       PIC 9(6).

      *    ** the vendor must be on file and active - same vendor row
      *    ** COBCIO91 maintains
       01  VENDOR-MASTER-RECORD.
           10 WS-VND-VENDOR-ID        PIC X(6).
           10 WS-VND-NAME             PIC X(30).
           10 WS-VND-ADDR-1           PIC X(30).
           10 WS-VND-ADDR-2           PIC X(30).
           10 WS-VND-CONTACT          PIC X(20).
           10 WS-VND-PHONE            PIC X(15).
           10 WS-VND-TERMS-DAYS       PIC 9(3).
           10 WS-VND-STATUS           PIC X(1).
               88  WS-VND-ACTIVE          VALUE "A".
           10 WS-VND-MAINT-OPID       PIC X(3).
           10 WS-VND-MAINT-DATE       PIC 9(6).

      *    ** same seat row COBCIO96 assigns - the APITPSTA CMD-CODE 6
      *    ** per-pool cursor counts the seats still held
       01  SEAT-ASSIGNMENT-RECORD.
           10 WS-STA-POOL-ID          PIC X(8).
           10 WS-STA-EMP-NO           PIC X(6).
           10 WS-STA-ASSIGN-DATE      PIC 9(6).
           10 WS-STA-RECLAIM-DATE     PIC 9(6).
           10 WS-STA-RECLAIM-REASON   PIC X(1).
           10 WS-STA-OPID             PIC X(3).
       01  WS-STA-CURSOR-SWITCH            PIC X.
           88  WS-STA-CURSOR-DONE              VALUE "Y".
       01  WS-SEATS-HELD                   PIC 9(5).

       01  WS-KEYED-COST                   PIC 9(7)V9(2).
       01  WS-COST-OUT                     PIC 9(7)V9(2).
       01  WS-COST-OUT-X REDEFINES WS-COST-OUT
                                           PIC X(9).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

      *    ** set by 400-READ-POOL - tells 600-ADD-CHANGE whether
      *    ** this id already has a row (change) or not (add)
       01  WS-LIC-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-LIC-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who/when/before/after capture for pool changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO95".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "LICPOOL ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look but not add or change
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO95".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO95".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the stamps, same manually-declared EIB
      *    ** field convention COBCIO24 uses
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO95".
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

           COPY LICM.

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
               MOVE "NOT AUTHORIZED FOR LICENSE POOL MAINTENANCE"
                                   TO LICMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  LICMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  LICMIDL.

           GO TO 300-SEND-LICMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-LICMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("LICM")
               INTO(LICMI)
           END-EXEC.

           IF  LICMIDI IS NOT > SPACES THEN
               MOVE -1                TO  LICMIDL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-LICMAP
           END-IF.

      *    ** the read runs for every AID - a PF10 add/change keyed
      *    ** over a fresh key must judge add-vs-change off the key on
      *    ** the screen NOW, not the one read last time around
           PERFORM 400-READ-POOL.

           IF  EIBAID = DFHPF10 THEN
               IF  WS-SEC-MASKED THEN
                   MOVE 15 TO WORK-MSG-CODE
               ELSE
                   PERFORM 500-VALIDATE-SCREEN THRU 500-EXIT
                   IF  NOT ERRORS THEN
                       PERFORM 600-ADD-CHANGE-POOL
                               THRU 600-EXIT-POINT
                   END-IF
               END-IF
           END-IF.

           MOVE DFHBMFSE        TO  LICMIDA
                                    LICMPRDA
                                    LICMVNDA
                                    LICMSTSA
                                    LICMRNWA
                                    LICMCSTA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-LICMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO LICMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("LICM")
               FROM(LICMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-LICMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE POOL ROW FOR THE KEYED ID AND COUNTS THE
      * SEATS HELD AGAINST IT. RESP-CODE = 0 JUST MEANS NO ROW YET -
      * THE NORMAL CASE BEFORE AN ADD, NOT A DATABASE ERROR.
      *-----------------------------------------------------------------
       400-READ-POOL.

           MOVE SPACES  TO  LICENSE-POOL-RECORD.
           MOVE LICMIDI TO  WS-LIC-POOL-ID.

           MOVE 1 TO CMD-CODE.
           MOVE LICENSE-POOL-RECORD TO DATA-IN.
           CALL "APITPLIC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT               TO LICENSE-POOL-RECORD
               MOVE WS-LIC-PRODUCT-NAME    TO LICMPRDO
               MOVE WS-LIC-VENDOR-ID       TO LICMVNDO
               MOVE WS-LIC-SEATS-PURCHASED TO LICMSTSO
               MOVE WS-LIC-RENEWAL-DATE    TO LICMRNWO
               MOVE WS-LIC-COST-PER-SEAT   TO WS-COST-OUT
               MOVE WS-COST-OUT-X          TO LICMCSTO
               PERFORM 420-COUNT-SEATS-HELD
               MOVE WS-SEATS-HELD          TO LICMUSDO
               MOVE 8                      TO WORK-MSG-CODE
               SET WS-LIC-FOUND            TO TRUE
           ELSE
               MOVE SPACES                 TO LICMPRDO
                                              LICMVNDO
                                              LICMSTSO
                                              LICMRNWO
                                              LICMCSTO
                                              LICMUSDO
               MOVE 7                      TO WORK-MSG-CODE
               MOVE "N"                    TO WS-LIC-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA COUNTS THE SEATS STILL HELD AGAINST THE POOL - THE
      * APITPSTA PER-POOL CURSOR WALKED TO EXHAUSTION, RECLAIMED
      * ROWS PASSED BY.
      *-----------------------------------------------------------------
       420-COUNT-SEATS-HELD.

           MOVE ZERO           TO WS-SEATS-HELD.
           MOVE "N"            TO WS-STA-CURSOR-SWITCH.
           MOVE SPACES         TO SEAT-ASSIGNMENT-RECORD.
           MOVE WS-LIC-POOL-ID TO WS-STA-POOL-ID.
           MOVE 6 TO CMD-CODE.
           PERFORM UNTIL WS-STA-CURSOR-DONE
               MOVE SEAT-ASSIGNMENT-RECORD TO DATA-IN
               CALL "APITPSTA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-STA-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO SEAT-ASSIGNMENT-RECORD
                   IF  WS-STA-RECLAIM-DATE = ZERO
                       ADD 1 TO WS-SEATS-HELD
                   END-IF
                   MOVE WS-LIC-POOL-ID TO WS-STA-POOL-ID
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE POOL - A PRODUCT, AN ACTIVE VENDOR ON
      * FILE, A NUMERIC NON-ZERO SEAT COUNT, A RENEWAL DATE THAT IS A
      * REAL YYMMDD, AND A NUMERIC COST PER SEAT.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           IF  LICMPRDI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  LICMPRDA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  LICMPRDL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE SPACES   TO VENDOR-MASTER-RECORD.
           MOVE LICMVNDI TO WS-VND-VENDOR-ID.
           MOVE 1 TO CMD-CODE.
           MOVE VENDOR-MASTER-RECORD TO DATA-IN.
           CALL "APITPVND" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE DFHBMASB  TO  LICMVNDA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  LICMVNDL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE DATA-OUT TO VENDOR-MASTER-RECORD.
           IF  NOT WS-VND-ACTIVE THEN
               MOVE DFHBMASB  TO  LICMVNDA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  LICMVNDL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  LICMSTSI IS NOT NUMERIC OR LICMSTSI = ZERO THEN
               MOVE DFHBMASB  TO  LICMSTSA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  LICMSTSL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  LICMRNWI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  LICMRNWA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  LICMRNWL
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE LICMRNWI TO WS-LIC-RENEWAL-DATE.
           IF  WS-LIC-RENEWAL-MM < 1 OR WS-LIC-RENEWAL-MM > 12
           OR  WS-LIC-RENEWAL-DD < 1 OR WS-LIC-RENEWAL-DD > 31 THEN
               MOVE DFHBMASB  TO  LICMRNWA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  LICMRNWL
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  LICMCSTI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  LICMCSTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  LICMCSTL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE LICMCSTI    TO WS-COST-OUT-X.
           MOVE WS-COST-OUT TO WS-KEYED-COST.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA ADDS A NEW POOL ROW OR CHANGES AN EXISTING ONE -
      * SAME PF10-TO-UPDATE PATTERN COBCIO91 USES, AUDITED.
      *-----------------------------------------------------------------
       600-ADD-CHANGE-POOL.

           MOVE LICENSE-POOL-RECORD TO WS-AUD-BEFORE-IMAGE.
           IF  NOT WS-LIC-FOUND THEN
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
           END-IF.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.
           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
           END-EXEC.

           MOVE LICMIDI         TO  WS-LIC-POOL-ID.
           MOVE LICMPRDI        TO  WS-LIC-PRODUCT-NAME.
           MOVE LICMVNDI        TO  WS-LIC-VENDOR-ID.
           MOVE LICMSTSI        TO  WS-LIC-SEATS-PURCHASED.
           MOVE LICMRNWI        TO  WS-LIC-RENEWAL-DATE.
           MOVE WS-KEYED-COST   TO  WS-LIC-COST-PER-SEAT.
           MOVE EIBOPID         TO  WS-LIC-MAINT-OPID.
           MOVE WS-STAMP-YYMMDD TO  WS-LIC-MAINT-DATE.

           IF  WS-LIC-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE LICENSE-POOL-RECORD TO DATA-IN.
           CALL "APITPLIC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID                 TO WS-AUD-OPERATOR
               MOVE WS-LIC-POOL-ID          TO WS-AUD-KEY
               MOVE LICENSE-POOL-RECORD     TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               IF  WS-LIC-FOUND THEN
                   MOVE 2 TO WORK-MSG-CODE
               ELSE
                   MOVE 1 TO WORK-MSG-CODE
                   SET WS-LIC-FOUND TO TRUE
                   MOVE ZERO        TO LICMUSDO
               END-IF
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       600-EXIT-POINT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO LICMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO LICMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO LICMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO LICMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(LICMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

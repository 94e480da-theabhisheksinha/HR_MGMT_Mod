      *-----------------------------------------------------------------
      *    COBCIO97 - BUSINESS DATE AND CATCH-UP CONTROL. SHOWS THE
      *               APITPBDT BUSINESS-DATE CONTROL RECORD THE WHOLE
      *               BATCH SUITE NOW TAKES ITS PROCESSING DATE FROM
      *               (COBBUSDT) - THE CURRENT, PRIOR AND NEXT BUSINESS
      *               DATES AND WHEN COBBAT17 LAST ADVANCED IT - AND
      *               LETS OPS PUT THE SCHEDULER INTO CATCH-UP (PF10):
      *               THE DATE KEYED IS THE LAST MISSED BUSINESS DATE
      *               TO BE WORKED, AND THE NEXT COBBAT17 RUN WORKS
      *               EVERY BUSINESS DATE FROM THE CURRENT ONE THROUGH
      *               IT IN SEQUENCE, CLEARING IT WHEN DONE. A CATCH-UP
      *               DATE MAY NOT FALL BEFORE THE CURRENT BUSINESS
      *               DATE OR PAST TODAY; ZEROES CALL A PENDING CATCH-UP
      *               OFF. THE BUSINESS DATE ITSELF IS NEVER KEYED HERE
      *               - ONLY COBBAT17 MOVES IT, AND THE NON-BUSINESS
      *               DAYS ARE THE COBCIO35 HOLIDAY CALENDAR'S. EVERY
      *               CHANGE GOES THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO97.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the one business-date control row COBBAT17 advances -
      *    ** APITPBDT CMD-CODE 1 READ, 3 CHANGE
       01  BUSINESS-DATE-RECORD.
           10 WS-BDT-CONTROL-KEY      PIC X(8).
           10 WS-BDT-CURRENT-DATE     PIC 9(6).
           10 WS-BDT-PRIOR-DATE       PIC 9(6).
           10 WS-BDT-NEXT-DATE        PIC 9(6).
           10 WS-BDT-CATCHUP-THRU     PIC 9(6).
           10 WS-BDT-LAST-OF-WEEK     PIC X(1).
           10 WS-BDT-FIRST-OF-MONTH   PIC X(1).
           10 WS-BDT-LAST-OF-MONTH    PIC X(1).
           10 WS-BDT-LAST-OF-YEAR     PIC X(1).
           10 WS-BDT-ADVANCED-DATE    PIC 9(6).
           10 WS-BDT-ADVANCED-TIME    PIC 9(6).
           10 WS-BDT-OPID             PIC X(3).

       01  WS-KEYED-CATCHUP                PIC 9(6).
       01  WS-KEYED-CATCHUP-R REDEFINES WS-KEYED-CATCHUP.
           03  WS-KEYED-YY                 PIC 99.
           03  WS-KEYED-MM                 PIC 99.
           03  WS-KEYED-DD                 PIC 99.

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

      *    ** set by 400-READ-BUSINESS-DATE - no row means COBBAT17
      *    ** has not yet run to seed it, so there is nothing to change
       01  WS-BDT-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-BDT-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who/when/before/after capture for catch-up changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO97".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "BUSDATE ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look but not change
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO97".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO97".
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO97".
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

           COPY BDTM.

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
               MOVE "NOT AUTHORIZED FOR BUSINESS DATE CONTROL"
                                   TO BDTMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  BDTMO.
           PERFORM 400-READ-BUSINESS-DATE.
           MOVE -1             TO  BDTMCTHL.

           GO TO 300-SEND-BDTMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-BDTMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("BDTM")
               INTO(BDTMI)
           END-EXEC.

      *    ** re-read for every AID - COBBAT17 may have advanced the
      *    ** date since the screen was last sent
           PERFORM 400-READ-BUSINESS-DATE.

           IF  EIBAID = DFHPF10 THEN
               IF  WS-SEC-MASKED THEN
                   MOVE 15 TO WORK-MSG-CODE
               ELSE
                   PERFORM 500-VALIDATE-SCREEN THRU 500-EXIT
                   IF  NOT ERRORS THEN
                       PERFORM 600-SET-CATCHUP
                               THRU 600-EXIT-POINT
                   END-IF
               END-IF
           END-IF.

           MOVE DFHBMFSE        TO  BDTMCTHA.
           MOVE -1              TO  BDTMCTHL.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-BDTMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO BDTMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("BDTM")
               FROM(BDTMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-BDTMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE CONTROL ROW AND SHOWS IT. RESP-CODE = 0
      * MEANS COBBAT17 HAS NOT SEEDED IT YET, NOT A DATABASE ERROR.
      *-----------------------------------------------------------------
       400-READ-BUSINESS-DATE.

           MOVE SPACES     TO  BUSINESS-DATE-RECORD.
           MOVE "BUSDATE " TO  WS-BDT-CONTROL-KEY.

           MOVE 1 TO CMD-CODE.
           MOVE BUSINESS-DATE-RECORD TO DATA-IN.
           CALL "APITPBDT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT               TO BUSINESS-DATE-RECORD
               MOVE WS-BDT-CURRENT-DATE    TO BDTMCURO
               MOVE WS-BDT-PRIOR-DATE      TO BDTMPRIO
               MOVE WS-BDT-NEXT-DATE       TO BDTMNXTO
               MOVE WS-BDT-CATCHUP-THRU    TO BDTMCTHO
               MOVE WS-BDT-ADVANCED-DATE   TO BDTMADVO
               MOVE WS-BDT-ADVANCED-TIME   TO BDTMTIMO
               MOVE 8                      TO WORK-MSG-CODE
               SET WS-BDT-FOUND            TO TRUE
           ELSE
               MOVE SPACES                 TO BDTMCURO
                                              BDTMPRIO
                                              BDTMNXTO
                                              BDTMCTHO
                                              BDTMADVO
                                              BDTMTIMO
               MOVE 7                      TO WORK-MSG-CODE
               MOVE "N"                    TO WS-BDT-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE CATCH-UP DATE - THE CONTROL ROW MUST
      * BE ON FILE, AND A NON-ZERO DATE MUST BE A REAL YYMMDD NO
      * EARLIER THAN THE CURRENT BUSINESS DATE AND NO LATER THAN
      * TODAY (A DATE NOT YET REACHED IS NOT MISSED).
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           IF  NOT WS-BDT-FOUND THEN
               SET ERRORS     TO  TRUE
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  BDTMCTHI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  BDTMCTHA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  BDTMCTHL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE BDTMCTHI TO WS-KEYED-CATCHUP.
           IF  WS-KEYED-CATCHUP = ZERO THEN
               GO TO 500-EXIT
           END-IF.

           IF  WS-KEYED-MM < 1 OR WS-KEYED-MM > 12
           OR  WS-KEYED-DD < 1 OR WS-KEYED-DD > 31 THEN
               MOVE DFHBMASB  TO  BDTMCTHA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  BDTMCTHL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-KEYED-CATCHUP < WS-BDT-CURRENT-DATE THEN
               MOVE DFHBMASB  TO  BDTMCTHA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  BDTMCTHL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
           END-EXEC.
           IF  WS-KEYED-CATCHUP > WS-STAMP-YYMMDD THEN
               MOVE DFHBMASB  TO  BDTMCTHA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  BDTMCTHL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA STAMPS THE CATCH-UP DATE (OR ITS REMOVAL) ONTO THE
      * CONTROL ROW - SAME PF10-TO-UPDATE PATTERN COBCIO91 USES,
      * AUDITED. ONLY THE CATCH-UP DATE AND OPERATOR ARE CHANGED.
      *-----------------------------------------------------------------
       600-SET-CATCHUP.

           MOVE BUSINESS-DATE-RECORD TO WS-AUD-BEFORE-IMAGE.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.

           MOVE WS-KEYED-CATCHUP TO  WS-BDT-CATCHUP-THRU.
           MOVE EIBOPID          TO  WS-BDT-OPID.

           MOVE 3 TO CMD-CODE.
           MOVE BUSINESS-DATE-RECORD TO DATA-IN.
           CALL "APITPBDT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID                 TO WS-AUD-OPERATOR
               MOVE WS-BDT-CONTROL-KEY      TO WS-AUD-KEY
               MOVE BUSINESS-DATE-RECORD    TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               MOVE WS-BDT-CATCHUP-THRU     TO BDTMCTHO
               IF  WS-BDT-CATCHUP-THRU = ZERO THEN
                   MOVE 2 TO WORK-MSG-CODE
               ELSE
                   MOVE 1 TO WORK-MSG-CODE
               END-IF
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       600-EXIT-POINT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO BDTMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO BDTMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO BDTMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO BDTMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(BDTMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

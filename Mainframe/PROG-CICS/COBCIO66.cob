      *-----------------------------------------------------------------
      *    COBCIO66 - FIXED-PRICE MILESTONE SCHEDULE AND SIGN-OFF. A
      *               FIXED-PRICE PROJECT (WS-PRJ-BILL-TYPE F ON THE
      *               COBCIO32 PROJECT MASTER) BILLS ITS CONTRACT VALUE
      *               (WS-PRJ-BUDGET) BY AGREED MILESTONES, NOT BY THE
      *               DAYS ITS PEOPLE BOOK. THIS SCREEN KEEPS THE
      *               SCHEDULE PER WS-PRJ-PROJ-NO ON THE NEW APITPMIL
      *               GATEWAY - DESCRIPTION, A PERCENTAGE OF THE
      *               CONTRACT OR A FIXED AMOUNT, THE DUE DATE AND THE
      *               ACHIEVED FLAG (PF10) - AND TAKES THE SIGN-OFF
      *               (PF11) FROM A SECOND, DIFFERENT OPERATOR THAN THE
      *               ONE WHO MARKED IT ACHIEVED, SAME RULE AS THE
      *               COBCIO24 PAY ADJUSTMENT. ONLY A SIGNED-OFF
      *               MILESTONE IS INVOICED BY THE COBBAT37 BILLING
      *               RUN, AND ONE PAST ITS DUE DATE WITHOUT SIGN-OFF
      *               IS LISTED THERE FOR THE PROJECT OWNER. A SIGNED-
      *               OFF MILESTONE CAN NO LONGER BE CHANGED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO66.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the milestone schedule on the new APITPMIL gateway -
      *    ** CMD-CODE 1 READ BY PROJECT AND MILESTONE NUMBER, 2 ADD,
      *    ** 3 CHANGE, 4 PER-PROJECT CURSOR (THE BILLING RUN WALKS IT)
       01  MILESTONE-RECORD.
           10 WS-MIL-PROJ-NO          PIC X(6).
           10 WS-MIL-SEQ-NO           PIC 9(2).
           10 WS-MIL-DESC             PIC X(30).
      *        ** one or the other - a percentage of the contract
      *        ** value or a fixed amount
           10 WS-MIL-PERCENT          PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-MIL-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
      *        ** yyyy-mm-dd, same form as the project dates
           10 WS-MIL-DUE-DATE         PIC X(10).
           10 WS-MIL-ACHIEVED-FLAG    PIC X(1).
               88  WS-MIL-ACHIEVED        VALUE "Y".
           10 WS-MIL-ACHIEVED-OPID    PIC X(3).
           10 WS-MIL-SIGNOFF-OPID     PIC X(3).
               88  WS-MIL-NOT-SIGNED      VALUE SPACES.
           10 WS-MIL-SIGNOFF-DATE     PIC S9(07) USAGE COMP-3.
      *        ** the COBBAT37 invoice that billed it
           10 WS-MIL-INVOICE-NO       PIC X(6).

      *    ** the project the schedule belongs to - must be fixed
      *    ** price, and its contract value caps the schedule
       01  PROJ-MASTER-RECORD.
           10 WS-PRJ-PROJ-NO          PIC X(6).
           10 WS-PRJ-NAME             PIC X(30).
           10 WS-PRJ-DEPT-CODE        PIC X(4).
           10 WS-PRJ-CUST-NO          PIC X(10).
           10 WS-PRJ-STATUS           PIC X(1).
           10 WS-PRJ-START-DATE       PIC X(10).
           10 WS-PRJ-END-DATE         PIC X(10).
           10 WS-PRJ-BUDGET           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PRJ-BILL-TYPE        PIC X(1).
               88  WS-PRJ-FIXED-PRICE     VALUE "F".
           10 WS-PRJ-OWNER-EMP-NO     PIC X(6).

      *    ** the schedule's value so far, walked on the per-project
      *    ** cursor so it never promises more than the contract
       01  WS-SCHED-MILESTONE.
           10 WS-SCH-PROJ-NO          PIC X(6).
           10 WS-SCH-SEQ-NO           PIC 9(2).
           10 FILLER                  PIC X(30).
           10 WS-SCH-PERCENT          PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-SCH-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 FILLER                  PIC X(30).
       01  WS-SCHED-TOTAL                  PIC S9(11)V9(2) COMP-3.
       01  WS-KEYED-PERCENT                PIC S9(3)V9(2) COMP-3.
       01  WS-KEYED-AMOUNT                 PIC S9(9)V9(2) COMP-3.
       01  WS-MIL-VALUE                    PIC S9(11)V9(2) COMP-3.
       01  WS-SCHED-CURSOR-SWITCH          PIC X.
           88  WS-SCHED-CURSOR-DONE            VALUE "Y".

      *    ** the keyed due date, checked for its yyyy-mm-dd shape
       01  WS-DUE-DATE                     PIC X(10).
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           03  WS-DUE-YYYY                 PIC X(4).
           03  WS-DUE-SEP-1                PIC X.
           03  WS-DUE-MM                   PIC X(2).
           03  WS-DUE-SEP-2                PIC X.
           03  WS-DUE-DD                   PIC X(2).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-MIL-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-MIL-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO66".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the achieved and sign-off stamps, same
      *    ** manually-declared EIB field convention COBCIO24 uses -
      *    ** populated from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYDDD                  PIC 9(5).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO66".
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

           COPY MILESM.

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

           MOVE SPACES         TO  MILESMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  MILESMPRJL.

           GO TO 300-SEND-MILESMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-MILESMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("MILESM")
               INTO(MILESMI)
           END-EXEC.

           IF  MILESMPRJI IS NOT > SPACES
           OR  MILESMSEQI IS NOT NUMERIC THEN
               MOVE -1                TO  MILESMPRJL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-MILESMAP
           END-IF.

           PERFORM 400-READ-MILESTONE.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-SCREEN THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-ADD-CHANGE-MILESTONE
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-SIGN-OFF-MILESTONE THRU 700-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  MILESMPRJA
                                    MILESMSEQA
                                    MILESMDSCA
                                    MILESMPCTA
                                    MILESMAMTA
                                    MILESMDUEA
                                    MILESMACHA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-MILESMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO MILESMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("MILESM")
               FROM(MILESMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-MILESMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED MILESTONE - RESP-CODE = 0 JUST MEANS
      * IT ISN'T ON FILE YET, THE EXPECTED CASE BEFORE AN ADD.
      *-----------------------------------------------------------------
       400-READ-MILESTONE.

           MOVE SPACES      TO MILESTONE-RECORD.
           MOVE MILESMPRJI  TO WS-MIL-PROJ-NO.
           MOVE MILESMSEQI  TO WS-MIL-SEQ-NO.

           MOVE 1 TO CMD-CODE.
           MOVE MILESTONE-RECORD TO DATA-IN.
           CALL "APITPMIL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT              TO MILESTONE-RECORD
               MOVE WS-MIL-DESC           TO MILESMDSCO
               MOVE WS-MIL-PERCENT        TO MILESMPCTO
               MOVE WS-MIL-AMOUNT         TO MILESMAMTO
               MOVE WS-MIL-DUE-DATE       TO MILESMDUEO
               MOVE WS-MIL-ACHIEVED-FLAG  TO MILESMACHO
               MOVE WS-MIL-SIGNOFF-OPID   TO MILESMSGNO
               MOVE WS-MIL-SIGNOFF-DATE   TO MILESMSDTO
               MOVE WS-MIL-INVOICE-NO     TO MILESMINVO
               MOVE 8                     TO WORK-MSG-CODE
               SET WS-MIL-FOUND           TO TRUE
           ELSE
               MOVE SPACES                TO MILESMSGNO
               MOVE SPACES                TO MILESMSDTO
               MOVE SPACES                TO MILESMINVO
               MOVE 7                     TO WORK-MSG-CODE
               MOVE "N"                   TO WS-MIL-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE MILESTONE - A FIXED-PRICE PROJECT ON
      * FILE, A DESCRIPTION, A PERCENTAGE OR AN AMOUNT BUT NOT BOTH,
      * A YYYY-MM-DD DUE DATE, ACHIEVED Y/N, AND A SCHEDULE THAT STAYS
      * WITHIN THE CONTRACT VALUE. A SIGNED-OFF MILESTONE IS FROZEN.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           IF  WS-MIL-FOUND AND NOT WS-MIL-NOT-SIGNED THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MILESMSEQL
               MOVE 20        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE SPACES     TO PROJ-MASTER-RECORD.
           MOVE MILESMPRJI TO WS-PRJ-PROJ-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PROJ-MASTER-RECORD TO DATA-IN.
           CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  MILESMPRJA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MILESMPRJL
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE DATA-OUT TO PROJ-MASTER-RECORD.
           IF  NOT WS-PRJ-FIXED-PRICE THEN
               MOVE DFHBMASB  TO  MILESMPRJA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MILESMPRJL
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  MILESMDSCI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  MILESMDSCA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MILESMDSCL
               MOVE 9         TO  WORK-MSG-CODE
           END-IF.

           IF  MILESMPCTI IS NOT > SPACES THEN
               MOVE ZERO      TO  MILESMPCTI
           END-IF.
           IF  MILESMAMTI IS NOT > SPACES THEN
               MOVE ZERO      TO  MILESMAMTI
           END-IF.
           IF  MILESMPCTI IS NOT NUMERIC
           OR  MILESMAMTI IS NOT NUMERIC
           OR  (MILESMPCTI = ZERO AND MILESMAMTI = ZERO)
           OR  (MILESMPCTI NOT = ZERO AND MILESMAMTI NOT = ZERO)
           OR  MILESMPCTI > 100 THEN
               MOVE DFHBMASB  TO  MILESMPCTA
               MOVE DFHBMASB  TO  MILESMAMTA
               IF  NOT ERRORS THEN
                   SET ERRORS TO  TRUE
                   MOVE -1    TO  MILESMPCTL
                   MOVE 15    TO  WORK-MSG-CODE
               END-IF
           END-IF.

           MOVE MILESMDUEI TO WS-DUE-DATE.
           IF  WS-DUE-YYYY IS NOT NUMERIC
           OR  WS-DUE-MM   IS NOT NUMERIC
           OR  WS-DUE-DD   IS NOT NUMERIC
           OR  WS-DUE-SEP-1 NOT = "-"
           OR  WS-DUE-SEP-2 NOT = "-" THEN
               MOVE DFHBMASB  TO  MILESMDUEA
               IF  NOT ERRORS THEN
                   SET ERRORS TO  TRUE
                   MOVE -1    TO  MILESMDUEL
                   MOVE 16    TO  WORK-MSG-CODE
               END-IF
           END-IF.

           IF  MILESMACHI IS NOT > SPACES THEN
               MOVE "N"       TO  MILESMACHI
           END-IF.
           IF  MILESMACHI NOT = "Y" AND MILESMACHI NOT = "N" THEN
               MOVE DFHBMASB  TO  MILESMACHA
               IF  NOT ERRORS THEN
                   SET ERRORS TO  TRUE
                   MOVE -1    TO  MILESMACHL
                   MOVE 17    TO  WORK-MSG-CODE
               END-IF
           END-IF.

           IF  ERRORS THEN
               GO TO 500-EXIT
           END-IF.

      *    ** the rest of the schedule plus this milestone may not
      *    ** promise more than the contract
           MOVE MILESMPCTI TO WS-KEYED-PERCENT.
           MOVE MILESMAMTI TO WS-KEYED-AMOUNT.
           IF  WS-KEYED-AMOUNT NOT = ZERO THEN
               MOVE WS-KEYED-AMOUNT TO WS-SCHED-TOTAL
           ELSE
               COMPUTE WS-SCHED-TOTAL ROUNDED =
                       WS-PRJ-BUDGET * WS-KEYED-PERCENT / 100
           END-IF.

           MOVE "N"         TO WS-SCHED-CURSOR-SWITCH.
           MOVE SPACES      TO WS-SCHED-MILESTONE.
           MOVE MILESMPRJI  TO WS-SCH-PROJ-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-SCHED-CURSOR-DONE
               MOVE WS-SCHED-MILESTONE TO DATA-IN
               CALL "APITPMIL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCHED-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO WS-SCHED-MILESTONE
                   IF  WS-SCH-SEQ-NO NOT = MILESMSEQI THEN
                       IF  WS-SCH-AMOUNT NOT = ZERO THEN
                           ADD WS-SCH-AMOUNT TO WS-SCHED-TOTAL
                       ELSE
                           COMPUTE WS-MIL-VALUE ROUNDED =
                               WS-PRJ-BUDGET * WS-SCH-PERCENT / 100
                           ADD WS-MIL-VALUE TO WS-SCHED-TOTAL
                       END-IF
                   END-IF
                   MOVE MILESMPRJI TO WS-SCH-PROJ-NO
               END-IF
           END-PERFORM.

           IF  WS-SCHED-TOTAL > WS-PRJ-BUDGET THEN
               MOVE DFHBMASB  TO  MILESMPCTA
               MOVE DFHBMASB  TO  MILESMAMTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MILESMPCTL
               MOVE 23        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA ADDS A NEW MILESTONE OR CHANGES THE ONE ON FILE -
      * SAME PF10-TO-UPDATE PATTERN AS COBCIO32. MARKING IT ACHIEVED
      * STAMPS THE OPERATOR, WHO THEN CANNOT SIGN IT OFF.
      *-----------------------------------------------------------------
       600-ADD-CHANGE-MILESTONE.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE MILESMPRJI  TO  WS-MIL-PROJ-NO.
           MOVE MILESMSEQI  TO  WS-MIL-SEQ-NO.
           MOVE MILESMDSCI  TO  WS-MIL-DESC.
           MOVE MILESMPCTI  TO  WS-MIL-PERCENT.
           MOVE MILESMAMTI  TO  WS-MIL-AMOUNT.
           MOVE MILESMDUEI  TO  WS-MIL-DUE-DATE.
           IF  MILESMACHI = "Y" AND NOT WS-MIL-ACHIEVED THEN
               MOVE EIBOPID TO WS-MIL-ACHIEVED-OPID
           END-IF.
           IF  MILESMACHI = "N" THEN
               MOVE SPACES  TO WS-MIL-ACHIEVED-OPID
           END-IF.
           MOVE MILESMACHI  TO  WS-MIL-ACHIEVED-FLAG.

           IF  WS-MIL-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE SPACES  TO  WS-MIL-SIGNOFF-OPID
               MOVE ZERO    TO  WS-MIL-SIGNOFF-DATE
               MOVE SPACES  TO  WS-MIL-INVOICE-NO
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE MILESTONE-RECORD TO DATA-IN.
           CALL "APITPMIL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               IF  WS-MIL-FOUND THEN
                   MOVE 2 TO WORK-MSG-CODE
               ELSE
                   MOVE 1 TO WORK-MSG-CODE
                   SET WS-MIL-FOUND TO TRUE
               END-IF
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SIGNS OFF AN ACHIEVED MILESTONE - A SECOND, DIFFERENT
      * OPERATOR ONLY. THE SIGNED-OFF MILESTONE IS WHAT THE BILLING RUN
      * INVOICES.
      *-----------------------------------------------------------------
       700-SIGN-OFF-MILESTONE.

           IF  NOT WS-MIL-FOUND OR NOT WS-MIL-ACHIEVED THEN
               MOVE 21 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           IF  NOT WS-MIL-NOT-SIGNED THEN
               MOVE 22 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

      *    ** whoever said it was achieved cannot also accept it
           IF  EIBOPID = WS-MIL-ACHIEVED-OPID THEN
               MOVE 12 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE EIBOPID         TO  WS-MIL-SIGNOFF-OPID.
           MOVE WS-STAMP-YYDDD  TO  WS-MIL-SIGNOFF-DATE.

           MOVE 3 TO CMD-CODE.
           MOVE MILESTONE-RECORD TO DATA-IN.
           CALL "APITPMIL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE WS-MIL-SIGNOFF-OPID TO MILESMSGNO
               MOVE WS-MIL-SIGNOFF-DATE TO MILESMSDTO
               MOVE 13 TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * ACHIEVED/SIGN-OFF STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM
      * AS COBCIO24.
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
               YYDDD(WS-STAMP-YYDDD)
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO MILESMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO MILESMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO MILESMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO MILESMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(MILESMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

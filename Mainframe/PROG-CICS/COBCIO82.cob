      *-----------------------------------------------------------------
      *    COBCIO82 - GRATUITY RULE TABLE MAINTENANCE. THE END-OF-
      *               SERVICE GRATUITY RULE - SO MANY DAYS OF SALARY
      *               FOR EVERY YEAR OF SERVICE, MORE DAYS ONCE THE
      *               SERVICE PASSES EACH THRESHOLD - USED TO LIVE ON A
      *               PRINTED SHEET. IT IS NOW A TABLE OF TIERS ON THE
      *               NEW APITPGRT GATEWAY, ONE ROW PER MINIMUM NUMBER
      *               OF COMPLETED YEARS. KEYING THE YEARS SHOWS THE
      *               TIER; PF10 FILES A NEW TIER OR CHANGES THE ONE ON
      *               FILE (DAYS OF SALARY PER YEAR AND DESCRIPTION);
      *               PF11 REMOVES IT. THE COBGRATY ROUTINE APPLIES THE
      *               HIGHEST TIER AN EMPLOYEE HAS REACHED TO THE WHOLE
      *               SERVICE, SO BOTH THE COBBATA1 MONTHLY PROVISION
      *               AND THE COBCIO57 SETTLEMENT PICK UP A CHANGE ON
      *               THEIR NEXT USE. EVERY CHANGE IS AUDITED THROUGH
      *               COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO82.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one row per gratuity tier on the APITPGRT gateway -
      *    ** CMD-CODE 1 READ BY MINIMUM YEARS, 2 ADD, 3 CHANGE,
      *    ** 4 FULL CURSOR (COBGRATY), 5 DELETE
       01  GRATUITY-RULE-RECORD.
           10 WS-GRT-MIN-YEARS        PIC 9(2).
           10 WS-GRT-DAYS-PER-YEAR    PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-GRT-DESC             PIC X(30).
           10 WS-GRT-MAINT-DATE       PIC 9(6).
           10 WS-GRT-OPID             PIC X(3).

      *    ** who/when/before/after capture for tier changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO82".
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

       01  WS-GRT-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-GRT-FOUND                    VALUE "Y".

       01  WS-KEY-DAYS                     PIC S9(3)V9(2) COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - the rule values every leaver's
      *    ** payout and the provision in the books, so a masked
      *    ** credential is refused along with a denied one
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO82".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO82".
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO82".
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

           COPY GRTM.

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

      *    **  the rule values every payout - check this operator
      *    **  before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED OR WS-SEC-MASKED THEN
               MOVE "NOT AUTHORIZED FOR GRATUITY RULES" TO GRTMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  GRTMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  GRTMYRSL.

           GO TO 300-SEND-GRTMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE KEYED TIER IS SHOWN;
      * PF10 FILES IT NEW OR CHANGES THE ONE ON FILE, PF11 REMOVES IT.
      *-----------------------------------------------------------------
       200-RECEIVE-GRTMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("GRTM")
               INTO(GRTMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  GRTMYRSI IS NOT NUMERIC THEN
               MOVE -1        TO  GRTMYRSL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-GRTMAP
           END-IF.

           PERFORM 450-READ-TIER.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-TIER THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-TIER THRU 600-EXIT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-REMOVE-TIER THRU 700-EXIT
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-TIER
           END-IF.

           MOVE DFHBMFSE        TO  GRTMDAYA
                                    GRTMDSCA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-GRTMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO GRTMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("GRTM")
               FROM(GRTMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-GRTMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED TIER - RESP-CODE = 0 MEANS THERE IS
      * NO TIER STARTING AT THOSE YEARS YET.
      *-----------------------------------------------------------------
       450-READ-TIER.

           MOVE SPACES          TO GRATUITY-RULE-RECORD.
           MOVE GRTMYRSI        TO WS-GRT-MIN-YEARS.

           MOVE 1 TO CMD-CODE.
           MOVE GRATUITY-RULE-RECORD TO DATA-IN.
           CALL "APITPGRT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO GRATUITY-RULE-RECORD
               SET WS-GRT-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-GRT-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE TIER ON FILE, IF ANY, WITH WHO LAST
      * MAINTAINED IT AND WHEN.
      *-----------------------------------------------------------------
       460-SHOW-TIER.

           IF  WS-GRT-FOUND THEN
               MOVE WS-GRT-DAYS-PER-YEAR    TO GRTMDAYO
               MOVE WS-GRT-DESC             TO GRTMDSCO
               MOVE WS-GRT-MAINT-DATE       TO GRTMMDTO
               MOVE WS-GRT-OPID             TO GRTMMOPO
               IF  EIBAID NOT = DFHPF10
                   MOVE 7                   TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE SPACES                  TO GRTMDAYO
                                               GRTMDSCO
                                               GRTMMDTO
                                               GRTMMOPO
               IF  EIBAID NOT = DFHPF11
                   MOVE 8                   TO WORK-MSG-CODE
               END-IF
           END-IF.
           MOVE -1                          TO GRTMDAYL.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A FILING - A POSITIVE NUMBER OF DAYS OF
      * SALARY PER YEAR (A YEAR HAS NO MORE THAN 366) AND A
      * DESCRIPTION.
      *-----------------------------------------------------------------
       500-VALIDATE-TIER.

           IF  GRTMDAYI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  GRTMDAYA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  GRTMDAYL
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE GRTMDAYI      TO  WS-KEY-DAYS.
           IF  WS-KEY-DAYS NOT > ZERO OR WS-KEY-DAYS > 366 THEN
               MOVE DFHBMASB  TO  GRTMDAYA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  GRTMDAYL
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  GRTMDSCI NOT > SPACES THEN
               MOVE DFHBMASB  TO  GRTMDSCA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  GRTMDSCL
               MOVE 10        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES A NEW TIER OR CHANGES THE ONE ON FILE. THE
      * NEXT PROVISION RUN REVALUES EVERYONE ON THE NEW RULE AND
      * BOOKS THE DIFFERENCE AS THAT MONTH'S MOVEMENT.
      *-----------------------------------------------------------------
       600-FILE-TIER.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  WS-GRT-FOUND THEN
               MOVE GRATUITY-RULE-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE 3                    TO CMD-CODE
               MOVE 12                   TO WORK-MSG-CODE
           ELSE
               MOVE SPACES               TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES               TO GRATUITY-RULE-RECORD
               MOVE GRTMYRSI             TO WS-GRT-MIN-YEARS
               MOVE 2                    TO CMD-CODE
               MOVE 11                   TO WORK-MSG-CODE
           END-IF.

           MOVE WS-KEY-DAYS       TO WS-GRT-DAYS-PER-YEAR.
           MOVE GRTMDSCI          TO WS-GRT-DESC.
           MOVE WS-STAMP-YYMMDD   TO WS-GRT-MAINT-DATE.
           MOVE EIBOPID           TO WS-GRT-OPID.

           MOVE GRATUITY-RULE-RECORD TO DATA-IN.
           CALL "APITPGRT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           SET WS-GRT-FOUND TO TRUE.

           MOVE GRATUITY-RULE-RECORD TO WS-AUD-AFTER-IMAGE.
           PERFORM 650-AUDIT-TIER.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PUTS THE TIER'S BEFORE/AFTER IMAGES ON THE HR AUDIT
      * TRAIL.
      *-----------------------------------------------------------------
       650-AUDIT-TIER.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           MOVE "GRATRULE"               TO WS-AUD-FILE.
           MOVE WS-GRT-MIN-YEARS         TO WS-AUD-KEY.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA REMOVES THE KEYED TIER. THE SERVICE IT COVERED FALLS
      * BACK TO THE NEXT LOWER TIER FROM THE NEXT VALUATION ON.
      *-----------------------------------------------------------------
       700-REMOVE-TIER.

           IF  NOT WS-GRT-FOUND THEN
               MOVE -1        TO  GRTMYRSL
               MOVE 8         TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE GRATUITY-RULE-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE SPACES               TO WS-AUD-AFTER-IMAGE.

           MOVE 5 TO CMD-CODE.
           MOVE GRATUITY-RULE-RECORD TO DATA-IN.
           CALL "APITPGRT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 650-AUDIT-TIER.
           MOVE "N"                  TO WS-GRT-FOUND-SWITCH.
           MOVE 13                   TO WORK-MSG-CODE.

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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO GRTMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO GRTMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO GRTMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO GRTMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(GRTMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

      *-----------------------------------------------------------------
      *    COBCIO80 - EARNINGS COMPONENT MASTER MAINTENANCE. PAY WAS
      *               ONE SALARY FIGURE; IT IS NOW BUILT FROM EARNINGS
      *               COMPONENTS - BASIC, HOUSING, TRANSPORT, SHIFT AND
      *               WHATEVER ELSE PAYROLL SETS UP - EACH WITH ITS OWN
      *               TAX AND STATUTORY-FUND TREATMENT AND ITS OWN GL
      *               ACCOUNT. ONE ROW PER COMPONENT CODE ON THE NEW
      *               APITPECM GATEWAY. KEYING A CODE SHOWS IT; PF10
      *               FILES A NEW COMPONENT OR CHANGES THE ONE ON FILE
      *               (DESCRIPTION, TAXABLE FLAG, FUND-ELIGIBLE FLAG
      *               AND GL ACCOUNT). COMPONENT BASC IS BASIC PAY -
      *               PAYROLL DERIVES IT AS WHAT IS LEFT OF THE SALARY
      *               AFTER THE ALLOWANCES, SO IT IS NEVER ASSIGNED
      *               (COBCIO81), ONLY GIVEN ITS TREATMENT HERE. A
      *               COMPONENT IS NEVER DELETED - PAST PAY ROWS STILL
      *               NAME IT. EVERY FILING AND CHANGE IS AUDITED
      *               THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO80.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one row per earnings component on the APITPECM gateway -
      *    ** CMD-CODE 1 READ BY CODE, 2 ADD, 3 CHANGE, 4 FULL CURSOR
      *    ** (COBBAT21/COBBAT58/COBBAT59, COBCIO81)
       01  EARNING-COMPONENT-RECORD.
           10 WS-ECM-CODE             PIC X(4).
           10 WS-ECM-DESC             PIC X(30).
           10 WS-ECM-TAXABLE          PIC X(1).
           10 WS-ECM-FUND             PIC X(1).
           10 WS-ECM-GL-ACCOUNT       PIC X(8).
           10 WS-ECM-MAINT-DATE       PIC 9(6).
           10 WS-ECM-OPID             PIC X(3).

      *    ** who/when/before/after capture for component changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO80".
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

       01  WS-ECM-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-ECM-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - the component master decides
      *    ** how every employee's pay is taxed and posted, so a
      *    ** masked credential is refused along with a denied one
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO80".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO80".
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO80".
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

           COPY ECMM.

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

      *    **  the master decides pay treatment - check this operator
      *    **  before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED OR WS-SEC-MASKED THEN
               MOVE "NOT AUTHORIZED FOR EARNINGS COMPONENTS" TO ECMMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  ECMMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  ECMMCODL.

           GO TO 300-SEND-ECMMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE KEYED COMPONENT IS
      * SHOWN; PF10 FILES IT NEW OR CHANGES THE ONE ON FILE.
      *-----------------------------------------------------------------
       200-RECEIVE-ECMMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("ECMM")
               INTO(ECMMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  ECMMCODI NOT > SPACES THEN
               MOVE -1        TO  ECMMCODL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-ECMMAP
           END-IF.

           PERFORM 450-READ-COMPONENT.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-COMPONENT THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-COMPONENT THRU 600-EXIT
               END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-COMPONENT
           END-IF.

           MOVE DFHBMFSE        TO  ECMMDSCA
                                    ECMMTAXA
                                    ECMMFNDA
                                    ECMMGLAA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-ECMMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO ECMMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("ECMM")
               FROM(ECMMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-ECMMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED COMPONENT - RESP-CODE = 0 MEANS THE
      * CODE IS NOT ON THE MASTER YET.
      *-----------------------------------------------------------------
       450-READ-COMPONENT.

           MOVE SPACES          TO EARNING-COMPONENT-RECORD.
           MOVE ECMMCODI        TO WS-ECM-CODE.

           MOVE 1 TO CMD-CODE.
           MOVE EARNING-COMPONENT-RECORD TO DATA-IN.
           CALL "APITPECM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO EARNING-COMPONENT-RECORD
               SET WS-ECM-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-ECM-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE COMPONENT ON FILE, IF ANY, WITH WHO LAST
      * MAINTAINED IT AND WHEN.
      *-----------------------------------------------------------------
       460-SHOW-COMPONENT.

           IF  WS-ECM-FOUND THEN
               MOVE WS-ECM-DESC             TO ECMMDSCO
               MOVE WS-ECM-TAXABLE          TO ECMMTAXO
               MOVE WS-ECM-FUND             TO ECMMFNDO
               MOVE WS-ECM-GL-ACCOUNT       TO ECMMGLAO
               MOVE WS-ECM-MAINT-DATE       TO ECMMMDTO
               MOVE WS-ECM-OPID             TO ECMMMOPO
               IF  EIBAID NOT = DFHPF10
                   MOVE 8                   TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE SPACES                  TO ECMMDSCO
                                               ECMMTAXO
                                               ECMMFNDO
                                               ECMMGLAO
                                               ECMMMDTO
                                               ECMMMOPO
               MOVE 9                       TO WORK-MSG-CODE
           END-IF.
           MOVE -1                          TO ECMMDSCL.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A FILING - A DESCRIPTION, Y/N TAXABLE AND
      * FUND-ELIGIBLE FLAGS AND THE GL ACCOUNT THE COBBAT25 POSTING
      * DEBITS FOR THE COMPONENT.
      *-----------------------------------------------------------------
       500-VALIDATE-COMPONENT.

           IF  ECMMDSCI NOT > SPACES THEN
               MOVE DFHBMASB  TO  ECMMDSCA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ECMMDSCL
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  ECMMTAXI NOT = "Y" AND ECMMTAXI NOT = "N" THEN
               MOVE DFHBMASB  TO  ECMMTAXA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ECMMTAXL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  ECMMFNDI NOT = "Y" AND ECMMFNDI NOT = "N" THEN
               MOVE DFHBMASB  TO  ECMMFNDA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ECMMFNDL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  ECMMGLAI NOT > SPACES THEN
               MOVE DFHBMASB  TO  ECMMGLAA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ECMMGLAL
               MOVE 13        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES A NEW COMPONENT OR CHANGES THE ONE ON FILE.
      * A CHANGE TAKES EFFECT FROM THE NEXT PAYROLL RUN - MONTHS
      * ALREADY PAID KEEP THE TREATMENT THEIR PAY ROWS WERE FILED WITH.
      *-----------------------------------------------------------------
       600-FILE-COMPONENT.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  WS-ECM-FOUND THEN
               MOVE EARNING-COMPONENT-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE 3                    TO CMD-CODE
               MOVE 15                   TO WORK-MSG-CODE
           ELSE
               MOVE SPACES               TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES               TO EARNING-COMPONENT-RECORD
               MOVE ECMMCODI             TO WS-ECM-CODE
               MOVE 2                    TO CMD-CODE
               MOVE 14                   TO WORK-MSG-CODE
           END-IF.

           MOVE ECMMDSCI          TO WS-ECM-DESC.
           MOVE ECMMTAXI          TO WS-ECM-TAXABLE.
           MOVE ECMMFNDI          TO WS-ECM-FUND.
           MOVE ECMMGLAI          TO WS-ECM-GL-ACCOUNT.
           MOVE WS-STAMP-YYMMDD   TO WS-ECM-MAINT-DATE.
           MOVE EIBOPID           TO WS-ECM-OPID.

           MOVE EARNING-COMPONENT-RECORD TO DATA-IN.
           CALL "APITPECM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           SET WS-ECM-FOUND TO TRUE.

           PERFORM 650-AUDIT-COMPONENT.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PUTS THE COMPONENT'S AFTER IMAGE ON THE HR AUDIT
      * TRAIL.
      *-----------------------------------------------------------------
       650-AUDIT-COMPONENT.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           MOVE "EARNCOMP"               TO WS-AUD-FILE.
           MOVE WS-ECM-CODE              TO WS-AUD-KEY.
           MOVE EARNING-COMPONENT-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO ECMMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO ECMMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO ECMMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO ECMMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(ECMMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

      *-----------------------------------------------------------------
      *    COBCIO76 - PROMOTION AND JOB-CHANGE REQUEST. A PROMOTION
      *               CHANGES EMP-JOB AND USUALLY EMP-SALARY TOGETHER,
      *               AND USED TO BE KEYED STRAIGHT ONTO THE MASTER -
      *               THE COBBAT72 BAND REPORT ONLY CAUGHT A BAD
      *               FIGURE A MONTH LATER. KEYING AN EMP-ID SHOWS THE
      *               CURRENT JOB AND SALARY AND THE LATEST REQUEST ON
      *               THE PROMOTION FILE (APITPPMO). PF10 FILES A NEW
      *               REQUEST - NEW JOB (MUST EXIST ON THE COBCIO27
      *               JOB MASTER), NEW SALARY (MUST SIT INSIDE THAT
      *               JOB'S FLOOR AND CEILING), EFFECTIVE DATE AND A
      *               JUSTIFICATION - PENDING UNTIL A SECOND, DIFFERENT
      *               OPERATOR APPROVES IT WITH PF11 OR REJECTS IT
      *               WITH PF9, SAME MAKER-CHECKER RULE AS COBCIO58.
      *               THE BAND IS CHECKED AGAIN AT APPROVAL IN CASE
      *               COBCIO27 MOVED IT IN BETWEEN. NOTHING TOUCHES
      *               THE MASTER HERE - THE NIGHTLY COBBAT99 RUN
      *               APPLIES AN APPROVED REQUEST ON ITS EFFECTIVE
      *               DATE AND RECORDS THE NEW SPELL ON THE JOB-
      *               HISTORY FILE. EVERY FILING AND DECISION IS
      *               AUDITED THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO76.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one promotion or job-change request - APITPPMO CMD-CODE
      *    ** 1 READ THE LATEST BY EMP-NO, 2 ADD, 3 CHANGE, 4 APPROVED
      *    ** CURSOR (COBBAT99)
       01  PROMOTION-RECORD.
           10 WS-PRM-EMP-NO           PIC X(6).
           10 WS-PRM-FROM-JOB         PIC X(8).
           10 WS-PRM-TO-JOB           PIC X(8).
           10 WS-PRM-FROM-SALARY      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-TO-SALARY        PIC S9(7)V9(2) USAGE COMP-3.
      *        ** the day the new job and salary take effect (yymmdd)
           10 WS-PRM-EFF-DATE         PIC 9(6).
      *        ** P PENDING APPROVAL, A APPROVED, R REJECTED,
      *        ** X APPLIED TO THE MASTER BY COBBAT99
           10 WS-PRM-STATUS           PIC X(1).
               88  WS-PRM-PENDING         VALUE "P".
               88  WS-PRM-OPEN            VALUE "P" "A".
           10 WS-PRM-JUSTIFICATION    PIC X(40).
           10 WS-PRM-MAKER-OPID       PIC X(3).
           10 WS-PRM-APPR-OPID        PIC X(3).
           10 WS-PRM-KEYED-DATE       PIC 9(6).
           10 WS-PRM-APPLIED-DATE     PIC 9(6).

      *    ** the job/position master COBCIO27 maintains - the new
      *    ** job must exist on it and the new salary sit in its band
       01  JOB-MASTER-RECORD.
           10 WS-JOB-CODE             PIC X(8).
           10 WS-JOB-TITLE            PIC X(20).
           10 WS-JOB-GRADE            PIC X(2).
           10 WS-JOB-SAL-FLOOR        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JOB-SAL-CEILING      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JOB-PROBATION-MONTHS PIC 9(2).

      *    ** same layout COBBAT32/COBBAT72 carry - the request
      *    ** captures the job and salary it moves the employee from
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(100).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(13).
           03  WS-EMP-SALARY               PIC S9(7)V9(2) COMP-3.
           03  FILLER                      PIC X(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  FILLER                      PIC X(23).

      *    ** who/when/before/after capture for promotion requests -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO76".
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

       01  WS-PRM-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-PRM-FOUND                    VALUE "Y".

      *    ** the keyed effective date, edited field by field
       01  WS-KEY-EFF-DATE                 PIC 9(6).
       01  WS-KEY-EFF-DATE-R REDEFINES WS-KEY-EFF-DATE.
           03  WS-KEY-EFF-YY               PIC 99.
           03  WS-KEY-EFF-MM               PIC 99.
           03  WS-KEY-EFF-DD               PIC 99.
       01  WS-KEY-SALARY                   PIC S9(7)V9(2) COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - the request is salary data, so
      *    ** a masked credential is refused along with a denied one
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO76".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO76".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maker and checker stamps, same
      *    ** manually-declared EIB field convention COBCIO24 uses -
      *    ** populated from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO76".
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

           COPY PRMM.

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

      *    **  the request carries the salary - check this operator
      *    **  before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED OR WS-SEC-MASKED THEN
               MOVE "NOT AUTHORIZED FOR PROMOTIONS" TO PRMMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  PRMMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  PRMMEMPL.

           GO TO 300-SEND-PRMMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE EMPLOYEE AND THEIR
      * LATEST REQUEST ARE SHOWN; PF10 FILES A NEW REQUEST, PF11
      * APPROVES AND PF9 REJECTS THE PENDING ONE.
      *-----------------------------------------------------------------
       200-RECEIVE-PRMMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("PRMM")
               INTO(PRMMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  PRMMEMPI NOT > SPACES THEN
               MOVE SPACES    TO  PRMMO
               MOVE -1        TO  PRMMEMPL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-PRMMAP
           END-IF.

           MOVE SPACES        TO  EMPLOYEE-MASTER-RECORD.
           MOVE PRMMEMPI      TO  WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE SPACES    TO  PRMMO
               MOVE -1        TO  PRMMEMPL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 300-SEND-PRMMAP
           END-IF.
           MOVE DATA-OUT      TO  EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-NAME   TO  PRMMENMO.
           MOVE WS-EMP-JOB    TO  PRMMCJBO.
           MOVE WS-EMP-SALARY TO  PRMMCSLO.

           PERFORM 450-READ-PROMOTION.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-REQUEST THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-REQUEST
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-APPROVE-REQUEST THRU 700-EXIT
           END-IF.

           IF  EIBAID = DFHPF9 THEN
               PERFORM 750-REJECT-REQUEST THRU 750-EXIT
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-PROMOTION
           END-IF.

           MOVE DFHBMFSE        TO  PRMMNJBA
                                    PRMMNSLA
                                    PRMMEFFA
                                    PRMMJUSA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-PRMMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO PRMMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("PRMM")
               FROM(PRMMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-PRMMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE EMPLOYEE'S LATEST PROMOTION REQUEST.
      *-----------------------------------------------------------------
       450-READ-PROMOTION.

           MOVE SPACES          TO PROMOTION-RECORD.
           MOVE PRMMEMPI        TO WS-PRM-EMP-NO.

           MOVE 1 TO CMD-CODE.
           MOVE PROMOTION-RECORD TO DATA-IN.
           CALL "APITPPMO" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO PROMOTION-RECORD
               SET WS-PRM-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-PRM-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE LATEST REQUEST ON FILE, IF ANY, WITH THE
      * BAND OF THE JOB IT MOVES THE EMPLOYEE INTO.
      *-----------------------------------------------------------------
       460-SHOW-PROMOTION.

           IF  WS-PRM-FOUND THEN
               MOVE WS-PRM-TO-JOB           TO PRMMNJBO
               MOVE WS-PRM-TO-SALARY        TO PRMMNSLO
               MOVE WS-PRM-EFF-DATE         TO PRMMEFFO
               MOVE WS-PRM-JUSTIFICATION    TO PRMMJUSO
               MOVE WS-PRM-STATUS           TO PRMMSTAO
               MOVE WS-PRM-MAKER-OPID       TO PRMMMKRO
               MOVE WS-PRM-APPR-OPID        TO PRMMAPRO
               MOVE WS-PRM-TO-JOB           TO WS-JOB-CODE
               PERFORM 470-READ-JOB-BAND
               IF  RESP-CODE <> 0 THEN
                   MOVE WS-JOB-SAL-FLOOR    TO PRMMFLRO
                   MOVE WS-JOB-SAL-CEILING  TO PRMMCLGO
               ELSE
                   MOVE SPACES              TO PRMMFLRO
                                               PRMMCLGO
               END-IF
               IF  EIBAID NOT = DFHPF10
               AND EIBAID NOT = DFHPF11
               AND EIBAID NOT = DFHPF9
                   MOVE 8                   TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE SPACES                  TO PRMMNJBO
                                               PRMMNSLO
                                               PRMMEFFO
                                               PRMMJUSO
                                               PRMMSTAO
                                               PRMMMKRO
                                               PRMMAPRO
                                               PRMMFLRO
                                               PRMMCLGO
               MOVE 9                       TO WORK-MSG-CODE
           END-IF.
           MOVE -1                          TO PRMMNJBL.

      *-----------------------------------------------------------------
      * THIS PARA READS ONE JOB'S BAND OFF THE COBCIO27 MASTER.
      *-----------------------------------------------------------------
       470-READ-JOB-BAND.

           MOVE 1 TO CMD-CODE.
           MOVE JOB-MASTER-RECORD TO DATA-IN.
           CALL "APITPJOB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO JOB-MASTER-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A NEW REQUEST BEFORE IT IS FILED - NO
      * OTHER REQUEST STILL OPEN, A NEW JOB ON THE JOB MASTER, A
      * SALARY INSIDE THAT JOB'S BAND, SOMETHING ACTUALLY CHANGING,
      * A REAL EFFECTIVE DATE NOT IN THE PAST, AND A JUSTIFICATION.
      *-----------------------------------------------------------------
       500-VALIDATE-REQUEST.

           IF  WS-EMP-DATE-TERMINATED NOT = ZERO THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMEMPL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-PRM-FOUND AND WS-PRM-OPEN THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMEMPL
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE SPACES          TO  JOB-MASTER-RECORD.
           MOVE PRMMNJBI        TO  WS-JOB-CODE.
           PERFORM 470-READ-JOB-BAND.
           IF  PRMMNJBI NOT > SPACES OR RESP-CODE = 0 THEN
               MOVE DFHBMASB  TO  PRMMNJBA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMNJBL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE WS-JOB-SAL-FLOOR    TO PRMMFLRO.
           MOVE WS-JOB-SAL-CEILING  TO PRMMCLGO.

           IF  PRMMNSLI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  PRMMNSLA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMNSLL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE PRMMNSLI        TO  WS-KEY-SALARY.
           IF  WS-KEY-SALARY NOT > ZERO THEN
               MOVE DFHBMASB  TO  PRMMNSLA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMNSLL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-KEY-SALARY < WS-JOB-SAL-FLOOR
           OR  WS-KEY-SALARY > WS-JOB-SAL-CEILING THEN
               MOVE DFHBMASB  TO  PRMMNSLA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMNSLL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  PRMMNJBI = WS-EMP-JOB
           AND WS-KEY-SALARY = WS-EMP-SALARY THEN
               MOVE DFHBMASB  TO  PRMMNJBA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMNJBL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  PRMMEFFI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  PRMMEFFA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMEFFL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE PRMMEFFI        TO  WS-KEY-EFF-DATE.
           IF  WS-KEY-EFF-MM < 1 OR WS-KEY-EFF-MM > 12
           OR  WS-KEY-EFF-DD < 1 OR WS-KEY-EFF-DD > 31 THEN
               MOVE DFHBMASB  TO  PRMMEFFA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMEFFL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  WS-KEY-EFF-DATE < WS-STAMP-YYMMDD THEN
               MOVE DFHBMASB  TO  PRMMEFFA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMEFFL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  PRMMJUSI NOT > SPACES THEN
               MOVE DFHBMASB  TO  PRMMJUSA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  PRMMJUSL
               MOVE 16        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE REQUEST, PENDING UNTIL A SECOND OPERATOR
      * APPROVES IT. THE FROM JOB AND SALARY ARE CAPTURED NOW SO THE
      * CHECKER SEES EXACTLY WHAT IS CHANGING.
      *-----------------------------------------------------------------
       600-FILE-REQUEST.

           MOVE SPACES              TO PROMOTION-RECORD.
           MOVE WS-EMP-ID           TO WS-PRM-EMP-NO.
           MOVE WS-EMP-JOB          TO WS-PRM-FROM-JOB.
           MOVE WS-EMP-SALARY       TO WS-PRM-FROM-SALARY.
           MOVE PRMMNJBI            TO WS-PRM-TO-JOB.
           MOVE WS-KEY-SALARY       TO WS-PRM-TO-SALARY.
           MOVE WS-KEY-EFF-DATE     TO WS-PRM-EFF-DATE.
           MOVE "P"                 TO WS-PRM-STATUS.
           MOVE PRMMJUSI            TO WS-PRM-JUSTIFICATION.
           MOVE EIBOPID             TO WS-PRM-MAKER-OPID.
           MOVE SPACES              TO WS-PRM-APPR-OPID.
           MOVE WS-STAMP-YYMMDD     TO WS-PRM-KEYED-DATE.
           MOVE ZERO                TO WS-PRM-APPLIED-DATE.

           MOVE 2 TO CMD-CODE.
           MOVE PROMOTION-RECORD TO DATA-IN.
           CALL "APITPPMO" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           SET WS-PRM-FOUND TO TRUE.

           MOVE SPACES              TO WS-AUD-BEFORE-IMAGE.
           MOVE EIBOPID             TO WS-AUD-OPERATOR.
           MOVE "PROMOTN "          TO WS-AUD-FILE.
           MOVE WS-PRM-EMP-NO       TO WS-AUD-KEY.
           MOVE PROMOTION-RECORD    TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE 18 TO WORK-MSG-CODE.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES A PENDING REQUEST - A SECOND, DIFFERENT
      * OPERATOR ONLY, SAME RULE AS EVERY MAKER-CHECKER PAIR HERE.
      * THE NEW SALARY MUST STILL SIT IN THE JOB'S BAND AS IT STANDS
      * TODAY.
      *-----------------------------------------------------------------
       700-APPROVE-REQUEST.

           IF  NOT WS-PRM-FOUND OR NOT WS-PRM-PENDING THEN
               MOVE 19 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  EIBOPID = WS-PRM-MAKER-OPID THEN
               MOVE 20 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE SPACES          TO  JOB-MASTER-RECORD.
           MOVE WS-PRM-TO-JOB   TO  WS-JOB-CODE.
           PERFORM 470-READ-JOB-BAND.
           IF  RESP-CODE = 0
           OR  WS-PRM-TO-SALARY < WS-JOB-SAL-FLOOR
           OR  WS-PRM-TO-SALARY > WS-JOB-SAL-CEILING THEN
               MOVE 13 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE PROMOTION-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "A"     TO WS-PRM-STATUS.
           MOVE EIBOPID TO WS-PRM-APPR-OPID.
           MOVE 3 TO CMD-CODE.
           MOVE PROMOTION-RECORD TO DATA-IN.
           CALL "APITPPMO" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID             TO WS-AUD-OPERATOR.
           MOVE "PROMOTN "          TO WS-AUD-FILE.
           MOVE WS-PRM-EMP-NO       TO WS-AUD-KEY.
           MOVE PROMOTION-RECORD    TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE 21 TO WORK-MSG-CODE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA REJECTS A PENDING REQUEST - THE CHECKER, NEVER THE
      * MAKER. A REJECTED REQUEST IS CLOSED; A FRESH ONE CAN BE FILED.
      *-----------------------------------------------------------------
       750-REJECT-REQUEST.

           IF  NOT WS-PRM-FOUND OR NOT WS-PRM-PENDING THEN
               MOVE 19 TO WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  EIBOPID = WS-PRM-MAKER-OPID THEN
               MOVE 20 TO WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.

           MOVE PROMOTION-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "R"     TO WS-PRM-STATUS.
           MOVE EIBOPID TO WS-PRM-APPR-OPID.
           MOVE 3 TO CMD-CODE.
           MOVE PROMOTION-RECORD TO DATA-IN.
           CALL "APITPPMO" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID             TO WS-AUD-OPERATOR.
           MOVE "PROMOTN "          TO WS-AUD-FILE.
           MOVE WS-PRM-EMP-NO       TO WS-AUD-KEY.
           MOVE PROMOTION-RECORD    TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE 22 TO WORK-MSG-CODE.

       750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * MAKER AND CHECKER STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO PRMMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO PRMMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO PRMMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO PRMMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(PRMMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

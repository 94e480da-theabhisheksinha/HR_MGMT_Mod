      *-----------------------------------------------------------------
      *    COBCIO89 - TRAINING SESSION SCHEDULING AND ATTENDANCE. THE
      *               COURSE MASTER ONLY EVER HELD A CODE AND A
      *               DESCRIPTION - WHEN A COURSE RAN, WHERE, HOW MANY
      *               SEATS IT HAD AND WHAT A SEAT COST LIVED IN THE
      *               TRAINING TEAM'S DIARY. KEY A COURSE AND A SESSION
      *               NUMBER AND PF10 ADDS OR CHANGES THE SESSION ON
      *               THE NEW APITPTSS GATEWAY: START AND END DATES,
      *               VENUE AND/OR VENDOR, SEATS AND COST PER SEAT.
      *               THE SESSION'S ROSTER - EVERY ENROLLMENT COBCIO90
      *               HAS TAKEN ON IT, SEAT HOLDERS AND WAITLIST - IS
      *               LISTED UNDERNEATH. MORE SEATS HANDS THE NEW ONES
      *               TO THE WAITLIST IN REQUEST ORDER (COBTRWTL);
      *               FEWER SEATS THAN ARE ALREADY HELD IS REFUSED;
      *               STATUS C CANCELS THE SESSION AND WITHDRAWS EVERY
      *               OPEN ENROLLMENT ON IT. ONCE THE SESSION HAS
      *               ENDED PF11 RECORDS ATTENDANCE AND RESULT AGAINST
      *               EACH SEAT HOLDER: AN ATTENDEE'S TRAINING ROW IS
      *               FILED ON APITPTRN EXACTLY AS COBCIO38 WOULD FILE
      *               IT - COMPLETED ON THE SESSION'S END DATE,
      *               EXPIRING AFTER THE COURSE'S VALIDITY MONTHS
      *               (APITPPRM COBCIO89/TRNVAL+COURSE, NO EXPIRY WHEN
      *               THERE IS NO ROW) - SO COBBAT53 SEES IT THE NEXT
      *               NIGHT. A FAIL NEVER OVERWRITES A PASS THAT IS
      *               STILL CURRENT. WHEN NO SEAT HOLDER IS LEFT
      *               UNRECORDED THE SESSION IS MARKED DELIVERED AND
      *               FROZEN. EVERY FILING IS AUDITED THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO89.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one scheduled session of a course on the new APITPTSS
      *    ** gateway - CMD-CODE 1 READ BY COURSE AND SESSION, 2 ADD,
      *    ** 3 CHANGE, 4 CURSOR BY COURSE, 5 CURSOR OVER EVERY SESSION
       01  TRAINING-SESSION-RECORD.
           10 WS-SES-COURSE-CODE      PIC X(6).
           10 WS-SES-SESSION-NO       PIC 9(2).
      *        ** format (yymmdd)
           10 WS-SES-START-DATE       PIC 9(6).
           10 WS-SES-END-DATE         PIC 9(6).
           10 WS-SES-VENUE            PIC X(20).
           10 WS-SES-VENDOR           PIC X(20).
           10 WS-SES-SEATS            PIC 9(3).
           10 WS-SES-SEATS-TAKEN      PIC 9(3).
           10 WS-SES-COST-PER-SEAT    PIC S9(7)V9(2) USAGE COMP-3.
      *        ** O OPEN, C CANCELLED, D DELIVERED
           10 WS-SES-STATUS           PIC X(1).
               88  WS-SES-OPEN            VALUE "O".
               88  WS-SES-CANCELLED       VALUE "C".
               88  WS-SES-DELIVERED       VALUE "D".
           10 WS-SES-MAINT-OPID       PIC X(3).
           10 WS-SES-MAINT-DATE       PIC 9(6).

      *    ** one employee's enrollment on a session on the new
      *    ** APITPENR gateway - CMD-CODE 1 READ, 2 ADD, 3 CHANGE,
      *    ** 4 CURSOR BY SESSION, 5 CURSOR BY EMPLOYEE, 7 REQUESTED
      *    ** CURSOR BY MANAGER OPID
       01  ENROLLMENT-RECORD.
           10 WS-ENR-COURSE-CODE      PIC X(6).
           10 WS-ENR-SESSION-NO       PIC 9(2).
           10 WS-ENR-EMP-NO           PIC X(6).
      *        ** R REQUESTED, A APPROVED (SEAT HELD), W WAITLISTED,
      *        ** D DECLINED, X WITHDRAWN, C ATTENDED, N NO-SHOW
           10 WS-ENR-STATUS           PIC X(1).
               88  WS-ENR-REQUESTED       VALUE "R".
               88  WS-ENR-APPROVED        VALUE "A".
               88  WS-ENR-WAITLISTED      VALUE "W".
               88  WS-ENR-DECLINED        VALUE "D".
               88  WS-ENR-WITHDRAWN       VALUE "X".
               88  WS-ENR-ATTENDED        VALUE "C".
               88  WS-ENR-NO-SHOW         VALUE "N".
      *        ** E KEYED ON COBCIO90, B OFFERED BY COBBAT53
           10 WS-ENR-SOURCE           PIC X(1).
           10 WS-ENR-MGR-OPID         PIC X(3).
           10 WS-ENR-REQ-DATE         PIC 9(6).
           10 WS-ENR-REQ-TIME         PIC 9(6).
           10 WS-ENR-MAKER-OPID       PIC X(3).
           10 WS-ENR-DECIDE-OPID      PIC X(3).
           10 WS-ENR-DECIDE-DATE      PIC 9(6).
      *        ** P = PASSED, F = FAILED, ONCE ATTENDED
           10 WS-ENR-RESULT           PIC X(1).

      *    ** same training row COBCIO38 files - APITPTRN CMD-CODE 1
      *    ** READ COURSE MASTER, 2 ADD ROW, 3 CHANGE ROW, 6 READ ROW
       01  TRAINING-RECORD.
           10 WS-TRN-EMP-NO           PIC X(6).
           10 WS-TRN-COURSE-CODE      PIC X(6).
           10 WS-TRN-COMPLETED-DATE   PIC 9(6).
           10 WS-TRN-EXPIRY-DATE      PIC 9(6).
           10 WS-TRN-RESULT           PIC X(1).
       01  WS-TRN-FOUND-SWITCH             PIC X.
           88  WS-TRN-FOUND                    VALUE "Y".

       01  COURSE-MASTER-RECORD.
           10 WS-CRS-COURSE-CODE      PIC X(6).
           10 WS-CRS-COURSE-DESC      PIC X(20).
           10 WS-CRS-CLEARANCE-FLAG   PIC X(1).

      *    ** only the name is wanted off the employee master
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(160).

      *    ** the course's validity in months - APITPPRM CMD-CODE 1,
      *    ** NO ROW MEANS THE TRAINING NEVER EXPIRES
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).
       01  WS-VALID-MONTHS                 PIC S9(4) COMP.

      *    ** who/when/before/after capture for every filing -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO89".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** the COBTRWTL waitlist routine's parameters
       01  SEAT-FILL-PARAMETERS.
           03  SF-COURSE-CODE              PIC X(6).
           03  SF-SESSION-NO               PIC 9(2).
           03  SF-OPID                     PIC X(3).
           03  SF-DATE                     PIC 9(6).
           03  SF-PROMOTED                 PIC S9(4) COMP.
           03  SF-MESSAGE                  PIC X(30).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-SES-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-SES-FOUND                    VALUE "Y".
       01  WS-OLD-STATUS                   PIC X(1).
       01  WS-KEY-SEATS                    PIC 9(3).
       01  WS-KEY-COST                     PIC S9(7)V9(2) COMP-3.
       01  WS-COST-EDIT                    PIC ZZZZZZ9.99.
       01  WS-KEY-DATE                     PIC 9(6).
       01  WS-KEY-DATE-R REDEFINES WS-KEY-DATE.
           03  WS-KEY-YY                   PIC 99.
           03  WS-KEY-MM                   PIC 99.
           03  WS-KEY-DD                   PIC 99.

      *    ** the roster as listed - the course and session it was
      *    ** listed for, and each enrollment row as read
       01  WS-ROSTER-KEY.
           03  WS-RK-COURSE-CODE           PIC X(6) VALUE SPACES.
           03  WS-RK-SESSION-NO            PIC 9(2) VALUE ZERO.
       01  WS-ROSTER-TABLE.
           03  WS-ROSTER-ROW               PIC X(50) OCCURS 10 TIMES.
       01  WS-ROSTER-COUNT                 PIC S9(4) COMP VALUE +0.
       01  WS-WAIT-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-OPEN-SEATS                   PIC S9(4) COMP VALUE +0.
       01  WS-RECORDED-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-LINE-SUB                     PIC S9(4) COMP.
       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".

      *    ** month stepping for the expiry date
       01  WS-CURR-DATE                    PIC 9(6).
       01  WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
           03  WS-CURR-YY                  PIC 99.
           03  WS-CURR-MM                  PIC 99.
           03  WS-CURR-DD                  PIC 99.
       01  WS-CURR-YYYY                    PIC 9(4).
       01  WS-MONTH-DAYS-TABLE.
           03  FILLER                      PIC X(24)
                   VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-DAYS-THIS-MONTH              PIC 99.
       01  WS-KEEP-DD                      PIC 99.
       01  WS-MONTH-COUNT                  PIC S9(4) COMP.
       01  WS-DIV-QUOT                     PIC S9(4) COMP.
       01  WS-LEAP-WORK                    PIC S9(4) COMP.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look but not file
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO89".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO89".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the stamps, same manually-declared EIB
      *    ** field convention COBCIO24 uses
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO89".
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

           COPY SESM.

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
               MOVE "NOT AUTHORIZED FOR TRAINING SESSIONS" TO SESMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  SESMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  SESMCRSL.

           GO TO 300-SEND-SESMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. ENTER SHOWS THE SESSION AND
      * ITS ROSTER, PF10 FILES THE SESSION, PF11 RECORDS ATTENDANCE.
      *-----------------------------------------------------------------
       200-RECEIVE-SESMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("SESM")
               INTO(SESMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  SESMCRSI NOT > SPACES
           OR  SESMSESI IS NOT NUMERIC
           OR  SESMSESI = ZERO
               MOVE -1                TO  SESMCRSL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-SESMAP
           END-IF.

           MOVE SPACES   TO COURSE-MASTER-RECORD.
           MOVE SESMCRSI TO WS-CRS-COURSE-CODE.
           MOVE 1        TO CMD-CODE.
           MOVE COURSE-MASTER-RECORD TO DATA-IN.
           CALL "APITPTRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  SESMCRSA
               MOVE -1        TO  SESMCRSL
               MOVE 5         TO  WORK-MSG-CODE
               GO TO 300-SEND-SESMAP
           END-IF.
           MOVE DATA-OUT           TO  COURSE-MASTER-RECORD.
           MOVE WS-CRS-COURSE-DESC TO  SESMDSCO.

           PERFORM 850-GET-OPID-AND-TIME.
           PERFORM 400-READ-SESSION.

           IF  (EIBAID = DFHPF10 OR EIBAID = DFHPF11)
           AND WS-SEC-MASKED THEN
               SET ERRORS TO TRUE
               MOVE 15    TO WORK-MSG-CODE
           END-IF.

           IF  EIBAID = DFHPF10 AND NOT ERRORS THEN
               PERFORM 500-VALIDATE-SESSION THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-SESSION THRU 600-EXIT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 AND NOT ERRORS THEN
               PERFORM 700-RECORD-ATTENDANCE THRU 700-EXIT
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 410-SHOW-SESSION THRU 410-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  SESMCRSA
                                    SESMSESA
                                    SESMSTRA
                                    SESMENDA
                                    SESMSEAA
                                    SESMCSTA
                                    SESMSTAA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-SESMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO SESMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("SESM")
               FROM(SESMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-SESMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED SESSION (APITPTSS CMD-CODE 1) -
      * RESP-CODE = 0 JUST MEANS IT ISN'T SCHEDULED YET, THE EXPECTED
      * CASE BEFORE AN ADD.
      *-----------------------------------------------------------------
       400-READ-SESSION.

           MOVE SPACES   TO TRAINING-SESSION-RECORD.
           MOVE SESMCRSI TO WS-SES-COURSE-CODE.
           MOVE SESMSESI TO WS-SES-SESSION-NO.
           MOVE 1 TO CMD-CODE.
           MOVE TRAINING-SESSION-RECORD TO DATA-IN.
           CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT  TO TRAINING-SESSION-RECORD
               SET WS-SES-FOUND TO TRUE
           ELSE
               MOVE "N"       TO WS-SES-FOUND-SWITCH
               MOVE ZERO      TO WS-SES-SEATS-TAKEN
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE SESSION AS FILED AND LISTS ITS ROSTER. A
      * SESSION NOT YET ON FILE SHOWS BLANK, READY TO BE KEYED.
      *-----------------------------------------------------------------
       410-SHOW-SESSION.

           PERFORM 400-READ-SESSION.

           IF  NOT WS-SES-FOUND THEN
               MOVE SPACES TO SESMSTRO
                              SESMENDO
                              SESMVENO
                              SESMVNDO
                              SESMSEAO
                              SESMCSTO
                              SESMTKNO
                              SESMWTLO
                              SESMSTAO
               PERFORM 450-SHOW-ROSTER THRU 450-EXIT
               IF  WORK-MSG-CODE NOT = 1
               AND WORK-MSG-CODE NOT = 2
               AND WORK-MSG-CODE NOT = 3
                   MOVE 7 TO WORK-MSG-CODE
               END-IF
               GO TO 410-EXIT
           END-IF.

           MOVE WS-SES-START-DATE     TO SESMSTRO.
           MOVE WS-SES-END-DATE       TO SESMENDO.
           MOVE WS-SES-VENUE          TO SESMVENO.
           MOVE WS-SES-VENDOR         TO SESMVNDO.
           MOVE WS-SES-SEATS          TO SESMSEAO.
           MOVE WS-SES-COST-PER-SEAT  TO WS-COST-EDIT.
           MOVE WS-COST-EDIT          TO SESMCSTO.
           MOVE WS-SES-SEATS-TAKEN    TO SESMTKNO.
           MOVE WS-SES-STATUS         TO SESMSTAO.

           PERFORM 450-SHOW-ROSTER THRU 450-EXIT.
           MOVE WS-WAIT-COUNT         TO SESMWTLO.

           IF  WORK-MSG-CODE NOT = 1
           AND WORK-MSG-CODE NOT = 2
           AND WORK-MSG-CODE NOT = 3
           AND WORK-MSG-CODE NOT = 20
           AND WORK-MSG-CODE NOT = 21
               MOVE 8 TO WORK-MSG-CODE
           END-IF.

       410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA LISTS THE SESSION'S ENROLLMENTS (APITPENR CMD-CODE 4)
      * - DECLINED AND WITHDRAWN ONES ARE LEFT OFF. ONLY A SEAT HOLDER
      * STILL TO BE RECORDED CAN TAKE ATTENDANCE AND RESULT. THE WHOLE
      * WAITLIST IS COUNTED EVEN WHEN IT RUNS PAST THE TEN LINES.
      *-----------------------------------------------------------------
       450-SHOW-ROSTER.

           MOVE ZERO                 TO WS-ROSTER-COUNT.
           MOVE ZERO                 TO WS-WAIT-COUNT.
           MOVE SPACES               TO WS-ROSTER-TABLE.
           MOVE SESMCRSI             TO WS-RK-COURSE-CODE.
           MOVE SESMSESI             TO WS-RK-SESSION-NO.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
               MOVE SPACES TO SESMEMLO (WS-LINE-SUB)
                              SESMNMLO (WS-LINE-SUB)
                              SESMESLO (WS-LINE-SUB)
                              SESMATNO (WS-LINE-SUB)
                              SESMRSLO (WS-LINE-SUB)
               MOVE DFHBMPRO TO SESMATNA (WS-LINE-SUB)
                                SESMRSLA (WS-LINE-SUB)
           END-PERFORM.

           IF  NOT WS-SES-FOUND THEN
               GO TO 450-EXIT
           END-IF.

           MOVE "N"                  TO WS-SCAN-SWITCH.
           MOVE SPACES               TO ENROLLMENT-RECORD.
           MOVE WS-RK-COURSE-CODE    TO WS-ENR-COURSE-CODE.
           MOVE WS-RK-SESSION-NO     TO WS-ENR-SESSION-NO.
           MOVE 4                    TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   IF  WS-ENR-WAITLISTED
                       ADD 1 TO WS-WAIT-COUNT
                   END-IF
                   IF  NOT WS-ENR-DECLINED
                   AND NOT WS-ENR-WITHDRAWN
                   AND WS-ROSTER-COUNT < 10
                       ADD 1 TO WS-ROSTER-COUNT
                       MOVE ENROLLMENT-RECORD
                                TO WS-ROSTER-ROW (WS-ROSTER-COUNT)
                       MOVE WS-ROSTER-COUNT TO WS-LINE-SUB
                       PERFORM 460-FILL-ONE-LINE THRU 460-EXIT
                   END-IF
      *            ** restore the cursor after the name read
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILLS ONE ROSTER LINE FROM THE ENROLLMENT IN HAND.
      *-----------------------------------------------------------------
       460-FILL-ONE-LINE.

           MOVE SPACES                 TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ENR-EMP-NO          TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT           TO EMPLOYEE-MASTER-RECORD
           ELSE
               MOVE SPACES             TO WS-EMP-NAME
           END-IF.

           MOVE WS-ENR-EMP-NO   TO SESMEMLO (WS-LINE-SUB).
           MOVE WS-EMP-NAME     TO SESMNMLO (WS-LINE-SUB).
           MOVE WS-ENR-STATUS   TO SESMESLO (WS-LINE-SUB).
           EVALUATE TRUE
               WHEN WS-ENR-ATTENDED
                   MOVE "Y"           TO SESMATNO (WS-LINE-SUB)
                   MOVE WS-ENR-RESULT TO SESMRSLO (WS-LINE-SUB)
               WHEN WS-ENR-NO-SHOW
                   MOVE "N"           TO SESMATNO (WS-LINE-SUB)
               WHEN WS-ENR-APPROVED
                   MOVE DFHBMFSE      TO SESMATNA (WS-LINE-SUB)
                                         SESMRSLA (WS-LINE-SUB)
           END-EVALUATE.

       460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE SESSION BEFORE IT IS FILED - A
      * DELIVERED SESSION IS FROZEN; DATES REAL AND IN ORDER; A VENUE
      * OR A VENDOR; SEATS NO FEWER THAN ARE ALREADY HELD; A COST; AND
      * A STATUS OF O, OR C TO CANCEL ONE ALREADY ON FILE.
      *-----------------------------------------------------------------
       500-VALIDATE-SESSION.

           IF  WS-SES-FOUND AND WS-SES-DELIVERED THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  SESMCRSL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  SESMSTRI IS NOT NUMERIC THEN
               GO TO 500-BAD-START
           END-IF.
           MOVE SESMSTRI      TO  WS-KEY-DATE.
           PERFORM 520-CHECK-DATE THRU 520-EXIT.
           IF  ERRORS THEN
               GO TO 500-BAD-START
           END-IF.

           IF  SESMENDI IS NOT NUMERIC THEN
               GO TO 500-BAD-END
           END-IF.
           MOVE SESMENDI      TO  WS-KEY-DATE.
           PERFORM 520-CHECK-DATE THRU 520-EXIT.
           IF  ERRORS THEN
               GO TO 500-BAD-END
           END-IF.
           IF  SESMENDI < SESMSTRI THEN
               GO TO 500-BAD-END
           END-IF.

           IF  SESMVENI NOT > SPACES
           AND SESMVNDI NOT > SPACES
               MOVE DFHBMASB  TO  SESMVENA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  SESMVENL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  SESMSEAI IS NOT NUMERIC THEN
               GO TO 500-BAD-SEATS
           END-IF.
           MOVE SESMSEAI      TO  WS-KEY-SEATS.
           IF  WS-KEY-SEATS = ZERO
           OR  WS-KEY-SEATS < WS-SES-SEATS-TAKEN THEN
               GO TO 500-BAD-SEATS
           END-IF.

           IF  SESMCSTI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  SESMCSTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  SESMCSTL
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE SESMCSTI      TO  WS-KEY-COST.

           IF  SESMSTAI NOT > SPACES THEN
               MOVE "O"       TO  SESMSTAI
           END-IF.
           IF  (SESMSTAI NOT = "O" AND SESMSTAI NOT = "C")
           OR  (SESMSTAI = "C" AND NOT WS-SES-FOUND)
               MOVE DFHBMASB  TO  SESMSTAA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  SESMSTAL
               MOVE 12        TO  WORK-MSG-CODE
           END-IF.
           GO TO 500-EXIT.

       500-BAD-START.
           SET ERRORS     TO  TRUE.
           MOVE DFHBMASB  TO  SESMSTRA.
           MOVE -1        TO  SESMSTRL.
           MOVE 4         TO  WORK-MSG-CODE.
           GO TO 500-EXIT.

       500-BAD-END.
           SET ERRORS     TO  TRUE.
           MOVE DFHBMASB  TO  SESMENDA.
           MOVE -1        TO  SESMENDL.
           MOVE 4         TO  WORK-MSG-CODE.
           GO TO 500-EXIT.

       500-BAD-SEATS.
           SET ERRORS     TO  TRUE.
           MOVE DFHBMASB  TO  SESMSEAA.
           MOVE -1        TO  SESMSEAL.
           MOVE 9         TO  WORK-MSG-CODE.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS WS-KEY-DATE IS A REAL YYMMDD DATE.
      *-----------------------------------------------------------------
       520-CHECK-DATE.

           IF  WS-KEY-MM < 1 OR WS-KEY-MM > 12 THEN
               SET ERRORS TO TRUE
               GO TO 520-EXIT
           END-IF.
           MOVE WS-KEY-DATE   TO  WS-CURR-DATE.
           PERFORM 820-SET-DAYS-THIS-MONTH THRU 820-EXIT.
           IF  WS-KEY-DD < 1 OR WS-KEY-DD > WS-DAYS-THIS-MONTH THEN
               SET ERRORS TO TRUE
           END-IF.

       520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA ADDS THE SESSION OR CHANGES THE ONE ON FILE. A
      * CANCELLATION WITHDRAWS THE OPEN ENROLLMENTS; OTHERWISE ANY
      * SEAT THE CHANGE FREED GOES TO THE WAITLIST.
      *-----------------------------------------------------------------
       600-FILE-SESSION.

           MOVE TRAINING-SESSION-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-SES-STATUS           TO WS-OLD-STATUS.

           MOVE SESMCRSI        TO  WS-SES-COURSE-CODE.
           MOVE SESMSESI        TO  WS-SES-SESSION-NO.
           MOVE SESMSTRI        TO  WS-SES-START-DATE.
           MOVE SESMENDI        TO  WS-SES-END-DATE.
           MOVE SESMVENI        TO  WS-SES-VENUE.
           MOVE SESMVNDI        TO  WS-SES-VENDOR.
           MOVE WS-KEY-SEATS    TO  WS-SES-SEATS.
           MOVE WS-KEY-COST     TO  WS-SES-COST-PER-SEAT.
           MOVE SESMSTAI        TO  WS-SES-STATUS.
           MOVE EIBOPID         TO  WS-SES-MAINT-OPID.
           MOVE WS-STAMP-YYMMDD TO  WS-SES-MAINT-DATE.

           IF  WS-SES-CANCELLED THEN
               MOVE ZERO        TO  WS-SES-SEATS-TAKEN
           END-IF.

           IF  WS-SES-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE TRAINING-SESSION-RECORD TO DATA-IN.
           CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           IF  WS-SES-FOUND THEN
               MOVE 2 TO WORK-MSG-CODE
           ELSE
               MOVE 1 TO WORK-MSG-CODE
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
           END-IF.

           MOVE "TRNSESS"               TO WS-AUD-FILE.
           MOVE SPACES                  TO WS-AUD-KEY.
           STRING WS-SES-COURSE-CODE WS-SES-SESSION-NO
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE TRAINING-SESSION-RECORD TO WS-AUD-AFTER-IMAGE.
           PERFORM 870-AUDIT.

           IF  WS-SES-CANCELLED
           AND WS-OLD-STATUS NOT = "C" THEN
               PERFORM 620-CANCEL-ENROLLMENTS THRU 620-EXIT
               MOVE 20 TO WORK-MSG-CODE
               GO TO 600-EXIT
           END-IF.

           IF  WS-SES-OPEN THEN
               MOVE WS-SES-COURSE-CODE TO SF-COURSE-CODE
               MOVE WS-SES-SESSION-NO  TO SF-SESSION-NO
               MOVE EIBOPID            TO SF-OPID
               MOVE WS-STAMP-YYMMDD    TO SF-DATE
               CALL "COBTRWTL" USING SEAT-FILL-PARAMETERS
           END-IF.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA WITHDRAWS EVERY REQUESTED, APPROVED OR WAITLISTED
      * ENROLLMENT ON A SESSION JUST CANCELLED.
      *-----------------------------------------------------------------
       620-CANCEL-ENROLLMENTS.

           MOVE "N"                TO WS-SCAN-SWITCH.
           MOVE SPACES             TO ENROLLMENT-RECORD.
           MOVE WS-SES-COURSE-CODE TO WS-ENR-COURSE-CODE.
           MOVE WS-SES-SESSION-NO  TO WS-ENR-SESSION-NO.
           MOVE 4                  TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   IF  WS-ENR-REQUESTED
                   OR  WS-ENR-APPROVED
                   OR  WS-ENR-WAITLISTED
                       PERFORM 630-WITHDRAW-ONE THRU 630-EXIT
                   END-IF
      *            ** restore the cursor after the change
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

       620-EXIT.
           EXIT.

       630-WITHDRAW-ONE.

           MOVE ENROLLMENT-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "X"               TO WS-ENR-STATUS.
           MOVE EIBOPID           TO WS-ENR-DECIDE-OPID.
           MOVE WS-STAMP-YYMMDD   TO WS-ENR-DECIDE-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE ENROLLMENT-RECORD TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           PERFORM 880-AUDIT-ENROLLMENT.

       630-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA RECORDS ATTENDANCE AND RESULT FOR THE SEAT HOLDERS
      * LISTED - ONLY ONCE THE SESSION HAS ENDED, AND ONLY AGAINST THE
      * ROSTER LISTED FOR THIS SESSION. A LINE LEFT BLANK STAYS
      * UNRECORDED. EVERY LINE IS CHECKED BEFORE ANY IS FILED.
      *-----------------------------------------------------------------
       700-RECORD-ATTENDANCE.

           IF  NOT WS-SES-FOUND THEN
               SET ERRORS     TO  TRUE
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.
           IF  NOT WS-SES-OPEN THEN
               SET ERRORS     TO  TRUE
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.
           IF  WS-SES-END-DATE > WS-STAMP-YYMMDD THEN
               SET ERRORS     TO  TRUE
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.
           IF  WS-RK-COURSE-CODE NOT = SESMCRSI
           OR  WS-RK-SESSION-NO  NOT = SESMSESI
               MOVE 21        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-ROSTER-COUNT
                      OR ERRORS
               MOVE WS-ROSTER-ROW (WS-LINE-SUB) TO ENROLLMENT-RECORD
               IF  WS-ENR-APPROVED
                   PERFORM 710-CHECK-ONE-LINE THRU 710-EXIT
               END-IF
           END-PERFORM.
           IF  ERRORS THEN
               GO TO 700-EXIT
           END-IF.

           MOVE ZERO TO WS-RECORDED-COUNT.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-ROSTER-COUNT
               MOVE WS-ROSTER-ROW (WS-LINE-SUB) TO ENROLLMENT-RECORD
               IF  WS-ENR-APPROVED
               AND SESMATNI (WS-LINE-SUB) > SPACES
                   PERFORM 720-RECORD-ONE-LINE THRU 720-EXIT
               END-IF
           END-PERFORM.

           PERFORM 780-CLOSE-IF-DELIVERED THRU 780-EXIT.
           MOVE 3 TO WORK-MSG-CODE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS ONE SEAT HOLDER'S LINE - ATTENDED Y WANTS A
      * RESULT OF P OR F, ATTENDED N WANTS NONE.
      *-----------------------------------------------------------------
       710-CHECK-ONE-LINE.

           IF  SESMATNI (WS-LINE-SUB) NOT > SPACES THEN
               GO TO 710-EXIT
           END-IF.
           IF  SESMATNI (WS-LINE-SUB) = "Y"
           AND (SESMRSLI (WS-LINE-SUB) = "P"
             OR SESMRSLI (WS-LINE-SUB) = "F")
               GO TO 710-EXIT
           END-IF.
           IF  SESMATNI (WS-LINE-SUB) = "N"
           AND SESMRSLI (WS-LINE-SUB) NOT > SPACES
               GO TO 710-EXIT
           END-IF.

           SET ERRORS     TO  TRUE.
           MOVE DFHBMASB  TO  SESMATNA (WS-LINE-SUB).
           MOVE -1        TO  SESMATNL (WS-LINE-SUB).
           MOVE 17        TO  WORK-MSG-CODE.

       710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA RECORDS ONE SEAT HOLDER - RE-READ FIRST, THE LINE
      * MAY HAVE BEEN WITHDRAWN SINCE THE ROSTER WAS LISTED. AN
      * ATTENDEE'S TRAINING ROW IS FILED.
      *-----------------------------------------------------------------
       720-RECORD-ONE-LINE.

           MOVE 1 TO CMD-CODE.
           MOVE ENROLLMENT-RECORD TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               GO TO 720-EXIT
           END-IF.
           MOVE DATA-OUT TO ENROLLMENT-RECORD.
           IF  NOT WS-ENR-APPROVED THEN
               GO TO 720-EXIT
           END-IF.

           MOVE ENROLLMENT-RECORD TO WS-AUD-BEFORE-IMAGE.
           IF  SESMATNI (WS-LINE-SUB) = "Y" THEN
               MOVE "C"                     TO WS-ENR-STATUS
               MOVE SESMRSLI (WS-LINE-SUB)  TO WS-ENR-RESULT
           ELSE
               MOVE "N"                     TO WS-ENR-STATUS
               MOVE SPACE                   TO WS-ENR-RESULT
           END-IF.
           MOVE EIBOPID           TO WS-ENR-DECIDE-OPID.
           MOVE WS-STAMP-YYMMDD   TO WS-ENR-DECIDE-DATE.

           MOVE 3 TO CMD-CODE.
           MOVE ENROLLMENT-RECORD TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           PERFORM 880-AUDIT-ENROLLMENT.
           ADD 1 TO WS-RECORDED-COUNT.

           IF  WS-ENR-ATTENDED THEN
               PERFORM 750-FILE-TRAINING THRU 750-EXIT
           END-IF.

       720-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE ATTENDEE'S TRAINING ROW FOR THE COURSE -
      * ONE ROW PER EMPLOYEE/COURSE, AS COBCIO38 KEEPS IT. A ROW
      * COMPLETED LATER THAN THIS SESSION IS LEFT ALONE, AS IS A PASS
      * STILL CURRENT WHEN THIS RESULT IS A FAIL.
      *-----------------------------------------------------------------
       750-FILE-TRAINING.

           MOVE SPACES             TO TRAINING-RECORD.
           MOVE WS-ENR-EMP-NO      TO WS-TRN-EMP-NO.
           MOVE WS-ENR-COURSE-CODE TO WS-TRN-COURSE-CODE.
           MOVE 6 TO CMD-CODE.
           MOVE TRAINING-RECORD TO DATA-IN.
           CALL "APITPTRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT TO TRAINING-RECORD
               SET WS-TRN-FOUND TO TRUE
           ELSE
               MOVE "N" TO WS-TRN-FOUND-SWITCH
           END-IF.

           IF  WS-TRN-FOUND THEN
               IF  WS-TRN-COMPLETED-DATE > WS-SES-END-DATE THEN
                   GO TO 750-EXIT
               END-IF
               IF  WS-ENR-RESULT = "F"
               AND WS-TRN-RESULT = "P"
               AND (WS-TRN-EXPIRY-DATE = ZERO
                 OR WS-TRN-EXPIRY-DATE NOT < WS-STAMP-YYMMDD)
                   GO TO 750-EXIT
               END-IF
           END-IF.

           MOVE WS-ENR-EMP-NO      TO WS-TRN-EMP-NO.
           MOVE WS-ENR-COURSE-CODE TO WS-TRN-COURSE-CODE.
           MOVE WS-SES-END-DATE    TO WS-TRN-COMPLETED-DATE.
           MOVE WS-ENR-RESULT      TO WS-TRN-RESULT.
           PERFORM 760-SET-EXPIRY THRU 760-EXIT.

           IF  WS-TRN-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE TRAINING-RECORD TO DATA-IN.
           CALL "APITPTRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SETS THE EXPIRY - THE COMPLETION DATE PLUS THE
      * COURSE'S VALIDITY MONTHS, THE DAY HELD BACK TO THE END OF A
      * SHORTER MONTH. A FAIL, OR A COURSE WITH NO VALIDITY ROW, HAS
      * NO EXPIRY.
      *-----------------------------------------------------------------
       760-SET-EXPIRY.

           MOVE ZERO TO WS-TRN-EXPIRY-DATE.
           IF  WS-TRN-RESULT NOT = "P" THEN
               GO TO 760-EXIT
           END-IF.

           MOVE SPACES             TO PARAMETER-RECORD.
           MOVE "COBCIO89"         TO WS-PRM-PROGRAM.
           STRING "TRNVAL" WS-ENR-COURSE-CODE
               DELIMITED BY SIZE INTO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               GO TO 760-EXIT
           END-IF.
           MOVE DATA-OUT TO PARAMETER-RECORD.
           MOVE WS-PRM-VALUE TO WS-VALID-MONTHS.
           IF  WS-VALID-MONTHS NOT > ZERO THEN
               GO TO 760-EXIT
           END-IF.

           MOVE WS-TRN-COMPLETED-DATE TO WS-CURR-DATE.
           MOVE WS-CURR-DD            TO WS-KEEP-DD.
           PERFORM VARYING WS-MONTH-COUNT FROM 1 BY 1
                   UNTIL WS-MONTH-COUNT > WS-VALID-MONTHS
               ADD 1 TO WS-CURR-MM
               IF  WS-CURR-MM > 12 THEN
                   MOVE 1 TO WS-CURR-MM
                   IF  WS-CURR-YY = 99 THEN
                       MOVE ZERO TO WS-CURR-YY
                   ELSE
                       ADD 1 TO WS-CURR-YY
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 820-SET-DAYS-THIS-MONTH THRU 820-EXIT.
           IF  WS-KEEP-DD > WS-DAYS-THIS-MONTH THEN
               MOVE WS-DAYS-THIS-MONTH TO WS-CURR-DD
           ELSE
               MOVE WS-KEEP-DD         TO WS-CURR-DD
           END-IF.
           MOVE WS-CURR-DATE TO WS-TRN-EXPIRY-DATE.

       760-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA MARKS THE SESSION DELIVERED ONCE NO SEAT HOLDER IS
      * LEFT UNRECORDED - THE WAITLIST IS OVER WITH THE SESSION, SO
      * ANY ENROLLMENT STILL WAITING OR REQUESTED IS WITHDRAWN.
      *-----------------------------------------------------------------
       780-CLOSE-IF-DELIVERED.

           MOVE ZERO               TO WS-OPEN-SEATS.
           MOVE "N"                TO WS-SCAN-SWITCH.
           MOVE SPACES             TO ENROLLMENT-RECORD.
           MOVE WS-SES-COURSE-CODE TO WS-ENR-COURSE-CODE.
           MOVE WS-SES-SESSION-NO  TO WS-ENR-SESSION-NO.
           MOVE 4                  TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   IF  WS-ENR-APPROVED
                       ADD 1 TO WS-OPEN-SEATS
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-OPEN-SEATS > ZERO THEN
               GO TO 780-EXIT
           END-IF.

           MOVE "N"                TO WS-SCAN-SWITCH.
           MOVE SPACES             TO ENROLLMENT-RECORD.
           MOVE WS-SES-COURSE-CODE TO WS-ENR-COURSE-CODE.
           MOVE WS-SES-SESSION-NO  TO WS-ENR-SESSION-NO.
           MOVE 4                  TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   IF  WS-ENR-REQUESTED
                   OR  WS-ENR-WAITLISTED
                       PERFORM 630-WITHDRAW-ONE THRU 630-EXIT
                   END-IF
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

           MOVE TRAINING-SESSION-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "D"             TO WS-SES-STATUS.
           MOVE EIBOPID         TO WS-SES-MAINT-OPID.
           MOVE WS-STAMP-YYMMDD TO WS-SES-MAINT-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE TRAINING-SESSION-RECORD TO DATA-IN.
           CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE "TRNSESS"               TO WS-AUD-FILE.
           MOVE SPACES                  TO WS-AUD-KEY.
           STRING WS-SES-COURSE-CODE WS-SES-SESSION-NO
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE TRAINING-SESSION-RECORD TO WS-AUD-AFTER-IMAGE.
           PERFORM 870-AUDIT.

       780-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 820-SET-DAYS-THIS-MONTH - MONTH LENGTH WITH THE FEBRUARY LEAP
      *    PATCH, SAME AS COBWDAYS.
      *-----------------------------------------------------------------
       820-SET-DAYS-THIS-MONTH.

           IF  WS-CURR-MM < 1 OR WS-CURR-MM > 12 THEN
               MOVE 31 TO WS-DAYS-THIS-MONTH
               GO TO 820-EXIT
           END-IF.
           MOVE WS-MONTH-DAYS (WS-CURR-MM) TO WS-DAYS-THIS-MONTH.
           IF  WS-CURR-MM = 2 THEN
               IF  WS-CURR-YY < 50 THEN
                   COMPUTE WS-CURR-YYYY = 2000 + WS-CURR-YY
               ELSE
                   COMPUTE WS-CURR-YYYY = 1900 + WS-CURR-YY
               END-IF
               DIVIDE WS-CURR-YYYY BY 4
                       GIVING WS-DIV-QUOT REMAINDER WS-LEAP-WORK
               IF  WS-LEAP-WORK = 0 THEN
                   DIVIDE WS-CURR-YYYY BY 100
                           GIVING WS-DIV-QUOT REMAINDER WS-LEAP-WORK
                   IF  WS-LEAP-WORK = 0 THEN
                       DIVIDE WS-CURR-YYYY BY 400
                               GIVING WS-DIV-QUOT
                               REMAINDER WS-LEAP-WORK
                       IF  WS-LEAP-WORK = 0 THEN
                           MOVE 29 TO WS-DAYS-THIS-MONTH
                       END-IF
                   ELSE
                       MOVE 29 TO WS-DAYS-THIS-MONTH
                   END-IF
               END-IF
           END-IF.

       820-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS COBCIO24.
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

      *-----------------------------------------------------------------
      * THIS PARA PUTS THE ROW JUST FILED ON THE HR AUDIT TRAIL - THE
      * CALLER HAS SET THE FILE, KEY AND IMAGES.
      *-----------------------------------------------------------------
       870-AUDIT.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA AUDITS THE ENROLLMENT IN HAND, KEYED BY EMPLOYEE AND
      * COURSE.
      *-----------------------------------------------------------------
       880-AUDIT-ENROLLMENT.

           MOVE "TRNENRL"                TO WS-AUD-FILE.
           MOVE SPACES                   TO WS-AUD-KEY.
           STRING WS-ENR-EMP-NO WS-ENR-COURSE-CODE
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE ENROLLMENT-RECORD        TO WS-AUD-AFTER-IMAGE.
           PERFORM 870-AUDIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO SESMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO SESMMSGO.
           GO TO 999-EXIT.

      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO SESMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO SESMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(SESMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

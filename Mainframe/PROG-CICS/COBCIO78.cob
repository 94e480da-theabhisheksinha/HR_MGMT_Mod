      *-----------------------------------------------------------------
      *    COBCIO78 - COURT-ORDERED WAGE GARNISHMENT ORDERS. ATTACHMENT
      *               ORDERS AGAINST AN EMPLOYEE'S WAGES WERE HANDLED
      *               ON PAPER - NO PROTECTED-EARNINGS CHECK, NO TRACK
      *               OF WHAT IS STILL OWED, NO PROOF OF REMITTANCE.
      *               ONE ROW PER ORDER ON THE NEW APITPGRN GATEWAY,
      *               KEYED EMP-ID + COURT CASE NUMBER. KEYING BOTH
      *               SHOWS THE ORDER; PF10 FILES A NEW ORDER (PAYEE,
      *               PAYEE ACCOUNT, FIXED AMOUNT OR PERCENTAGE OF
      *               DISPOSABLE EARNINGS, TOTAL OWED, PRIORITY AND
      *               START DATE) OR, ON AN ORDER STILL ACTIVE, AMENDS
      *               ITS TERMS WHEN THE COURT VARIES THEM - THE
      *               OUTSTANDING BALANCE IS NEVER KEYED, ONLY RUN
      *               DOWN BY PAYROLL. PF11 WITHDRAWS AN ORDER THE
      *               COURT HAS RELEASED. THE COBBAT21 PAYROLL RUN
      *               TAKES ACTIVE ORDERS AFTER STATUTORY DEDUCTIONS
      *               AND INSIDE THE PROTECTED-EARNINGS LIMIT, RUNS
      *               THE BALANCE DOWN AND CLOSES A SATISFIED ORDER;
      *               COBBATA0 REMITS THE MONTH TO EACH PAYEE. EVERY
      *               FILING, AMENDMENT AND WITHDRAWAL IS AUDITED
      *               THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO78.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one court order on the new APITPGRN gateway - CMD-CODE 1
      *    ** READ BY EMP-NO + CASE-NO, 2 ADD, 3 CHANGE, 4 PER-EMPLOYEE
      *    ** CURSOR (COBBAT21)
       01  GARNISH-ORDER-RECORD.
           10 WS-GRN-EMP-NO           PIC X(6).
           10 WS-GRN-CASE-NO          PIC X(12).
           10 WS-GRN-PAYEE-NAME       PIC X(30).
      *        ** the court's or creditor's account the money goes to
           10 WS-GRN-PAYEE-ACCT       PIC X(20).
      *        ** F = FIXED AMOUNT A MONTH, P = PERCENT OF DISPOSABLE
      *        ** EARNINGS (GROSS LESS TAX AND STATUTORY DEDUCTION)
           10 WS-GRN-TYPE             PIC X(1).
           10 WS-GRN-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRN-PCT              PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-GRN-TOTAL-OWED       PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRN-BALANCE          PIC S9(7)V9(2) USAGE COMP-3.
      *        ** 01 IS TAKEN FIRST WHEN PAY WILL NOT COVER EVERY ORDER
           10 WS-GRN-PRIORITY         PIC 9(2).
           10 WS-GRN-START-DATE       PIC 9(6).
      *        ** A = ACTIVE, C = CLOSED (SATISFIED), W = WITHDRAWN
           10 WS-GRN-STATUS           PIC X(1).
               88  WS-GRN-ACTIVE          VALUE "A".
      *        ** the last pay month that took a deduction
           10 WS-GRN-LAST-YEARMONTH   PIC X(6).
           10 WS-GRN-CLOSE-DATE       PIC 9(6).
           10 WS-GRN-OPID             PIC X(3).

      *    ** only the key, name and termination date matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(100).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).

      *    ** who/when/before/after capture for garnishment orders -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO78".
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

       01  WS-GRN-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-GRN-FOUND                    VALUE "Y".

      *    ** the keyed start date, edited field by field
       01  WS-KEY-START-DATE               PIC 9(6).
       01  WS-KEY-START-DATE-R REDEFINES WS-KEY-START-DATE.
           03  WS-KEY-START-YY             PIC 99.
           03  WS-KEY-START-MM             PIC 99.
           03  WS-KEY-START-DD             PIC 99.
       01  WS-KEY-AMOUNT                   PIC S9(7)V9(2) COMP-3.
       01  WS-KEY-PCT                      PIC S9(3)V9(2) COMP-3.
       01  WS-KEY-OWED                     PIC S9(7)V9(2) COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - an order carries pay figures,
      *    ** so a masked credential is refused along with a denied
      *    ** one
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO78".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO78".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the order stamps, same manually-declared
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO78".
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

           COPY GRNM.

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

      *    **  the order carries pay figures - check this operator
      *    **  before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED OR WS-SEC-MASKED THEN
               MOVE "NOT AUTHORIZED FOR GARNISHMENTS" TO GRNMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  GRNMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  GRNMEMPL.

           GO TO 300-SEND-GRNMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE EMPLOYEE AND THE KEYED
      * ORDER ARE SHOWN; PF10 FILES OR AMENDS THE ORDER, PF11
      * WITHDRAWS IT.
      *-----------------------------------------------------------------
       200-RECEIVE-GRNMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("GRNM")
               INTO(GRNMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  GRNMEMPI NOT > SPACES
           OR  GRNMCASI NOT > SPACES THEN
               MOVE -1        TO  GRNMEMPL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-GRNMAP
           END-IF.

           MOVE SPACES        TO  EMPLOYEE-MASTER-RECORD.
           MOVE GRNMEMPI      TO  WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE SPACES    TO  GRNMENMO
               MOVE -1        TO  GRNMEMPL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 300-SEND-GRNMAP
           END-IF.
           MOVE DATA-OUT      TO  EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-NAME   TO  GRNMENMO.

           PERFORM 450-READ-ORDER.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-ORDER THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-ORDER THRU 600-EXIT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-WITHDRAW-ORDER THRU 700-EXIT
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-ORDER
           END-IF.

           MOVE DFHBMFSE        TO  GRNMPAYA
                                    GRNMACTA
                                    GRNMTYPA
                                    GRNMAMTA
                                    GRNMPCTA
                                    GRNMOWDA
                                    GRNMPRIA
                                    GRNMSTRA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-GRNMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO GRNMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("GRNM")
               FROM(GRNMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-GRNMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED ORDER - RESP-CODE = 0 JUST MEANS NO
      * SUCH ORDER YET, THE EXPECTED CASE BEFORE A FILING.
      *-----------------------------------------------------------------
       450-READ-ORDER.

           MOVE SPACES          TO GARNISH-ORDER-RECORD.
           MOVE GRNMEMPI        TO WS-GRN-EMP-NO.
           MOVE GRNMCASI        TO WS-GRN-CASE-NO.

           MOVE 1 TO CMD-CODE.
           MOVE GARNISH-ORDER-RECORD TO DATA-IN.
           CALL "APITPGRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO GARNISH-ORDER-RECORD
               SET WS-GRN-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-GRN-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE ORDER ON FILE, IF ANY, WITH THE BALANCE
      * STILL OWED AND THE LAST MONTH PAYROLL TOOK FROM.
      *-----------------------------------------------------------------
       460-SHOW-ORDER.

           IF  WS-GRN-FOUND THEN
               MOVE WS-GRN-PAYEE-NAME       TO GRNMPAYO
               MOVE WS-GRN-PAYEE-ACCT       TO GRNMACTO
               MOVE WS-GRN-TYPE             TO GRNMTYPO
               MOVE WS-GRN-AMOUNT           TO GRNMAMTO
               MOVE WS-GRN-PCT              TO GRNMPCTO
               MOVE WS-GRN-TOTAL-OWED       TO GRNMOWDO
               MOVE WS-GRN-PRIORITY         TO GRNMPRIO
               MOVE WS-GRN-START-DATE       TO GRNMSTRO
               MOVE WS-GRN-BALANCE          TO GRNMBALO
               MOVE WS-GRN-STATUS           TO GRNMSTAO
               MOVE WS-GRN-LAST-YEARMONTH   TO GRNMLYMO
               IF  EIBAID NOT = DFHPF10
               AND EIBAID NOT = DFHPF11
                   MOVE 8                   TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE SPACES                  TO GRNMPAYO
                                               GRNMACTO
                                               GRNMTYPO
                                               GRNMAMTO
                                               GRNMPCTO
                                               GRNMOWDO
                                               GRNMPRIO
                                               GRNMSTRO
                                               GRNMBALO
                                               GRNMSTAO
                                               GRNMLYMO
               MOVE 9                       TO WORK-MSG-CODE
           END-IF.
           MOVE -1                          TO GRNMPAYL.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A FILING OR AN AMENDMENT - AN EMPLOYEE
      * STILL ON THE BOOKS, AN ORDER NOT ALREADY CLOSED, A PAYEE AND
      * ACCOUNT, A FIXED AMOUNT OR A PERCENTAGE TO MATCH THE TYPE, A
      * TOTAL OWED, A PRIORITY AND A REAL START DATE.
      *-----------------------------------------------------------------
       500-VALIDATE-ORDER.

           IF  WS-EMP-DATE-TERMINATED NOT = ZERO THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  GRNMEMPL
               MOVE 22        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-GRN-FOUND AND NOT WS-GRN-ACTIVE THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  GRNMCASL
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  GRNMPAYI NOT > SPACES
           OR  GRNMACTI NOT > SPACES THEN
               MOVE DFHBMASB  TO  GRNMPAYA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  GRNMPAYL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  GRNMTYPI NOT = "F" AND GRNMTYPI NOT = "P" THEN
               MOVE DFHBMASB  TO  GRNMTYPA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  GRNMTYPL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

      *    ** a fixed order needs its monthly amount, a percentage
      *    ** order its percent (over nothing, up to the whole of
      *    ** disposable earnings) - the other figure is left at zero
           MOVE ZERO TO WS-KEY-AMOUNT.
           MOVE ZERO TO WS-KEY-PCT.
           IF  GRNMTYPI = "F" THEN
               IF  GRNMAMTI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  GRNMAMTA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  GRNMAMTL
                   MOVE 13        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE GRNMAMTI  TO  WS-KEY-AMOUNT
               IF  WS-KEY-AMOUNT NOT > ZERO THEN
                   MOVE DFHBMASB  TO  GRNMAMTA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  GRNMAMTL
                   MOVE 13        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
           ELSE
               IF  GRNMPCTI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  GRNMPCTA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  GRNMPCTL
                   MOVE 14        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE GRNMPCTI  TO  WS-KEY-PCT
               IF  WS-KEY-PCT NOT > ZERO OR WS-KEY-PCT > 100 THEN
                   MOVE DFHBMASB  TO  GRNMPCTA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  GRNMPCTL
                   MOVE 14        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
           END-IF.

      *    ** the total owed is fixed by the court at filing - an
      *    ** amendment leaves it and the running balance alone
           IF  NOT WS-GRN-FOUND THEN
               IF  GRNMOWDI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  GRNMOWDA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  GRNMOWDL
                   MOVE 15        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE GRNMOWDI  TO  WS-KEY-OWED
               IF  WS-KEY-OWED NOT > ZERO THEN
                   MOVE DFHBMASB  TO  GRNMOWDA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  GRNMOWDL
                   MOVE 15        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
           END-IF.

           IF  GRNMPRII IS NOT NUMERIC OR GRNMPRII = ZERO THEN
               MOVE DFHBMASB  TO  GRNMPRIA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  GRNMPRIL
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  GRNMSTRI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  GRNMSTRA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  GRNMSTRL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE GRNMSTRI        TO  WS-KEY-START-DATE.
           IF  WS-KEY-START-MM < 1 OR WS-KEY-START-MM > 12
           OR  WS-KEY-START-DD < 1 OR WS-KEY-START-DD > 31 THEN
               MOVE DFHBMASB  TO  GRNMSTRA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  GRNMSTRL
               MOVE 17        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES A NEW ORDER - THE BALANCE OPENS AT THE TOTAL
      * OWED - OR AMENDS THE TERMS OF THE ACTIVE ONE ON FILE.
      *-----------------------------------------------------------------
       600-FILE-ORDER.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  WS-GRN-FOUND THEN
               MOVE GARNISH-ORDER-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE 3                    TO CMD-CODE
               MOVE 19                   TO WORK-MSG-CODE
           ELSE
               MOVE SPACES               TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES               TO GARNISH-ORDER-RECORD
               MOVE GRNMEMPI             TO WS-GRN-EMP-NO
               MOVE GRNMCASI             TO WS-GRN-CASE-NO
               MOVE WS-KEY-OWED          TO WS-GRN-TOTAL-OWED
               MOVE WS-KEY-OWED          TO WS-GRN-BALANCE
               MOVE "A"                  TO WS-GRN-STATUS
               MOVE SPACES               TO WS-GRN-LAST-YEARMONTH
               MOVE ZERO                 TO WS-GRN-CLOSE-DATE
               MOVE 2                    TO CMD-CODE
               MOVE 18                   TO WORK-MSG-CODE
           END-IF.

           MOVE GRNMPAYI          TO WS-GRN-PAYEE-NAME.
           MOVE GRNMACTI          TO WS-GRN-PAYEE-ACCT.
           MOVE GRNMTYPI          TO WS-GRN-TYPE.
           MOVE WS-KEY-AMOUNT     TO WS-GRN-AMOUNT.
           MOVE WS-KEY-PCT        TO WS-GRN-PCT.
           MOVE GRNMPRII          TO WS-GRN-PRIORITY.
           MOVE WS-KEY-START-DATE TO WS-GRN-START-DATE.
           MOVE EIBOPID           TO WS-GRN-OPID.

           MOVE GARNISH-ORDER-RECORD TO DATA-IN.
           CALL "APITPGRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           SET WS-GRN-FOUND TO TRUE.

           PERFORM 650-AUDIT-ORDER.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PUTS THE ORDER'S AFTER IMAGE ON THE HR AUDIT TRAIL.
      *-----------------------------------------------------------------
       650-AUDIT-ORDER.

           MOVE EIBOPID              TO WS-AUD-OPERATOR.
           MOVE "GARNORD "           TO WS-AUD-FILE.
           MOVE WS-GRN-EMP-NO        TO WS-AUD-KEY.
           MOVE GARNISH-ORDER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA WITHDRAWS AN ACTIVE ORDER THE COURT HAS RELEASED -
      * THE BALANCE STAYS ON THE ROW AS THE AMOUNT LEFT UNCOLLECTED.
      *-----------------------------------------------------------------
       700-WITHDRAW-ORDER.

           IF  NOT WS-GRN-FOUND OR NOT WS-GRN-ACTIVE THEN
               MOVE 20 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE GARNISH-ORDER-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "W"             TO WS-GRN-STATUS.
           MOVE WS-STAMP-YYMMDD TO WS-GRN-CLOSE-DATE.
           MOVE EIBOPID         TO WS-GRN-OPID.
           MOVE 3 TO CMD-CODE.
           MOVE GARNISH-ORDER-RECORD TO DATA-IN.
           CALL "APITPGRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 650-AUDIT-ORDER.

           MOVE 21 TO WORK-MSG-CODE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * ORDER STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO GRNMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO GRNMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO GRNMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO GRNMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(GRNMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

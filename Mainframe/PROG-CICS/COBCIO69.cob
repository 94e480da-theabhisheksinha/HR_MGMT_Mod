      *-----------------------------------------------------------------
      *    COBCIO69 - TERM DEPOSIT MAINTENANCE. A FIXED-TERM DEPOSIT
      *               CANNOT BE HELD IN AN ACCOUNT'S SINGLE RUNNING
      *               ACC-TOTAL, SO EACH ONE IS ITS OWN ROW ON THE NEW
      *               APITPTDP GATEWAY, NUMBERED OFF THE APITPCTL
      *               DEPOSIT RANGE. PF10 OPENS A DEPOSIT FOR A
      *               CUSTOMER AGAINST ONE OF THEIR OPEN ACCOUNTS AS
      *               THE SETTLEMENT ACCOUNT - PRINCIPAL, ANNUAL RATE,
      *               TENOR IN MONTHS AND THE RENEWAL INSTRUCTION (P
      *               PAY OUT, R ROLL PRINCIPAL AND INTEREST, I ROLL
      *               PRINCIPAL AND PAY THE INTEREST). THE TERM STARTS
      *               TODAY AND MATURES THE TENOR LATER. KEYING A
      *               DEPOSIT NUMBER SHOWS THE DEPOSIT; PF11 ON AN
      *               ACTIVE ONE ASKS FOR EARLY WITHDRAWAL. NOTHING
      *               POSTS HERE - THE DAILY COBBAT90 RUN FUNDS NEW
      *               DEPOSITS FROM THE SETTLEMENT ACCOUNT, PAYS OR
      *               ROLLS THEM AT MATURITY AND PAYS OUT BROKEN ONES
      *               LESS THE PENALTY, ALL THROUGH COBBAT26.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO69.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the term deposit - APITPTDP CMD-CODE 1 READ BY DEPOSIT
      *    ** NO, 2 ADD, 3 CHANGE, 4 UNFILTERED CURSOR (COBBAT90),
      *    ** 5 PER-CUSTOMER CURSOR (COBCIO52/53, COBBAT27)
       01  TERM-DEPOSIT-RECORD.
           10 WS-TDP-DEPOSIT-NO       PIC X(10).
           10 WS-TDP-CUST-NO          PIC X(10).
           10 WS-TDP-SETTLE-ACC-NO    PIC X(10).
           10 WS-TDP-PRINCIPAL        PIC S9(9)V9(2) USAGE COMP-3.
      *        ** annual simple-interest rate, percent
           10 WS-TDP-RATE-PCT         PIC S9(2)V9(4) USAGE COMP-3.
           10 WS-TDP-TENOR-MONTHS     PIC 9(3).
      *        ** yymmdd - the current term
           10 WS-TDP-START-DATE       PIC 9(6).
           10 WS-TDP-MATURITY-DATE    PIC 9(6).
      *        ** P PAY OUT, R ROLL PRINCIPAL AND INTEREST,
      *        ** I ROLL PRINCIPAL AND PAY THE INTEREST OUT
           10 WS-TDP-RENEWAL          PIC X(1).
               88  WS-TDP-RENEWAL-VALID   VALUE "P" "R" "I".
      *        ** N OPENED, NOT YET FUNDED; A ACTIVE; W EARLY
      *        ** WITHDRAWAL ASKED FOR; M MATURED AND PAID OUT;
      *        ** E BROKEN EARLY AND PAID OUT
           10 WS-TDP-STATUS           PIC X(1).
               88  WS-TDP-NEW             VALUE "N".
               88  WS-TDP-ACTIVE          VALUE "A".
           10 WS-TDP-CURRENCY         PIC X(3).
           10 WS-TDP-CLOSE-DATE       PIC 9(6).
           10 WS-TDP-MAKER-OPID       PIC X(3).

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT26 carries, with
      *    ** the COBCIO42 lifecycle tail
       01  ACCOUNT-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** the customer shape the APITP050 gateway serves
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CM-CUST-NO                PIC X(10).
           10 FILLER                       PIC X(171).

      *    ** deposit numbers off the APITPCTL number-control
      *    ** gateway - CMD-CODE 2 ALLOCATES THE NEXT NUMBER IN THE
      *    ** NAMED RANGE, GUARANTEED UNIQUE
       01  NUMBER-CONTROL-RECORD.
           10 WS-CTL-RANGE-NAME       PIC X(8) VALUE "DEPOSIT ".
           10 WS-CTL-ALLOCATED-NO     PIC X(6).

      *    ** the term arithmetic - the maturity date is the start
      *    ** date moved on by the tenor, the day held back to the
      *    ** month end where the month is shorter
       01  WS-TERM-DATE                    PIC 9(6).
       01  WS-TERM-DATE-R REDEFINES WS-TERM-DATE.
           03  WS-TERM-YY                  PIC 99.
           03  WS-TERM-MM                  PIC 99.
           03  WS-TERM-DD                  PIC 99.
       01  WS-TERM-MONTHS                  PIC S9(7) COMP-3.
       01  WS-TERM-YYYY                    PIC 9(4).
       01  WS-MONTH-DAYS-LIST              PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-LIST.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-LAST-DAY                     PIC 99.
       01  WS-LEAP-REMAINDER               PIC 9.
       01  WS-LEAP-QUOTIENT                PIC 9(4).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-TDP-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-TDP-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization, checked through COBSECCK like
      *    ** the salary-bearing screens
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO69".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO69".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the opening stamp, same manually-declared
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO69".
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

           COPY TDEPM.

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

      *    **  only cleared operators may open or break deposits -
      *    **  refused before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR TERM DEPOSITS" TO TDEPMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  TDEPO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  TDEPCUSL.

           GO TO 300-SEND-TDEPMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. A KEYED DEPOSIT NUMBER SHOWS
      * THAT DEPOSIT (PF11 ASKS FOR EARLY WITHDRAWAL); OTHERWISE PF10
      * OPENS A NEW ONE FROM THE KEYED TERMS.
      *-----------------------------------------------------------------
       200-RECEIVE-TDEPMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("TDEPM")
               INTO(TDEPI)
           END-EXEC.

           IF  TDEPDEPI > SPACES THEN
               PERFORM 450-READ-DEPOSIT
               IF  EIBAID = DFHPF11 AND WS-TDP-FOUND THEN
                   PERFORM 700-REQUEST-WITHDRAWAL THRU 700-EXIT
               END-IF
               GO TO 300-SEND-TDEPMAP
           END-IF.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-DEPOSIT THRU 500-EXIT-POINT
               IF  NOT ERRORS THEN
                   PERFORM 600-OPEN-DEPOSIT THRU 600-EXIT
               END-IF
           ELSE
               MOVE -1 TO TDEPCUSL
               MOVE 6  TO WORK-MSG-CODE
           END-IF.

           MOVE DFHBMFSE        TO  TDEPCUSA
                                    TDEPSACA
                                    TDEPPRNA
                                    TDEPRTEA
                                    TDEPTNRA
                                    TDEPRNWA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-TDEPMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO TDEPMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("TDEPM")
               FROM(TDEPO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-TDEPMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED DEPOSIT AND SHOWS ITS TERMS, DATES
      * AND STATUS.
      *-----------------------------------------------------------------
       450-READ-DEPOSIT.

           MOVE SPACES          TO TERM-DEPOSIT-RECORD.
           MOVE TDEPDEPI        TO WS-TDP-DEPOSIT-NO.

           MOVE 1 TO CMD-CODE.
           MOVE TERM-DEPOSIT-RECORD TO DATA-IN.
           CALL "APITPTDP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT              TO TERM-DEPOSIT-RECORD
               MOVE WS-TDP-CUST-NO        TO TDEPCUSO
               MOVE WS-TDP-SETTLE-ACC-NO  TO TDEPSACO
               MOVE WS-TDP-PRINCIPAL      TO TDEPPRNO
               MOVE WS-TDP-RATE-PCT       TO TDEPRTEO
               MOVE WS-TDP-TENOR-MONTHS   TO TDEPTNRO
               MOVE WS-TDP-RENEWAL        TO TDEPRNWO
               MOVE WS-TDP-START-DATE     TO TDEPSTDO
               MOVE WS-TDP-MATURITY-DATE  TO TDEPMATO
               MOVE WS-TDP-STATUS         TO TDEPSTAO
               MOVE 8                     TO WORK-MSG-CODE
               SET WS-TDP-FOUND           TO TRUE
           ELSE
               MOVE SPACES                TO TDEPSTDO
               MOVE SPACES                TO TDEPMATO
               MOVE SPACES                TO TDEPSTAO
               MOVE -1                    TO TDEPDEPL
               MOVE 7                     TO WORK-MSG-CODE
               MOVE "N"                   TO WS-TDP-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A NEW DEPOSIT - A CUSTOMER ON FILE, AN OPEN
      * SETTLEMENT ACCOUNT THAT IS THE CUSTOMER'S OWN, AND SENSIBLE
      * TERMS.
      *-----------------------------------------------------------------
       500-VALIDATE-DEPOSIT.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           MOVE SPACES        TO  CUSTOMER-MASTER-RECORD.
           MOVE TDEPCUSI      TO  WS-CM-CUST-NO.
           MOVE 2 TO CMD-CODE.
           MOVE CUSTOMER-MASTER-RECORD TO DATA-IN.
           CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  TDEPCUSA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TDEPCUSL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           MOVE SPACES        TO  ACCOUNT-MASTER-RECORD.
           MOVE TDEPSACI      TO  WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  TDEPSACA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TDEPSACL
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.
           MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD.

      *    ** the deposit pays back to the customer's own account,
      *    ** and only an open one - a frozen or closed account
      *    ** could not take the funding debit or the pay-out
           IF  WS-CUST-NO NOT = TDEPCUSI THEN
               MOVE DFHBMASB  TO  TDEPSACA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TDEPSACL
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.
           IF  WS-ACC-STATUS NOT = "O" AND WS-ACC-STATUS NOT = SPACE
               MOVE DFHBMASB  TO  TDEPSACA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TDEPSACL
               MOVE 20        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           IF  TDEPPRNI IS NOT NUMERIC OR TDEPPRNI = ZERO THEN
               MOVE DFHBMASB  TO  TDEPPRNA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TDEPPRNL
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           IF  TDEPRTEI IS NOT NUMERIC OR TDEPRTEI = ZERO THEN
               MOVE DFHBMASB  TO  TDEPRTEA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TDEPRTEL
               MOVE 21        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           IF  TDEPTNRI IS NOT NUMERIC OR TDEPTNRI = ZERO
           OR  TDEPTNRI > 120 THEN
               MOVE DFHBMASB  TO  TDEPTNRA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TDEPTNRL
               MOVE 22        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           MOVE TDEPRNWI      TO  WS-TDP-RENEWAL.
           IF  NOT WS-TDP-RENEWAL-VALID THEN
               MOVE DFHBMASB  TO  TDEPRNWA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TDEPRNWL
               MOVE 23        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT-POINT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA OPENS THE DEPOSIT UNDER A NEW DEPOSIT NUMBER, TERM
      * STARTING TODAY, STATUS N UNTIL COBBAT90 FUNDS IT.
      *-----------------------------------------------------------------
       600-OPEN-DEPOSIT.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE 2 TO CMD-CODE.
           MOVE NUMBER-CONTROL-RECORD TO DATA-IN.
           CALL "APITPCTL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           MOVE DATA-OUT TO NUMBER-CONTROL-RECORD.

           MOVE SPACES              TO  TERM-DEPOSIT-RECORD.
           MOVE "TD"                TO  WS-TDP-DEPOSIT-NO.
           MOVE WS-CTL-ALLOCATED-NO TO  WS-TDP-DEPOSIT-NO (3:6).
           MOVE TDEPCUSI            TO  WS-TDP-CUST-NO.
           MOVE TDEPSACI            TO  WS-TDP-SETTLE-ACC-NO.
           MOVE TDEPPRNI            TO  WS-TDP-PRINCIPAL.
           MOVE TDEPRTEI            TO  WS-TDP-RATE-PCT.
           MOVE TDEPTNRI            TO  WS-TDP-TENOR-MONTHS.
           MOVE TDEPRNWI            TO  WS-TDP-RENEWAL.
           MOVE WS-STAMP-YYMMDD     TO  WS-TDP-START-DATE.
           PERFORM 550-SET-MATURITY.
           MOVE "N"                 TO  WS-TDP-STATUS.
           MOVE WS-ACC-CURRENCY     TO  WS-TDP-CURRENCY.
           MOVE ZERO                TO  WS-TDP-CLOSE-DATE.
           MOVE EIBOPID             TO  WS-TDP-MAKER-OPID.

           MOVE 2 TO CMD-CODE.
           MOVE TERM-DEPOSIT-RECORD TO DATA-IN.
           CALL "APITPTDP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE WS-TDP-DEPOSIT-NO    TO  TDEPDEPO.
           MOVE WS-TDP-START-DATE    TO  TDEPSTDO.
           MOVE WS-TDP-MATURITY-DATE TO  TDEPMATO.
           MOVE WS-TDP-STATUS        TO  TDEPSTAO.
           MOVE -1                   TO  TDEPDEPL.
           MOVE 10                   TO  WORK-MSG-CODE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SETS THE MATURITY DATE - THE START DATE MOVED ON BY
      * THE TENOR, SAME ARITHMETIC COBBAT90 USES WHEN IT ROLLS A TERM.
      *-----------------------------------------------------------------
       550-SET-MATURITY.

           MOVE WS-TDP-START-DATE    TO WS-TERM-DATE.

           IF  WS-TERM-YY < 50 THEN
               COMPUTE WS-TERM-YYYY = 2000 + WS-TERM-YY
           ELSE
               COMPUTE WS-TERM-YYYY = 1900 + WS-TERM-YY
           END-IF.
           COMPUTE WS-TERM-MONTHS = (WS-TERM-YYYY * 12)
                                  + (WS-TERM-MM - 1)
                                  + WS-TDP-TENOR-MONTHS.
           DIVIDE WS-TERM-MONTHS BY 12 GIVING WS-TERM-YYYY
                                       REMAINDER WS-TERM-MM.
           ADD 1 TO WS-TERM-MM.
           DIVIDE WS-TERM-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                                      REMAINDER WS-TERM-YY.

           MOVE WS-MONTH-DAYS (WS-TERM-MM) TO WS-LAST-DAY.
           IF  WS-TERM-MM = 2 THEN
               DIVIDE WS-TERM-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                                        REMAINDER WS-LEAP-REMAINDER
               IF  WS-LEAP-REMAINDER = ZERO THEN
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF.
           IF  WS-TERM-DD > WS-LAST-DAY THEN
               MOVE WS-LAST-DAY TO WS-TERM-DD
           END-IF.

           MOVE WS-TERM-DATE TO WS-TDP-MATURITY-DATE.

      *-----------------------------------------------------------------
      * THIS PARA ASKS FOR EARLY WITHDRAWAL OF AN ACTIVE DEPOSIT -
      * COBBAT90 PAYS IT OUT ON ITS NEXT RUN, LESS THE PENALTY. A
      * DEPOSIT NOT YET FUNDED, OR ALREADY CLOSED, CANNOT BE BROKEN.
      *-----------------------------------------------------------------
       700-REQUEST-WITHDRAWAL.

           IF  NOT WS-TDP-ACTIVE THEN
               MOVE -1 TO TDEPDEPL
               MOVE 11 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE "W" TO WS-TDP-STATUS.
           MOVE 3 TO CMD-CODE.
           MOVE TERM-DEPOSIT-RECORD TO DATA-IN.
           CALL "APITPTDP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE WS-TDP-STATUS TO TDEPSTAO
               MOVE 12            TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * OPENING STAMP - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO TDEPMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO TDEPMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO TDEPMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO TDEPMSGA.

           EXEC CICS
               SEND TEXT
               FROM(TDEPMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

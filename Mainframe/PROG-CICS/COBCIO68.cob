      *-----------------------------------------------------------------
      *    COBCIO68 - ONLINE FUND TRANSFER BETWEEN ACCOUNTS. MOVING
      *               MONEY FROM ONE ACCOUNT TO ANOTHER USED TO BE TWO
      *               HAND-KEYED COBBAT26 CARDS THAT COULD POST ONE
      *               LEG AND REJECT THE OTHER. THE OPERATOR KEYS THE
      *               SOURCE AND TARGET ACC-NO AND THE AMOUNT; BOTH
      *               ACCOUNTS MUST BE OPEN ON THEIR COBCIO42
      *               LIFECYCLE STATUS AND IN THE SAME CURRENCY, AND
      *               THE SOURCE BALANCE PLUS THE CUSTOMER'S COBBAT43
      *               CREDIT LIMIT MUST COVER THE AMOUNT. PF10 TAKES A
      *               TRANSFER NUMBER OFF THE APITPCTL TRANSFER RANGE
      *               AND FILES THE TRANSFER ON THE NEW APITPFTR
      *               GATEWAY. AT OR BELOW THE APPROVE-OVER FIGURE ON
      *               THE COBCIO63 PARAMETER FILE THE DEBIT AND CREDIT
      *               POST AT ONCE; ABOVE IT THE TRANSFER WAITS FOR A
      *               SECOND, DIFFERENT OPERATOR HOLDING THE XFRAPPRV
      *               PERMISSION (CHECKED THROUGH COBSECCK) WHO KEYS
      *               THE TRANSFER NUMBER AND APPROVES WITH PF11. THE
      *               TWO LEGS POST AS ONE UNIT OF WORK - EITHER LEG
      *               FAILING ROLLS BOTH BACK - UNDER TRANSACTION CODE
      *               TRF AND THE TRANSFER NUMBER AS THE SHARED SOURCE
      *               REFERENCE, SO COBCIO54 AND THE COBBAT27
      *               STATEMENT SHOW THE SAME REFERENCE ON BOTH SIDES.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO68.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one transfer per transfer number, held on the new
      *    ** APITPFTR gateway - CMD-CODE 1 READ BY TRANSFER NUMBER,
      *    ** 2 ADD, 3 CHANGE (APPROVAL STAMP)
       01  TRANSFER-RECORD.
           10 WS-XFR-REF              PIC X(10).
           10 WS-XFR-FROM-ACC-NO      PIC X(10).
           10 WS-XFR-TO-ACC-NO        PIC X(10).
           10 WS-XFR-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-XFR-CURRENCY         PIC X(3).
           10 WS-XFR-STATUS           PIC X(1).
               88  WS-XFR-PENDING         VALUE "P".
               88  WS-XFR-POSTED          VALUE "A".
           10 WS-XFR-MAKER-OPID       PIC X(3).
           10 WS-XFR-MAKER-DATE       PIC 9(6).
           10 WS-XFR-MAKER-TIME       PIC 9(6).
           10 WS-XFR-CHECKER-OPID     PIC X(3).
           10 WS-XFR-CHECKER-DATE     PIC 9(6).
           10 WS-XFR-CHECKER-TIME     PIC 9(6).

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT26 carries, with
      *    ** the COBCIO42 lifecycle tail
       01  ACCOUNT-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** the source account as read for the validation, kept
      *    ** while the target is read over the same record
       01  WS-SOURCE-ACCOUNT.
           03  WS-SRC-CUST-NO              PIC X(10).
           03  WS-SRC-TOTAL                PIC S9(9)V99 COMP-3.
           03  WS-SRC-CURRENCY             PIC X(3).

      *    ** the customer row the APITP050 gateway serves - the
      *    ** COBBAT43 credit limit lives in the tail
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CM-CUST-NO                PIC X(10).
           10 WS-CM-CUST-NAME              PIC X(30).
           10 WS-CM-CREDIT-LIMIT           PIC S9(9)V99 COMP-3.
           10 WS-CM-OVERLIMIT-FLAG         PIC X(1).
           10 FILLER                       PIC X(131).

      *    ** one posted transaction for the APITPTRH gateway - same
      *    ** shape COBBAT26 writes to the history file
       01  TRAN-HISTORY-RECORD.
           03  TH-ACC-NO                   PIC X(10).
           03  TH-POST-DATE                PIC 9(6).
           03  TH-DC-CODE                  PIC X(1).
           03  TH-AMOUNT                   PIC 9(9)V9(2).
           03  TH-SOURCE-REF               PIC X(10).
           03  TH-BALANCE-BEFORE           PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

      *    ** transfer numbers off the APITPCTL number-control
      *    ** gateway - CMD-CODE 2 ALLOCATES THE NEXT NUMBER IN THE
      *    ** NAMED RANGE, GUARANTEED UNIQUE
       01  NUMBER-CONTROL-RECORD.
           10 WS-CTL-RANGE-NAME       PIC X(8) VALUE "TRANSFER".
           10 WS-CTL-ALLOCATED-NO     PIC X(6).

      *    ** the central runtime parameter row on the APITPPRM
      *    ** gateway (CMD-CODE 1 READ BY PROGRAM+NAME, LATEST
      *    ** EFFECTIVE) - maintained on the COBCIO63 screen
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).

      *    ** a transfer above this figure waits for a second
      *    ** approver - the compiled-in default stands when no
      *    ** APPROVE-OVER row is on the parameter file
       01  WS-APPROVAL-THRESHOLD           PIC S9(9)V99 COMP-3
                                                   VALUE +10000.00.

       01  WS-KEY-AMOUNT                   PIC S9(9)V99 COMP-3.
       01  WS-AVAILABLE                    PIC S9(11)V99 COMP-3.
       01  WS-BALANCE-BEFORE               PIC S9(9)V9(2) COMP-3.

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-XFR-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-XFR-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - the screen itself, and the
      *    ** approval, each checked through COBSECCK like the
      *    ** salary-bearing screens
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO68".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO68".
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO68".
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

           COPY XFRM.

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

      *    **  only cleared operators may move money between
      *    **  accounts - refused before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR TRANSFERS" TO XFRMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  XFRMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  XFRMFRML.

           GO TO 300-SEND-XFRMMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. A KEYED TRANSFER NUMBER
      * CALLS UP THAT TRANSFER (PF11 APPROVES IT); OTHERWISE THE
      * ACCOUNTS AND AMOUNT ARE CHECKED AND PF10 SUBMITS THEM.
      *-----------------------------------------------------------------
       200-RECEIVE-XFRMMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("XFRM")
               INTO(XFRMI)
           END-EXEC.

           IF  XFRMREFI > SPACES THEN
               PERFORM 450-READ-TRANSFER
               IF  EIBAID = DFHPF11 THEN
                   PERFORM 700-APPROVE-TRANSFER THRU 700-EXIT
               END-IF
               GO TO 300-SEND-XFRMMAP
           END-IF.

           IF  XFRMFRMI IS NOT > SPACES
           OR  XFRMTOAI IS NOT > SPACES THEN
               MOVE -1                TO  XFRMFRML
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-XFRMMAP
           END-IF.

           PERFORM 500-VALIDATE-TRANSFER THRU 500-EXIT-POINT.

           IF  EIBAID = DFHPF10 AND NOT ERRORS THEN
               PERFORM 600-SUBMIT-TRANSFER THRU 600-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  XFRMFRMA
                                    XFRMTOAA
                                    XFRMAMTA
                                    XFRMREFA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-XFRMMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO XFRMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("XFRM")
               FROM(XFRMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-XFRMMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED TRANSFER AND SHOWS ITS ACCOUNTS,
      * AMOUNT, STATUS AND WHO KEYED/APPROVED IT.
      *-----------------------------------------------------------------
       450-READ-TRANSFER.

           MOVE SPACES          TO TRANSFER-RECORD.
           MOVE XFRMREFI        TO WS-XFR-REF.

           MOVE 1 TO CMD-CODE.
           MOVE TRANSFER-RECORD TO DATA-IN.
           CALL "APITPFTR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO TRANSFER-RECORD
               MOVE WS-XFR-FROM-ACC-NO   TO XFRMFRMO
               MOVE WS-XFR-TO-ACC-NO     TO XFRMTOAO
               MOVE WS-XFR-AMOUNT        TO XFRMAMTO
               MOVE WS-XFR-STATUS        TO XFRMSTAO
               MOVE WS-XFR-MAKER-OPID    TO XFRMMKRO
               MOVE WS-XFR-CHECKER-OPID  TO XFRMCKRO
               MOVE 8                    TO WORK-MSG-CODE
               SET WS-XFR-FOUND          TO TRUE
           ELSE
               MOVE SPACES               TO XFRMSTAO
               MOVE SPACES               TO XFRMMKRO
               MOVE SPACES               TO XFRMCKRO
               MOVE -1                   TO XFRMREFL
               MOVE 7                    TO WORK-MSG-CODE
               MOVE "N"                  TO WS-XFR-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE TRANSFER - TWO DIFFERENT ACCOUNTS, BOTH
      * OPEN ON THEIR LIFECYCLE STATUS AND IN THE SAME CURRENCY, AND
      * AN AMOUNT THE SOURCE BALANCE PLUS THE CUSTOMER'S CREDIT LIMIT
      * WILL COVER. THE STATUSES AND SOURCE BALANCE ARE SHOWN EITHER
      * WAY SO THE OPERATOR SEES WHY A TRANSFER IS REFUSED.
      *-----------------------------------------------------------------
       500-VALIDATE-TRANSFER.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.
           MOVE SPACES        TO  XFRMFSTO
                                  XFRMTSTO
                                  XFRMFBALO.

           IF  XFRMFRMI = XFRMTOAI THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  XFRMTOAL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           IF  XFRMAMTI IS NOT NUMERIC OR XFRMAMTI = ZERO THEN
               MOVE DFHBMASB  TO  XFRMAMTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  XFRMAMTL
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.
           MOVE XFRMAMTI      TO  WS-KEY-AMOUNT.
           MOVE XFRMFRMI      TO  WS-XFR-FROM-ACC-NO.
           MOVE XFRMTOAI      TO  WS-XFR-TO-ACC-NO.

           PERFORM 510-CHECK-ACCOUNTS THRU 510-EXIT.

       500-EXIT-POINT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS THE TWO ACCOUNTS AND THE FUNDS FOR
      * WS-KEY-AMOUNT - CALLER HAS WS-XFR-FROM/TO-ACC-NO SET.
      *-----------------------------------------------------------------
       510-CHECK-ACCOUNTS.

           MOVE SPACES              TO  ACCOUNT-MASTER-RECORD.
           MOVE WS-XFR-FROM-ACC-NO  TO  WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               SET ERRORS     TO  TRUE
               MOVE -1        TO  XFRMFRML
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.
           MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD.
           IF  WS-ACC-STATUS = SPACE THEN
               MOVE "O"       TO  WS-ACC-STATUS
           END-IF.
           MOVE WS-ACC-STATUS   TO  XFRMFSTO.
           MOVE WS-ACC-TOTAL    TO  XFRMFBALO.
           MOVE WS-CUST-NO      TO  WS-SRC-CUST-NO.
           MOVE WS-ACC-TOTAL    TO  WS-SRC-TOTAL.
           MOVE WS-ACC-CURRENCY TO  WS-SRC-CURRENCY.

      *    ** a frozen (or dormant-frozen) or closed account neither
      *    ** pays out nor takes in a transfer
           IF  WS-ACC-STATUS NOT = "O" THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  XFRMFRML
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

           MOVE SPACES              TO  ACCOUNT-MASTER-RECORD.
           MOVE WS-XFR-TO-ACC-NO    TO  WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               SET ERRORS     TO  TRUE
               MOVE -1        TO  XFRMTOAL
               MOVE 20        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.
           MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD.
           IF  WS-ACC-STATUS = SPACE THEN
               MOVE "O"       TO  WS-ACC-STATUS
           END-IF.
           MOVE WS-ACC-STATUS TO  XFRMTSTO.

           IF  WS-ACC-STATUS NOT = "O" THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  XFRMTOAL
               MOVE 21        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

      *    ** no conversion on a transfer - the same amount leaves
      *    ** one account and lands in the other
           IF  WS-ACC-CURRENCY NOT = WS-SRC-CURRENCY THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  XFRMTOAL
               MOVE 22        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

      *    ** the source may run into overdraft only as far as its
      *    ** customer's credit limit - the limit COBBAT43 rolls the
      *    ** exposure up against
           MOVE SPACES         TO  CUSTOMER-MASTER-RECORD.
           MOVE WS-SRC-CUST-NO TO  WS-CM-CUST-NO.
           MOVE 2 TO CMD-CODE.
           MOVE CUSTOMER-MASTER-RECORD TO DATA-IN.
           CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO CUSTOMER-MASTER-RECORD
           ELSE
               MOVE ZERO     TO WS-CM-CREDIT-LIMIT
           END-IF.
           IF  WS-CM-CREDIT-LIMIT < ZERO THEN
               MOVE ZERO     TO WS-CM-CREDIT-LIMIT
           END-IF.

           COMPUTE WS-AVAILABLE = WS-SRC-TOTAL + WS-CM-CREDIT-LIMIT.
           IF  WS-KEY-AMOUNT > WS-AVAILABLE THEN
               MOVE DFHBMASB  TO  XFRMAMTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  XFRMAMTL
               MOVE 23        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

           MOVE 24            TO  WORK-MSG-CODE.

       510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE TRANSFER UNDER A NEW TRANSFER NUMBER WITH
      * THE MAKER'S OPERATOR ID AND DATE/TIME. AT OR BELOW THE
      * APPROVAL THRESHOLD BOTH LEGS POST NOW; ABOVE IT THE TRANSFER
      * IS LEFT PENDING AND NOTHING TOUCHES EITHER ACCOUNT UNTIL A
      * DIFFERENT OPERATOR APPROVES IT.
      *-----------------------------------------------------------------
       600-SUBMIT-TRANSFER.

           PERFORM 800-GET-OPID-AND-TIME.

      *    ** today's approval threshold off the central parameter
      *    ** file
           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBCIO68"     TO WS-PRM-PROGRAM.
           MOVE "APPROVE-OVER" TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-APPROVAL-THRESHOLD
               END-IF
           END-IF.

           MOVE 2 TO CMD-CODE.
           MOVE NUMBER-CONTROL-RECORD TO DATA-IN.
           CALL "APITPCTL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           MOVE DATA-OUT TO NUMBER-CONTROL-RECORD.

           MOVE "TRF"               TO  WS-XFR-REF.
           MOVE WS-CTL-ALLOCATED-NO TO  WS-XFR-REF (4:6).
           MOVE WS-KEY-AMOUNT       TO  WS-XFR-AMOUNT.
           MOVE WS-SRC-CURRENCY     TO  WS-XFR-CURRENCY.
           MOVE EIBOPID             TO  WS-XFR-MAKER-OPID.
           MOVE WS-STAMP-YYMMDD     TO  WS-XFR-MAKER-DATE.
           MOVE WS-STAMP-HHMMSS     TO  WS-XFR-MAKER-TIME.
           MOVE SPACES              TO  WS-XFR-CHECKER-OPID.
           MOVE ZERO                TO  WS-XFR-CHECKER-DATE.
           MOVE ZERO                TO  WS-XFR-CHECKER-TIME.

           IF  WS-KEY-AMOUNT > WS-APPROVAL-THRESHOLD THEN
               MOVE "P"             TO  WS-XFR-STATUS
               MOVE 10              TO  WORK-MSG-CODE
           ELSE
               PERFORM 710-POST-TRANSFER THRU 710-EXIT
               MOVE "A"             TO  WS-XFR-STATUS
               MOVE 13              TO  WORK-MSG-CODE
           END-IF.

           MOVE 2 TO CMD-CODE.
           MOVE TRANSFER-RECORD TO DATA-IN.
           CALL "APITPFTR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE WS-XFR-REF          TO  XFRMREFO.
           MOVE WS-XFR-STATUS       TO  XFRMSTAO.
           MOVE WS-XFR-MAKER-OPID   TO  XFRMMKRO.
           MOVE SPACES              TO  XFRMCKRO.
           MOVE -1                  TO  XFRMREFL.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES A PENDING TRANSFER - A SECOND, DIFFERENT
      * OPERATOR HOLDING THE XFRAPPRV PERMISSION ONLY - AND POSTS BOTH
      * LEGS. THE ACCOUNTS ARE RE-CHECKED FIRST: A STATUS OR BALANCE
      * MAY HAVE MOVED SINCE THE TRANSFER WAS KEYED.
      *-----------------------------------------------------------------
       700-APPROVE-TRANSFER.

           IF  NOT WS-XFR-FOUND OR NOT WS-XFR-PENDING THEN
               MOVE 11 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

      *    ** the maker cannot approve their own transfer - that is
      *    ** the entire point of the second pair of eyes
           IF  EIBOPID = WS-XFR-MAKER-OPID THEN
               MOVE 12 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE EIBOPID     TO  WS-SEC-OPERATOR.
           MOVE "XFRAPPRV"  TO  WS-SEC-FUNCTION.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE 16 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE SWITCH-OFF         TO  ERROR-SWITCH.
           MOVE WS-XFR-AMOUNT      TO  WS-KEY-AMOUNT.
           PERFORM 510-CHECK-ACCOUNTS THRU 510-EXIT.
           IF  ERRORS THEN
               GO TO 700-EXIT
           END-IF.

           PERFORM 710-POST-TRANSFER THRU 710-EXIT.

           MOVE "A"             TO  WS-XFR-STATUS.
           MOVE EIBOPID         TO  WS-XFR-CHECKER-OPID.
           MOVE WS-STAMP-YYMMDD TO  WS-XFR-CHECKER-DATE.
           MOVE WS-STAMP-HHMMSS TO  WS-XFR-CHECKER-TIME.

           MOVE 3 TO CMD-CODE.
           MOVE TRANSFER-RECORD TO DATA-IN.
           CALL "APITPFTR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE "A"                 TO XFRMSTAO
               MOVE WS-XFR-CHECKER-OPID TO XFRMCKRO
               MOVE 13 TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA POSTS BOTH LEGS - THE DEBIT TO THE SOURCE AND THE
      * CREDIT TO THE TARGET, EACH ON THE ACCOUNT AND ON THE HISTORY
      * UNDER THE TRANSFER NUMBER WITH TRANSACTION CODE TRF. ANY
      * FAILURE GOES TO 950-DBERROR, WHICH ROLLS BACK WHATEVER LEG HAD
      * ALREADY POSTED.
      *-----------------------------------------------------------------
       710-POST-TRANSFER.

           MOVE WS-XFR-FROM-ACC-NO TO TH-ACC-NO.
           MOVE "D"                TO TH-DC-CODE.
           PERFORM 720-POST-ONE-LEG THRU 720-EXIT.

           MOVE WS-XFR-TO-ACC-NO   TO TH-ACC-NO.
           MOVE "C"                TO TH-DC-CODE.
           PERFORM 720-POST-ONE-LEG THRU 720-EXIT.

       710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA POSTS ONE LEG - CALLER HAS TH-ACC-NO AND TH-DC-CODE
      * SET.
      *-----------------------------------------------------------------
       720-POST-ONE-LEG.

           MOVE SPACES        TO ACCOUNT-MASTER-RECORD.
           MOVE TH-ACC-NO     TO WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD.

           MOVE WS-ACC-TOTAL TO WS-BALANCE-BEFORE.
           IF  TH-DC-CODE = "D" THEN
               SUBTRACT WS-XFR-AMOUNT FROM WS-ACC-TOTAL
           ELSE
               ADD WS-XFR-AMOUNT TO WS-ACC-TOTAL
           END-IF.
           MOVE 3 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE WS-STAMP-YYMMDD   TO TH-POST-DATE.
           MOVE WS-XFR-AMOUNT     TO TH-AMOUNT.
           MOVE WS-XFR-REF        TO TH-SOURCE-REF.
           MOVE WS-BALANCE-BEFORE TO TH-BALANCE-BEFORE.
           MOVE WS-ACC-TOTAL      TO TH-BALANCE-AFTER.
           MOVE "TRF"             TO TH-TRAN-CODE.
           MOVE 2 TO CMD-CODE.
           MOVE TRAN-HISTORY-RECORD TO DATA-IN.
           CALL "APITPTRH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       720-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * MAKER/CHECKER STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO XFRMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO XFRMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE. A TRANSFER NEVER POSTS ONE
      * LEG WITHOUT THE OTHER, SO THE UNIT OF WORK IS BACKED OUT.
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                EXEC CICS
                    SYNCPOINT ROLLBACK
                END-EXEC.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO XFRMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO XFRMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(XFRMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

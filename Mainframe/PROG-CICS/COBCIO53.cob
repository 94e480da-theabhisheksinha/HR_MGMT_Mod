           05  WS-ACCT-LIST-STATUS-TAB.
               10  WS-ACCT-LIST-STATUS OCCURS 20 TIMES
                                               PIC X(1).
      *        ** the customer's term deposits still held (COBCIO69 /
      *        ** COBBAT90 - status N NOT YET FUNDED, A ACTIVE, W
      *        ** EARLY WITHDRAWAL ASKED FOR), listed after the
      *        ** accounts on the per-customer list only - appended
      *        ** past the original shape so existing readers are
      *        ** undisturbed
           05  WS-ACCT-LIST-DEPOSIT-COUNT  PIC S9(4) COMP VALUE +0.
           05  WS-ACCT-LIST-DEPOSIT OCCURS 10 TIMES.
               10  WS-ACCT-LIST-DEP-NO         PIC X(10).
               10  WS-ACCT-LIST-DEP-PRINCIPAL  PIC S9(9)V99 COMP-3.
               10  WS-ACCT-LIST-DEP-MATURITY   PIC 9(6).
               10  WS-ACCT-LIST-DEP-STATUS     PIC X(1).

      *        ** how the customer stands on each listed account - P
      *        ** THEIR OWN ACCOUNT, J JOINT HOLDER OR S AUTHORISED
      *        ** SIGNATORY ON SOMEONE ELSE'S (COBCIO70 ACCOUNT-PARTY
      *        ** FILE) - appended past the original shape so
      *        ** existing readers are undisturbed
           05  WS-ACCT-LIST-ROLE-TAB.
               10  WS-ACCT-LIST-ROLE OCCURS 20 TIMES
                                               PIC X(1).

      *    ** the accounts a customer is a party to without owning
      *    ** them - APITPAPY CMD-CODE 5 IS THE PER-PARTY CURSOR. its
      *    ** own in/out areas, same reason as the credit probe's
       01  ACCOUNT-PARTY-RECORD.
           10 WS-APY-ACC-NO           PIC X(10).
           10 WS-APY-CUST-NO          PIC X(10).
           10 WS-APY-ROLE             PIC X(1).
           10 WS-APY-SHARE-PCT        PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-APY-EFFECTIVE-FROM   PIC 9(6).
      *        ** zero while the relationship is open-ended
           10 WS-APY-EFFECTIVE-TO     PIC 9(6).
           10 WS-APY-MAKER-OPID       PIC X(3).
           10 WS-APY-CHANGE-DATE      PIC 9(6).
       01  WS-APY-CMD-CODE                 PIC 99.
       01  WS-APY-RESP-CODE                PIC 99.
       01  WS-APY-DATA-IN                  PIC X(200).
       01  WS-APY-DATA-OUT                 PIC X(200).
       01  WS-APY-SWITCH                   PIC X VALUE "N".
           88  WS-APY-DONE                     VALUE "Y".

      *    ** the party's account, read through the batch APITP052
      *    ** gateway by ACC-NO alone (CMD-CODE 2) - the owner is
      *    ** another customer
       01  PARTY-ACCOUNT-RECORD.
           10 WS-PA-CUST-NO                PIC X(10).
           10 WS-PA-ACC-NO                 PIC X(10).
           10 WS-PA-ACC-TOTAL              PIC S9(9)V99 COMP-3.
           10 WS-PA-ACC-STATUS             PIC X(1).
           10 WS-PA-ACC-REASON             PIC X(2).
           10 WS-PA-ACC-CURRENCY           PIC X(3).
       01  WS-PA-CMD-CODE                  PIC 99.
       01  WS-PA-RESP-CODE                 PIC 99.
       01  WS-PA-DATA-IN                   PIC X(200).
       01  WS-PA-DATA-OUT                  PIC X(200).

      *    ** today, for the relationship's effective dates
       01  WS-TODAY-ABSTIME                PIC S9(15) COMP-3.
       01  WS-TODAY-YYMMDD                 PIC 9(6).

      *    ** the term deposit row the APITPTDP gateway serves -
      *    ** CMD-CODE 5 IS THE PER-CUSTOMER CURSOR. its own in/out
      *    ** areas, same reason as the credit probe's
       01  TERM-DEPOSIT-RECORD.
           10 WS-TDP-DEPOSIT-NO       PIC X(10).
           10 WS-TDP-CUST-NO          PIC X(10).
           10 WS-TDP-SETTLE-ACC-NO    PIC X(10).
           10 WS-TDP-PRINCIPAL        PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-TDP-RATE-PCT         PIC S9(2)V9(4) USAGE COMP-3.
           10 WS-TDP-TENOR-MONTHS     PIC 9(3).
           10 WS-TDP-START-DATE       PIC 9(6).
           10 WS-TDP-MATURITY-DATE    PIC 9(6).
           10 WS-TDP-RENEWAL          PIC X(1).
           10 WS-TDP-STATUS           PIC X(1).
               88  WS-TDP-MATURED         VALUE "M".
               88  WS-TDP-BROKEN          VALUE "E".
           10 WS-TDP-CURRENCY         PIC X(3).
           10 WS-TDP-CLOSE-DATE       PIC 9(6).
           10 WS-TDP-MAKER-OPID       PIC X(3).
       01  WS-TD-CMD-CODE                  PIC 99.
       01  WS-TD-RESP-CODE                 PIC 99.
       01  WS-TD-DATA-IN                   PIC X(200).
       01  WS-TD-DATA-OUT                  PIC X(200).
       01  WS-TD-SWITCH                    PIC X VALUE "N".
           88  WS-TD-DONE                      VALUE "Y".
       01  WS-LIST-SWITCH PIC X VALUE "N".
           88  WS-LIST-DONE                    VALUE "Y".

      *    ** COBCIO19/20/21/22
           COPY ACCOUNTM.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO53".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

       LINKAGE SECTION.
       01 DFHCOMMAREA  PIC X(2048).
      *-----------------------------------------------------------------
      * MAIN PROCESS
       MAIN.
           PERFORM CMD-01
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           GOBACK.
       CMD-01.
      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS 
               RECEIVE MAP("MAP") MAPSET("ACCOUNT")
               INTO(W-ACCOUNT) 
      *    ** instead of requiring one already known
           IF  W-ACC-NO = SPACES OR W-ACC-NO = ZEROS THEN
               PERFORM 200-LIST-ACCOUNTS THRU 200-EXIT
               PERFORM 250-LIST-PARTY-ACCOUNTS THRU 250-EXIT
               PERFORM 400-LIST-DEPOSITS THRU 400-EXIT
           ELSE
               MOVE 1          TO CMD-CODE
               MOVE 0          TO RESP-CODE
               MOVE W-ACC-TOTAL     TO WS-ACCT-LIST-ACC-TOTAL(1)
               MOVE WS-OVERDRAWN-SWITCH
                                    TO WS-ACCT-LIST-OVERDRAWN(1)
               MOVE "P"             TO WS-ACCT-LIST-ROLE(1)
               IF  W-ACC-STATUS = SPACE THEN
                   MOVE "O"          TO WS-ACCT-LIST-STATUS(1)
               ELSE
                       END-IF
                       MOVE "N" TO
                           WS-ACCT-LIST-OVERDRAWN(WS-ACCT-LIST-COUNT)
                       MOVE "P" TO
                           WS-ACCT-LIST-ROLE(WS-ACCT-LIST-COUNT)
                       IF W-ACC-TOTAL < 0
                           SET WS-ACCT-LIST-IS-OVERDRAWN
                               (WS-ACCT-LIST-COUNT) TO TRUE
       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-LIST-PARTY-ACCOUNTS - THE OTHER CUSTOMERS' ACCOUNTS THIS ONE
      *    HOLDS JOINTLY OR SIGNS ON, OFF THE APITPAPY CMD-CODE 5
      *    PER-PARTY CURSOR, ONTO THE SAME LIST AFTER THEIR OWN - ONLY
      *    RELATIONSHIPS IN EFFECT TODAY, AND NEVER A CLOSED ACCOUNT.
      *-----------------------------------------------------------------
       250-LIST-PARTY-ACCOUNTS.

           EXEC CICS
               ASKTIME ABSTIME(WS-TODAY-ABSTIME)
           END-EXEC.

           EXEC CICS
               FORMATTIME ABSTIME(WS-TODAY-ABSTIME)
               YYMMDD(WS-TODAY-YYMMDD)
           END-EXEC.

           MOVE "N"       TO WS-APY-SWITCH.
           MOVE 5         TO WS-APY-CMD-CODE.
           MOVE SPACES    TO ACCOUNT-PARTY-RECORD.
           MOVE W-CUST-NO TO WS-APY-CUST-NO.

           PERFORM UNTIL WS-APY-DONE
               MOVE ACCOUNT-PARTY-RECORD TO WS-APY-DATA-IN
               CALL "APITPAPY" USING WS-APY-CMD-CODE WS-APY-RESP-CODE
                                     WS-APY-DATA-IN WS-APY-DATA-OUT
               IF WS-APY-RESP-CODE = 0
                   SET WS-APY-DONE TO TRUE
               ELSE
                   MOVE WS-APY-DATA-OUT TO ACCOUNT-PARTY-RECORD
                   IF  WS-APY-EFFECTIVE-FROM NOT > WS-TODAY-YYMMDD
                   AND (WS-APY-EFFECTIVE-TO = ZERO
                     OR WS-APY-EFFECTIVE-TO NOT < WS-TODAY-YYMMDD)
                   AND WS-ACCT-LIST-COUNT < 20
                       PERFORM 260-ADD-PARTY-ACCOUNT THRU 260-EXIT
                   END-IF
                   MOVE W-CUST-NO TO WS-APY-CUST-NO
               END-IF
           END-PERFORM.

           IF  WS-ACCT-LIST-COUNT > 0
               MOVE WS-ACCT-LIST-RECORD TO DATA-OUT
               MOVE 0                   TO RESP-CODE
           END-IF.

       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 260-ADD-PARTY-ACCOUNT - ONE PARTY ACCOUNT ONTO THE LIST, WITH
      *    THE CUSTOMER'S ROLE ON IT. THEIR OWN ACCOUNTS ARE ALREADY
      *    LISTED.
      *-----------------------------------------------------------------
       260-ADD-PARTY-ACCOUNT.

           MOVE SPACES        TO PARTY-ACCOUNT-RECORD.
           MOVE WS-APY-ACC-NO TO WS-PA-ACC-NO.
           MOVE 2             TO WS-PA-CMD-CODE.
           MOVE PARTY-ACCOUNT-RECORD TO WS-PA-DATA-IN.
           CALL "APITP052" USING WS-PA-CMD-CODE WS-PA-RESP-CODE
                                 WS-PA-DATA-IN WS-PA-DATA-OUT.
           IF  WS-PA-RESP-CODE = 0
               GO TO 260-EXIT
           END-IF.
           MOVE WS-PA-DATA-OUT TO PARTY-ACCOUNT-RECORD.
           IF  WS-PA-CUST-NO = W-CUST-NO
           OR  WS-PA-ACC-STATUS = "C"
               GO TO 260-EXIT
           END-IF.

           ADD 1 TO WS-ACCT-LIST-COUNT.
           MOVE WS-PA-ACC-NO    TO WS-ACCT-LIST-ACC-NO
                                   (WS-ACCT-LIST-COUNT).
           MOVE WS-PA-ACC-TOTAL TO WS-ACCT-LIST-ACC-TOTAL
                                   (WS-ACCT-LIST-COUNT).
           IF  WS-PA-ACC-STATUS = SPACE THEN
               MOVE "O"              TO WS-ACCT-LIST-STATUS
                                        (WS-ACCT-LIST-COUNT)
           ELSE
               MOVE WS-PA-ACC-STATUS TO WS-ACCT-LIST-STATUS
                                        (WS-ACCT-LIST-COUNT)
           END-IF.
           MOVE "N" TO WS-ACCT-LIST-OVERDRAWN(WS-ACCT-LIST-COUNT).
           IF  WS-PA-ACC-TOTAL < 0
               SET WS-ACCT-LIST-IS-OVERDRAWN(WS-ACCT-LIST-COUNT)
                   TO TRUE
           END-IF.
           MOVE WS-APY-ROLE     TO WS-ACCT-LIST-ROLE
                                   (WS-ACCT-LIST-COUNT).

       260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-LIST-DEPOSITS - THE CUSTOMER'S TERM DEPOSITS STILL HELD,
      *    OFF THE APITPTDP CMD-CODE 5 PER-CUSTOMER CURSOR, ONTO THE
      *    TAIL OF THE ACCOUNT LIST. A CUSTOMER HOLDING ONLY DEPOSITS
      *    STILL GETS A LIST BACK.
      *-----------------------------------------------------------------
       400-LIST-DEPOSITS.

           MOVE 0         TO WS-ACCT-LIST-DEPOSIT-COUNT.
           MOVE "N"       TO WS-TD-SWITCH.
           MOVE 5         TO WS-TD-CMD-CODE.
           MOVE SPACES    TO TERM-DEPOSIT-RECORD.
           MOVE W-CUST-NO TO WS-TDP-CUST-NO.

           PERFORM UNTIL WS-TD-DONE
               MOVE TERM-DEPOSIT-RECORD TO WS-TD-DATA-IN
               CALL "APITPTDP" USING WS-TD-CMD-CODE WS-TD-RESP-CODE
                                     WS-TD-DATA-IN WS-TD-DATA-OUT
               IF WS-TD-RESP-CODE = 0
                   SET WS-TD-DONE TO TRUE
               ELSE
                   MOVE WS-TD-DATA-OUT TO TERM-DEPOSIT-RECORD
                   IF  NOT WS-TDP-MATURED AND NOT WS-TDP-BROKEN
                   AND WS-ACCT-LIST-DEPOSIT-COUNT < 10
                       ADD 1 TO WS-ACCT-LIST-DEPOSIT-COUNT
                       MOVE WS-TDP-DEPOSIT-NO    TO WS-ACCT-LIST-DEP-NO
                                           (WS-ACCT-LIST-DEPOSIT-COUNT)
                       MOVE WS-TDP-PRINCIPAL     TO
                                          WS-ACCT-LIST-DEP-PRINCIPAL
                                           (WS-ACCT-LIST-DEPOSIT-COUNT)
                       MOVE WS-TDP-MATURITY-DATE TO
                                          WS-ACCT-LIST-DEP-MATURITY
                                           (WS-ACCT-LIST-DEPOSIT-COUNT)
                       MOVE WS-TDP-STATUS        TO
                                          WS-ACCT-LIST-DEP-STATUS
                                           (WS-ACCT-LIST-DEPOSIT-COUNT)
                   END-IF
                   MOVE W-CUST-NO TO WS-TDP-CUST-NO
               END-IF
           END-PERFORM.

           IF  WS-ACCT-LIST-DEPOSIT-COUNT > 0
               MOVE WS-ACCT-LIST-RECORD TO DATA-OUT
               MOVE 0                   TO RESP-CODE
           END-IF.

       400-EXIT.
           EXIT.

      *               TAIL PAST THE ORIGINAL SHAPE, SO EXISTING
      *               READERS ARE UNDISTURBED; COBBAT13's OVERDRAFT
      *               WALK NOW SKIPS CLOSED ACCOUNTS AND SHOWS THE
      *               STATUS. AN ACCOUNT OPENS IN ITS CUSTOMER'S
      *               CURRENCY (BLANK FOR THE HOME CURRENCY), CARRIED
      *               IN THE SAME TAIL AND SHOWN ON THE SCREEN.
      *               A CUSTOMER RETIRED BY A COBBAT95 MERGE CANNOT
      *               HAVE A NEW ACCOUNT OPENED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
      *        ** the account's currency - blank is the home currency
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** the customer shape the APITP050 gateway serves, out to
      *    ** the currency the customer is billed in
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CM-CUST-NO                PIC X(10).
           10 FILLER                       PIC X(37).
      *        ** the surviving customer once COBBAT95 has merged
      *        ** this one away - blank while the customer is live
           10 WS-CM-MERGED-INTO            PIC X(10).
           10 FILLER                       PIC X(121).
           10 WS-CM-CURRENCY               PIC X(3).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.

       01  WORK-MSG-CODE          PIC 99.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO42".
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
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           MOVE SPACES         TO  ACCLMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  ACCLMACCL.
               END-IF
               MOVE WS-ACC-STATUS  TO ACCLMSTAO
               MOVE WS-ACC-REASON  TO ACCLMRSNO
               MOVE WS-ACC-CURRENCY TO ACCLMCURO
               MOVE 8              TO WORK-MSG-CODE
               SET WS-ACCT-FOUND   TO TRUE
           ELSE
               MOVE 16       TO WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE DATA-OUT TO CUSTOMER-MASTER-RECORD.
      *    ** a customer merged into another takes no new business -
      *    ** the account belongs under the surviving number
           IF  WS-CM-MERGED-INTO > SPACES THEN
               MOVE DFHBMASB TO ACCLMCUSA
               MOVE -1       TO ACCLMCUSL
               MOVE 20       TO WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE ACCLMCUSI TO WS-CUST-NO.
           MOVE ACCLMACCI TO WS-ACC-NO.
           MOVE ZERO      TO WS-ACC-TOTAL.
           MOVE "O"       TO WS-ACC-STATUS.
           MOVE SPACES    TO WS-ACC-REASON.
           MOVE WS-CM-CURRENCY TO WS-ACC-CURRENCY.

           MOVE 6 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           IF  RESP-CODE <> 0
               MOVE "O"          TO ACCLMSTAO
               MOVE ZERO         TO ACCLMTOTO
               MOVE WS-ACC-CURRENCY TO ACCLMCURO
               MOVE 10           TO WORK-MSG-CODE
               SET WS-ACCT-FOUND TO TRUE
           ELSE
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO ACCLMMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO ACCLMMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO ACCLMMSGA.

           EXEC CICS

      *-----------------------------------------------------------------
      *    COBSV006 - CUSTOMER SELF-SERVICE ACCOUNT INQUIRY FOR THE
      *               CUSTOMER PORTAL. EVERY BALANCE QUESTION WAS A
      *               CALL TO THE DESK AND A COBCIO53 LOOKUP. THIS
      *               SIBLING OF COBSV001 (SAME COMMAREA AND CODED
      *               RESP-CODE CONVENTIONS) TAKES THE CUSTOMER'S
      *               PORTAL LOGIN ID AND CREDENTIAL HASH, CHECKS THEM
      *               AGAINST THE NEW APITPCCR CUSTOMER CREDENTIAL
      *               GATEWAY (CMD-CODE 1 READ BY LOGIN ID, 3 CHANGE)
      *               AND ANSWERS FOR THE CUST-NO ON THAT CREDENTIAL
      *               ONLY - THE CALLER NEVER NAMES A CUSTOMER, SO IT
      *               CAN NEVER SEE ANYONE ELSE'S. FIVE BAD CREDENTIALS
      *               IN A ROW LOCK THE LOGIN UNTIL THE DESK RESETS IT.
      *               THE ANSWER CARRIES THE CUSTOMER'S ACCOUNTS (OWN
      *               ACCOUNTS OFF APITP052 CMD-CODE 4, PLUS THOSE HELD
      *               JOINTLY OFF THE COBCIO70 ACCOUNT-PARTY FILE, AS
      *               THE COBBAT27 STATEMENT LISTS THEM) WITH BALANCE
      *               AND COBCIO42 STATUS, THE LAST N POSTINGS TO ONE
      *               OF THOSE ACCOUNTS OFF THE COBBAT26 TRANSACTION
      *               HISTORY (APITPTRH), THE OPEN INVOICES COBBAT96
      *               PUBLISHES OFF THE BILLING REGISTER (APITPOIV
      *               CMD-CODE 4 PER-CUSTOMER CURSOR), AND THE DATE OF
      *               THE LAST COBBAT27 STATEMENT (APITPSTD).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSV006.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBSV006".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

       01 DFHCOMMAREA.
           03 CSV-RETURN-FLAG               PIC X(1).
      *    ** same coded response values as COBSV001/COBSV002
           03 CSV-RESP-CODE                 PIC 9(2).
               88 CSV-RESP-SUCCESS              VALUE 00.
               88 CSV-RESP-NOT-FOUND            VALUE 04.
               88 CSV-RESP-INVALID-INPUT         VALUE 08.
               88 CSV-RESP-SYSTEM-ERROR          VALUE 12.
           03 CSV-RETURN-MSG                PIC X(70).
      *        ** the portal login and the hash of what the customer
      *        ** typed - blanked again before the commarea is logged
           03 CSV-LOGIN-ID                  PIC X(20).
           03 CSV-CREDENTIAL                PIC X(44).
      *        ** the account whose postings are wanted - blank is
      *        ** the first account listed - and how many, 1 to 20
      *        ** (zero means 10)
           03 CSV-POSTING-ACC-NO            PIC X(10).
           03 CSV-POSTINGS-WANTED           PIC 9(2).
      *        ** everything below is answer only
           03 CSV-CUST-NO                   PIC X(10).
           03 CSV-CUST-NAME                 PIC X(30).
           03 CSV-LAST-STMT-DATE            PIC 9(6).
           03 CSV-ACCOUNT-COUNT             PIC 9(2).
           03 CSV-ACCOUNT-MORE              PIC X(1).
           03 CSV-ACCOUNT OCCURS 10 TIMES.
               05 CSV-ACC-NO                PIC X(10).
      *            ** O = OWN ACCOUNT, J = HELD JOINTLY
               05 CSV-ACC-HOLDING           PIC X(1).
               05 CSV-ACC-BALANCE           PIC S9(9)V9(2) SIGN LEADING
                                                           SEPARATE.
               05 CSV-ACC-STATUS            PIC X(1).
               05 CSV-ACC-REASON            PIC X(2).
               05 CSV-ACC-CURRENCY          PIC X(3).
           03 CSV-POSTING-COUNT             PIC 9(2).
      *        ** newest first
           03 CSV-POSTING OCCURS 20 TIMES.
               05 CSV-PST-POST-DATE         PIC 9(6).
               05 CSV-PST-DC-CODE           PIC X(1).
               05 CSV-PST-AMOUNT            PIC 9(9)V9(2).
               05 CSV-PST-TRAN-CODE         PIC X(3).
               05 CSV-PST-BALANCE-AFTER     PIC S9(9)V9(2) SIGN LEADING
                                                           SEPARATE.
           03 CSV-INVOICE-COUNT             PIC 9(2).
           03 CSV-INVOICE-MORE              PIC X(1).
           03 CSV-INVOICE OCCURS 20 TIMES.
               05 CSV-INV-INVOICE-NO        PIC X(6).
               05 CSV-INV-BILL-YEARMONTH    PIC X(6).
               05 CSV-INV-AMOUNT            PIC 9(9)V9(2).
               05 CSV-INV-OUTSTANDING       PIC 9(9)V9(2).
               05 CSV-INV-CURRENCY          PIC X(3).

      *    ** one portal credential per login on the new APITPCCR
      *    ** gateway - CMD-CODE 1 READ BY LOGIN ID, 3 CHANGE
       01  CUSTOMER-CREDENTIAL-RECORD.
           10 WS-CCR-LOGIN-ID         PIC X(20).
           10 WS-CCR-CUST-NO          PIC X(10).
           10 WS-CCR-CREDENTIAL       PIC X(44).
      *        ** A = ACTIVE, L = LOCKED AFTER TOO MANY FAILURES
           10 WS-CCR-STATUS           PIC X(1).
               88  WS-CCR-ACTIVE          VALUE "A".
               88  WS-CCR-LOCKED          VALUE "L".
           10 WS-CCR-FAIL-COUNT       PIC 9(2).
           10 WS-CCR-LAST-LOGIN-DATE  PIC 9(6).
           10 WS-CCR-LAST-FAIL-DATE   PIC 9(6).

      *    ** the customer row - a row merged into another customer
      *    ** by COBBAT95 carries the survivor's number
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-CUST-NAME                 PIC X(30).
           10 FILLER                       PIC X(7).
           10 WS-CUST-MERGED-INTO          PIC X(10).
           10 FILLER                       PIC X(124).

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT13 carries
       01  ACCOUNT-MASTER-RECORD.
           10 WS-AM-CUST-NO                PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
      *        ** blank is the home currency
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** the accounts a customer is a party to - APITPAPY
      *    ** CMD-CODE 5 IS THE PER-PARTY CURSOR. P PRIMARY AND J
      *    ** JOINT ARE HOLDERS; S SIGNATORIES SIGN BUT OWN NOTHING
       01  ACCOUNT-PARTY-RECORD.
           10 WS-APY-ACC-NO           PIC X(10).
           10 WS-APY-CUST-NO          PIC X(10).
           10 WS-APY-ROLE             PIC X(1).
               88  WS-APY-HOLDER          VALUE "P" "J".
           10 WS-APY-SHARE-PCT        PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-APY-EFFECTIVE-FROM   PIC 9(6).
      *        ** zero while the relationship is open-ended
           10 WS-APY-EFFECTIVE-TO     PIC 9(6).
           10 WS-APY-MAKER-OPID       PIC X(3).
           10 WS-APY-CHANGE-DATE      PIC 9(6).

      *    ** the posted-transaction ledger row - APITPTRH CMD-CODE 1
      *    ** IS THE PER-ACCOUNT CURSOR, OLDEST FIRST
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

      *    ** the COBBAT96 open-invoice row - zero outstanding means
      *    ** settled since it was published
       01  OPEN-INVOICE-RECORD.
           10 WS-OIV-INVOICE-NO       PIC X(6).
           10 WS-OIV-CUST-NO          PIC X(10).
           10 WS-OIV-PROJ-NO          PIC X(6).
           10 WS-OIV-BILL-YEARMONTH   PIC X(6).
           10 WS-OIV-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-OIV-OUTSTANDING      PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-OIV-CURRENCY         PIC X(3).
           10 WS-OIV-STATUS           PIC X(8).
           10 WS-OIV-PUBLISH-DATE     PIC 9(6).

      *    ** the COBBAT27 statement-date row
       01  STATEMENT-DATE-RECORD.
           10 WS-STD-CUST-NO          PIC X(10).
           10 WS-STD-STMT-DATE        PIC 9(6).
           10 WS-STD-STMT-YY          PIC 99.
           10 WS-STD-STMT-MM          PIC 99.

       01  CMD-CODE                         PIC 99.
       01  RESP-CODE                        PIC 99.
       01  DATA-IN                          PIC X(200).
       01  DATA-OUT                         PIC X(200).

      *    ** RESP code for the WRITEQ TD calls below, same convention
      *    ** as COBSV001/COBSV002
       01  RESP                             PIC S9(4) COMP.

       01  WS-TODAY                         PIC 9(6).
       01  WS-MAX-FAILURES                  PIC 9(2) VALUE 05.

      *    ** the last N postings seen so far, kept as a ring over the
      *    ** oldest-first cursor so only N rows are ever held
       01  WS-RING-TABLE.
           03  WS-RING-ENTRY OCCURS 20 TIMES.
               05  WS-RG-POST-DATE          PIC 9(6).
               05  WS-RG-DC-CODE            PIC X(1).
               05  WS-RG-AMOUNT             PIC 9(9)V9(2).
               05  WS-RG-TRAN-CODE          PIC X(3).
               05  WS-RG-BALANCE-AFTER      PIC S9(9)V9(2) COMP-3.
       01  WS-RING-NEXT                     PIC S9(4) COMP.
       01  WS-RING-USED                     PIC S9(4) COMP.
       01  WS-RING-IX                       PIC S9(4) COMP.
       01  WS-OUT-IX                        PIC S9(4) COMP.
       01  WS-ACC-IX                        PIC S9(4) COMP.

       01  WS-CURSOR-SWITCH                 PIC X.
           88  WS-CURSOR-DONE                   VALUE "Y".
       01  WS-LISTED-SWITCH                 PIC X.
           88  WS-ACC-LISTED                    VALUE "Y".
       01  WS-HOLDING                       PIC X.

      *    ** message text behind each coded RESP-CODE, same idea as
      *    ** COBSV002's WS-RESP-MSG-xxxx group
       01  WS-RESP-MSG-NOTFOUND.
           03  FILLER  PIC X(70) VALUE
               "N-CUSTOMER NOT ON FILE - CONTACT THE DESK".
       01  WS-RESP-MSG-NOACCOUNT.
           03  FILLER  PIC X(70) VALUE
               "N-ACCOUNT FOR POSTINGS IS NOT ONE OF THIS CUSTOMER'S".
       01  WS-RESP-MSG-INVALID.
           03  FILLER  PIC X(70) VALUE
               "I-LOGIN ID, CREDENTIAL OR POSTING COUNT INVALID".
       01  WS-RESP-MSG-DENIED.
           03  FILLER  PIC X(70) VALUE
               "I-LOGIN ID OR CREDENTIAL NOT RECOGNISED".
       01  WS-RESP-MSG-LOCKED.
           03  FILLER  PIC X(70) VALUE
               "I-LOGIN LOCKED - CONTACT THE DESK TO RESET IT".
       01  WS-RESP-MSG-SYSERR.
           03  FILLER  PIC X(70) VALUE
               "S-TRANSACTION ABNORMALLY TERMINATED".

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           EXEC CICS IGNORE CONDITION LENGERR END-EXEC.
           EXEC CICS HANDLE CONDITION ERROR(900-ERRORS) END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           PERFORM 100-VALIDATE-REQUEST
              THRU 100-EXIT.

       000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 100-VALIDATE-REQUEST - LOGIN AND CREDENTIAL ARE BOTH NEEDED,
      *    AND THE POSTING COUNT MUST FIT THE ANSWER. ANY CUST-NO THE
      *    CALLER SENDS IS THROWN AWAY HERE.
      *-----------------------------------------------------------------
       100-VALIDATE-REQUEST.

           ACCEPT WS-TODAY FROM DATE.
           MOVE SPACES TO CSV-CUST-NO.

           IF  CSV-POSTINGS-WANTED IS NOT NUMERIC
           OR  CSV-POSTINGS-WANTED = ZERO
               MOVE 10 TO CSV-POSTINGS-WANTED
           END-IF.

           IF  CSV-LOGIN-ID = SPACES
           OR  CSV-CREDENTIAL = SPACES
           OR  CSV-POSTINGS-WANTED > 20
               MOVE "N"                  TO CSV-RETURN-FLAG
               MOVE 08                   TO CSV-RESP-CODE
               MOVE WS-RESP-MSG-INVALID  TO CSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 100-EXIT
           END-IF.

           PERFORM 200-AUTHENTICATE
              THRU 200-EXIT.
           PERFORM 300-LIST-ACCOUNTS
              THRU 300-EXIT.
           PERFORM 400-LIST-POSTINGS
              THRU 400-EXIT.
           PERFORM 500-LIST-INVOICES
              THRU 500-EXIT.
           PERFORM 600-LAST-STATEMENT
              THRU 600-EXIT.

           MOVE "Y"    TO CSV-RETURN-FLAG.
           MOVE 00     TO CSV-RESP-CODE.
           MOVE SPACES TO CSV-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-AUTHENTICATE - AN UNKNOWN LOGIN AND A WRONG CREDENTIAL GET
      *    THE SAME ANSWER, SO THE PORTAL CANNOT BE USED TO FISH FOR
      *    LOGIN IDS. A WRONG CREDENTIAL COUNTS AGAINST THE LOGIN AND
      *    THE FIFTH IN A ROW LOCKS IT; A GOOD ONE CLEARS THE COUNT.
      *    THE CUSTOMER ANSWERED FOR IS THE ONE ON THE CREDENTIAL, AND
      *    ONE SINCE MERGED AWAY IS NOT ANSWERED FOR AT ALL.
      *-----------------------------------------------------------------
       200-AUTHENTICATE.

           MOVE SPACES       TO CUSTOMER-CREDENTIAL-RECORD.
           MOVE CSV-LOGIN-ID TO WS-CCR-LOGIN-ID.
           MOVE 1 TO CMD-CODE.
           MOVE CUSTOMER-CREDENTIAL-RECORD TO DATA-IN.
           CALL "APITPCCR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                 TO CSV-RETURN-FLAG
               MOVE 08                  TO CSV-RESP-CODE
               MOVE WS-RESP-MSG-DENIED  TO CSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.
           MOVE DATA-OUT TO CUSTOMER-CREDENTIAL-RECORD.

           IF  NOT WS-CCR-ACTIVE THEN
               MOVE "N"                 TO CSV-RETURN-FLAG
               MOVE 08                  TO CSV-RESP-CODE
               MOVE WS-RESP-MSG-LOCKED  TO CSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.

           IF  WS-CCR-FAIL-COUNT IS NOT NUMERIC
               MOVE ZERO TO WS-CCR-FAIL-COUNT
           END-IF.

           IF  WS-CCR-CREDENTIAL NOT = CSV-CREDENTIAL THEN
               ADD 1 TO WS-CCR-FAIL-COUNT
               MOVE WS-TODAY TO WS-CCR-LAST-FAIL-DATE
               IF  WS-CCR-FAIL-COUNT NOT < WS-MAX-FAILURES THEN
                   SET WS-CCR-LOCKED TO TRUE
               END-IF
               MOVE 3 TO CMD-CODE
               MOVE CUSTOMER-CREDENTIAL-RECORD TO DATA-IN
               CALL "APITPCCR" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               MOVE "N"                 TO CSV-RETURN-FLAG
               MOVE 08                  TO CSV-RESP-CODE
               IF  WS-CCR-LOCKED THEN
                   MOVE WS-RESP-MSG-LOCKED TO CSV-RETURN-MSG
               ELSE
                   MOVE WS-RESP-MSG-DENIED TO CSV-RETURN-MSG
               END-IF
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.

           MOVE ZERO     TO WS-CCR-FAIL-COUNT.
           MOVE WS-TODAY TO WS-CCR-LAST-LOGIN-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE CUSTOMER-CREDENTIAL-RECORD TO DATA-IN.
           CALL "APITPCCR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.

           MOVE SPACES         TO CUSTOMER-MASTER-RECORD.
           MOVE WS-CCR-CUST-NO TO WS-CUST-NO.
           MOVE 2 TO CMD-CODE.
           MOVE CUSTOMER-MASTER-RECORD TO DATA-IN.
           CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                  TO CSV-RETURN-FLAG
               MOVE 04                   TO CSV-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO CSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.
           MOVE DATA-OUT TO CUSTOMER-MASTER-RECORD.
           IF  WS-CUST-MERGED-INTO > SPACES THEN
               MOVE "N"                  TO CSV-RETURN-FLAG
               MOVE 04                   TO CSV-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO CSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.

           MOVE WS-CUST-NO   TO CSV-CUST-NO.
           MOVE WS-CUST-NAME TO CSV-CUST-NAME.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-LIST-ACCOUNTS - THE CUSTOMER'S OWN ACCOUNTS, THEN ANY
      *    OTHER CUSTOMER'S ACCOUNT IT HOLDS JOINTLY TODAY. A
      *    SIGNATORY OWNS NOTHING AND SEES NOTHING. PAST TEN ACCOUNTS
      *    THE MORE FLAG IS SET.
      *-----------------------------------------------------------------
       300-LIST-ACCOUNTS.

           MOVE ZERO   TO CSV-ACCOUNT-COUNT.
           MOVE "N"    TO CSV-ACCOUNT-MORE.
           MOVE "N"    TO WS-CURSOR-SWITCH.
           MOVE SPACES TO ACCOUNT-MASTER-RECORD.

           PERFORM UNTIL WS-CURSOR-DONE
               MOVE 4           TO CMD-CODE
               MOVE CSV-CUST-NO TO WS-AM-CUST-NO
               MOVE ACCOUNT-MASTER-RECORD TO DATA-IN
               CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD
                   MOVE "O" TO WS-HOLDING
                   PERFORM 350-ADD-ACCOUNT
               END-IF
           END-PERFORM.

           MOVE "N"         TO WS-CURSOR-SWITCH.
           MOVE SPACES      TO ACCOUNT-PARTY-RECORD.

           PERFORM UNTIL WS-CURSOR-DONE
               MOVE 5           TO CMD-CODE
               MOVE CSV-CUST-NO TO WS-APY-CUST-NO
               MOVE ACCOUNT-PARTY-RECORD TO DATA-IN
               CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCOUNT-PARTY-RECORD
                   IF  WS-APY-HOLDER
                   AND WS-APY-EFFECTIVE-FROM NOT > WS-TODAY
                   AND (WS-APY-EFFECTIVE-TO = ZERO
                     OR WS-APY-EFFECTIVE-TO NOT < WS-TODAY)
                       PERFORM 320-ADD-JOINT-ACCOUNT THRU 320-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 320-ADD-JOINT-ACCOUNT - READ THE JOINTLY HELD ACCOUNT. ITS OWN
      *    CUSTOMER'S ACCOUNTS ARE ALREADY LISTED, AND A CLOSED ONE
      *    IS NOT SHOWN, THE SAME RULE AS THE COBBAT27 STATEMENT.
      *-----------------------------------------------------------------
       320-ADD-JOINT-ACCOUNT.

           MOVE SPACES        TO ACCOUNT-MASTER-RECORD.
           MOVE WS-APY-ACC-NO TO WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 320-EXIT
           END-IF.
           MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD.
           IF  WS-AM-CUST-NO = CSV-CUST-NO
           OR  WS-ACC-STATUS = "C"
               GO TO 320-EXIT
           END-IF.

           MOVE "J" TO WS-HOLDING.
           PERFORM 350-ADD-ACCOUNT.

       320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-ADD-ACCOUNT - ONE ACCOUNT INTO THE ANSWER, HOLDING CODE
      *    FROM WS-HOLDING.
      *-----------------------------------------------------------------
       350-ADD-ACCOUNT.

           IF  CSV-ACCOUNT-COUNT NOT < 10 THEN
               MOVE "Y" TO CSV-ACCOUNT-MORE
           ELSE
               ADD 1 TO CSV-ACCOUNT-COUNT
               MOVE CSV-ACCOUNT-COUNT TO WS-ACC-IX
               MOVE WS-ACC-NO        TO CSV-ACC-NO (WS-ACC-IX)
               MOVE WS-HOLDING       TO CSV-ACC-HOLDING (WS-ACC-IX)
               MOVE WS-ACC-TOTAL     TO CSV-ACC-BALANCE (WS-ACC-IX)
               MOVE WS-ACC-STATUS    TO CSV-ACC-STATUS (WS-ACC-IX)
               MOVE WS-ACC-REASON    TO CSV-ACC-REASON (WS-ACC-IX)
               MOVE WS-ACC-CURRENCY  TO CSV-ACC-CURRENCY (WS-ACC-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 400-LIST-POSTINGS - THE ACCOUNT ASKED FOR MUST BE ONE JUST
      *    LISTED, SO A CALLER CANNOT READ SOMEONE ELSE'S HISTORY BY
      *    NAMING THEIR ACCOUNT. THE CURSOR RUNS OLDEST FIRST; THE
      *    RING KEEPS THE LAST N AND THEY GO OUT NEWEST FIRST.
      *-----------------------------------------------------------------
       400-LIST-POSTINGS.

           MOVE ZERO TO CSV-POSTING-COUNT.
           IF  CSV-ACCOUNT-COUNT = ZERO THEN
               GO TO 400-EXIT
           END-IF.

           IF  CSV-POSTING-ACC-NO = SPACES THEN
               MOVE CSV-ACC-NO (1) TO CSV-POSTING-ACC-NO
           END-IF.

           MOVE "N" TO WS-LISTED-SWITCH.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                   UNTIL WS-ACC-IX > CSV-ACCOUNT-COUNT
                   OR WS-ACC-LISTED
               IF  CSV-ACC-NO (WS-ACC-IX) = CSV-POSTING-ACC-NO
                   SET WS-ACC-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF  NOT WS-ACC-LISTED THEN
               MOVE "N"                   TO CSV-RETURN-FLAG
               MOVE 04                    TO CSV-RESP-CODE
               MOVE WS-RESP-MSG-NOACCOUNT TO CSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 400-EXIT
           END-IF.

           MOVE 1    TO WS-RING-NEXT.
           MOVE ZERO TO WS-RING-USED.
           MOVE SPACES TO TRAN-HISTORY-RECORD.
           MOVE 1 TO RESP-CODE.

           PERFORM UNTIL RESP-CODE = ZERO
               MOVE 1                  TO CMD-CODE
               MOVE CSV-POSTING-ACC-NO TO TH-ACC-NO
               MOVE TRAN-HISTORY-RECORD TO DATA-IN
               CALL "APITPTRH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE NOT = ZERO
                   MOVE DATA-OUT TO TRAN-HISTORY-RECORD
                   PERFORM 450-RING-ONE-POSTING
               END-IF
           END-PERFORM.

      *    ** out newest first - back round the ring from the slot
      *    ** before the next one to be filled
           MOVE WS-RING-NEXT TO WS-RING-IX.
           PERFORM VARYING WS-OUT-IX FROM 1 BY 1
                   UNTIL WS-OUT-IX > WS-RING-USED
               SUBTRACT 1 FROM WS-RING-IX
               IF  WS-RING-IX < 1
                   MOVE CSV-POSTINGS-WANTED TO WS-RING-IX
               END-IF
               MOVE WS-RG-POST-DATE (WS-RING-IX)
                                   TO CSV-PST-POST-DATE (WS-OUT-IX)
               MOVE WS-RG-DC-CODE (WS-RING-IX)
                                   TO CSV-PST-DC-CODE (WS-OUT-IX)
               MOVE WS-RG-AMOUNT (WS-RING-IX)
                                   TO CSV-PST-AMOUNT (WS-OUT-IX)
               MOVE WS-RG-TRAN-CODE (WS-RING-IX)
                                   TO CSV-PST-TRAN-CODE (WS-OUT-IX)
               MOVE WS-RG-BALANCE-AFTER (WS-RING-IX)
                                   TO CSV-PST-BALANCE-AFTER (WS-OUT-IX)
           END-PERFORM.
           MOVE WS-RING-USED TO CSV-POSTING-COUNT.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-RING-ONE-POSTING - THE NEWEST POSTING OVERWRITES THE
      *    OLDEST ONCE N ARE HELD.
      *-----------------------------------------------------------------
       450-RING-ONE-POSTING.

           MOVE TH-POST-DATE     TO WS-RG-POST-DATE (WS-RING-NEXT).
           MOVE TH-DC-CODE       TO WS-RG-DC-CODE (WS-RING-NEXT).
           MOVE TH-AMOUNT        TO WS-RG-AMOUNT (WS-RING-NEXT).
           MOVE TH-TRAN-CODE     TO WS-RG-TRAN-CODE (WS-RING-NEXT).
           MOVE TH-BALANCE-AFTER TO WS-RG-BALANCE-AFTER (WS-RING-NEXT).

           IF  WS-RING-USED < CSV-POSTINGS-WANTED
               ADD 1 TO WS-RING-USED
           END-IF.
           ADD 1 TO WS-RING-NEXT.
           IF  WS-RING-NEXT > CSV-POSTINGS-WANTED
               MOVE 1 TO WS-RING-NEXT
           END-IF.

      *-----------------------------------------------------------------
      * 500-LIST-INVOICES - THE CUSTOMER'S INVOICES STILL OWING AS OF
      *    THE LAST COBBAT96 PUBLISH. PAST TWENTY THE MORE FLAG IS SET.
      *-----------------------------------------------------------------
       500-LIST-INVOICES.

           MOVE ZERO   TO CSV-INVOICE-COUNT.
           MOVE "N"    TO CSV-INVOICE-MORE.
           MOVE "N"    TO WS-CURSOR-SWITCH.
           MOVE SPACES TO OPEN-INVOICE-RECORD.

           PERFORM UNTIL WS-CURSOR-DONE
               MOVE 4           TO CMD-CODE
               MOVE CSV-CUST-NO TO WS-OIV-CUST-NO
               MOVE OPEN-INVOICE-RECORD TO DATA-IN
               CALL "APITPOIV" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO OPEN-INVOICE-RECORD
                   IF  WS-OIV-OUTSTANDING > ZERO
                       PERFORM 550-ADD-INVOICE
                   END-IF
               END-IF
           END-PERFORM.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-ADD-INVOICE - ONE OPEN INVOICE INTO THE ANSWER.
      *-----------------------------------------------------------------
       550-ADD-INVOICE.

           IF  CSV-INVOICE-COUNT NOT < 20 THEN
               MOVE "Y" TO CSV-INVOICE-MORE
           ELSE
               ADD 1 TO CSV-INVOICE-COUNT
               MOVE CSV-INVOICE-COUNT TO WS-OUT-IX
               MOVE WS-OIV-INVOICE-NO
                               TO CSV-INV-INVOICE-NO (WS-OUT-IX)
               MOVE WS-OIV-BILL-YEARMONTH
                               TO CSV-INV-BILL-YEARMONTH (WS-OUT-IX)
               MOVE WS-OIV-AMOUNT
                               TO CSV-INV-AMOUNT (WS-OUT-IX)
               MOVE WS-OIV-OUTSTANDING
                               TO CSV-INV-OUTSTANDING (WS-OUT-IX)
               MOVE WS-OIV-CURRENCY
                               TO CSV-INV-CURRENCY (WS-OUT-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 600-LAST-STATEMENT - ZERO WHEN NO STATEMENT HAS GONE OUT YET.
      *-----------------------------------------------------------------
       600-LAST-STATEMENT.

           MOVE ZERO        TO CSV-LAST-STMT-DATE.
           MOVE SPACES      TO STATEMENT-DATE-RECORD.
           MOVE CSV-CUST-NO TO WS-STD-CUST-NO.
           MOVE 1 TO CMD-CODE.
           MOVE STATEMENT-DATE-RECORD TO DATA-IN.
           CALL "APITPSTD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT TO STATEMENT-DATE-RECORD
               MOVE WS-STD-STMT-DATE TO CSV-LAST-STMT-DATE
           END-IF.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-RETURN-RESULT - SAME CSMT AUDIT WRITEQ AND RETURN IDIOM AS
      * COBSV001/COBSV002. THE CREDENTIAL HASH IS BLANKED FIRST SO IT
      * NEVER REACHES THE LOG.
      *-----------------------------------------------------------------
       700-RETURN-RESULT.

           MOVE SPACES TO CSV-CREDENTIAL.

           EXEC CICS WRITEQ TD
                     QUEUE("CSMT")
                     FROM(DFHCOMMAREA)
                     LENGTH(LENGTH OF DFHCOMMAREA)
                     RESP(RESP)
                     END-EXEC.

      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS RETURN
                     END-EXEC.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-ERRORS - UNEXPECTED CICS CONDITION.
      *-----------------------------------------------------------------
       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "N"                 TO CSV-RETURN-FLAG.
           MOVE 12                  TO CSV-RESP-CODE.
           MOVE WS-RESP-MSG-SYSERR  TO CSV-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       900-EXIT.
           EXIT.

      *END PROGRAM CAST.

      *               AND THE CLOSING ACC-TOTAL, AND WRITES PRINT-READY
      *               STATEMENTS SEQUENCED BY CUSTOMER NUMBER WITH A
      *               STATEMENT-COUNT CONTROL TOTAL. CUSTOMERS FINALLY
      *               GET SOMETHING IN WRITING. AN ACCOUNT HELD IN A
      *               FOREIGN CURRENCY SHOWS ITS CODE AGAINST THE
      *               OPENING AND CLOSING BALANCES. EACH POSTING LINE
      *               CARRIES THE STATEMENT NARRATIVE OF ITS
      *               TRANSACTION CODE OFF THE COBBAT88 CODE MASTER
      *               (APITPTCD) - "STANDING ORDER", "INTEREST PAID" -
      *               SO THE CUSTOMER CAN SEE WHAT EACH DEBIT WAS.
      *               EVERY TERM DEPOSIT THE CUSTOMER STILL HOLDS
      *               (APITPTDP CMD-CODE 5 PER-CUSTOMER CURSOR) FOLLOWS
      *               THE ACCOUNTS WITH ITS PRINCIPAL, RATE AND
      *               MATURITY DATE; ITS FUNDING, INTEREST AND PAY-OUT
      *               POSTINGS ALREADY SHOW ON THE SETTLEMENT ACCOUNT.
      *               A JOINT ACCOUNT (COBCIO70 ACCOUNT-PARTY FILE,
      *               APITPAPY CMD-CODE 5 PER-PARTY CURSOR) ALSO
      *               PRINTS ON THE STATEMENT OF EVERY OTHER HOLDER IN
      *               EFFECT ON THE RUN DATE, MARKED AS JOINT, SO EACH
      *               HOLDER GETS ONE. SIGNATORIES OWN NOTHING AND GET
      *               NO STATEMENT. EACH CUSTOMER'S STATEMENT DATE
      *               AND PERIOD ARE KEPT ON THE STATEMENT-DATE FILE
      *               (APITPSTD, ONE ROW PER CUSTOMER) SO THE COBSV006
      *               SELF-SERVICE INQUIRY CAN SAY WHEN THE LAST ONE
      *               WENT OUT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

       FD  ACCT-STMT-FILE
           RECORDING MODE IS F.
      *    ** one fixed print line shape for the whole statement -
      *    ** H CUSTOMER HEADER, A ACCOUNT OPEN LINE, P POSTING LINE,
      *    ** C ACCOUNT CLOSE LINE, D TERM DEPOSIT LINE, T RUN
      *    ** CONTROL TRAILER
       01  ACCT-STMT-RECORD.
           03  ST-LINE-TYPE                PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ST-TEXT                     PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ST-NARRATIVE                PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ST-DC-CODE                  PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  ST-AMOUNT                   PIC ZZZZZZZZ9.99-.
           10 WS-AM-CUST-NO                PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
      *        ** blank is the home currency
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** the term deposit the COBCIO69 screen opens - APITPTDP
      *    ** CMD-CODE 5 IS THE PER-CUSTOMER CURSOR
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
       01  WS-TDP-SWITCH                   PIC X.
           88  WS-TDP-DONE                     VALUE "Y".
       01  WS-RATE-DISPLAY                 PIC Z9.9999.
       01  WS-DEPOSIT-COUNT                PIC S9(7) COMP VALUE +0.

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
       01  WS-APY-SWITCH                   PIC X.
           88  WS-APY-DONE                     VALUE "Y".
       01  WS-JOINT-SWITCH                 PIC X VALUE "N".
           88  WS-JOINT-ACCOUNT                VALUE "Y".

      *    ** the COBBAT88 transaction-code master - APITPTCD
      *    ** CMD-CODE 1 READS BY CODE. THE LAST CODE LOOKED UP STAYS
      *    ** HERE, SO A RUN OF THE SAME CODE READS IT ONCE
       01  TRAN-CODE-RECORD.
           10 WS-TCD-TRAN-CODE        PIC X(3).
           10 WS-TCD-DESCRIPTION      PIC X(30).
           10 WS-TCD-DIRECTION        PIC X(1).
           10 WS-TCD-NARRATIVE        PIC X(30).
           10 WS-TCD-GL-ACCOUNT       PIC X(8).

      *    ** the last statement each customer was sent - APITPSTD
      *    ** CMD-CODE 1 READS BY CUSTOMER, 2 ADDS, 3 CHANGES
       01  STATEMENT-DATE-RECORD.
           10 WS-STD-CUST-NO          PIC X(10).
           10 WS-STD-STMT-DATE        PIC 9(6).
           10 WS-STD-STMT-YY          PIC 99.
           10 WS-STD-STMT-MM          PIC 99.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-MM = 1 THEN
               COMPUTE WS-STMT-YY = WS-RUN-YY - 1
               MOVE 12 TO WS-STMT-MM
               COMPUTE WS-STMT-MM = WS-RUN-MM - 1
           END-IF.

           MOVE SPACES TO TRAN-CODE-RECORD.
           OPEN OUTPUT ACCT-STMT-FILE.

      *-----------------------------------------------------------------
           MOVE WS-CUST-NO    TO ST-CUST-NO.
           MOVE WS-CUST-NAME  TO ST-TEXT.
           WRITE ACCT-STMT-RECORD.
           PERFORM 600-RECORD-STATEMENT-DATE.

           MOVE "N"        TO  WS-ACCT-SWITCH.
           MOVE 4          TO  CMD-CODE.
               END-IF
           END-PERFORM.

      *    ** then the other customers' accounts this one jointly
      *    ** holds
           MOVE "N"        TO  WS-APY-SWITCH.
           MOVE SPACES     TO  ACCOUNT-PARTY-RECORD.
           MOVE WS-CUST-NO TO  WS-APY-CUST-NO.

           PERFORM UNTIL WS-APY-DONE
               MOVE 5 TO CMD-CODE
               MOVE ACCOUNT-PARTY-RECORD TO DATA-IN
               CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-APY-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCOUNT-PARTY-RECORD
                   IF  WS-APY-HOLDER
                   AND WS-APY-EFFECTIVE-FROM NOT > WS-RUN-DATE
                   AND (WS-APY-EFFECTIVE-TO = ZERO
                     OR WS-APY-EFFECTIVE-TO NOT < WS-RUN-DATE)
                       PERFORM 350-STATEMENT-JOINT-ACCOUNT THRU 350-EXIT
                   END-IF
                   MOVE WS-CUST-NO TO WS-APY-CUST-NO
               END-IF
           END-PERFORM.

           MOVE "N"        TO  WS-TDP-SWITCH.
           MOVE 5          TO  CMD-CODE.
           MOVE SPACES     TO  TERM-DEPOSIT-RECORD.
           MOVE WS-CUST-NO TO  WS-TDP-CUST-NO.

           PERFORM UNTIL WS-TDP-DONE
               MOVE TERM-DEPOSIT-RECORD TO DATA-IN
               CALL "APITPTDP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-TDP-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TERM-DEPOSIT-RECORD
                   IF  NOT WS-TDP-MATURED AND NOT WS-TDP-BROKEN
                       PERFORM 500-STATEMENT-ONE-DEPOSIT
                   END-IF
                   MOVE WS-CUST-NO TO WS-TDP-CUST-NO
               END-IF
           END-PERFORM.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-STATEMENT-JOINT-ACCOUNT - AN ACCOUNT THIS CUSTOMER HOLDS
      *    JOINTLY WITH ITS OWN CUSTOMER. THE OWN CUSTOMER'S ACCOUNTS
      *    ARE ALREADY LISTED, AND A CLOSED ACCOUNT IS NOT.
      *-----------------------------------------------------------------
       350-STATEMENT-JOINT-ACCOUNT.

           MOVE SPACES        TO ACCOUNT-MASTER-RECORD.
           MOVE WS-APY-ACC-NO TO WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 350-EXIT
           END-IF.
           MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD.
           IF  WS-AM-CUST-NO = WS-CUST-NO
           OR  WS-ACC-STATUS = "C"
               GO TO 350-EXIT
           END-IF.

           ADD 1 TO WS-ACCT-COUNT.
           SET WS-JOINT-ACCOUNT TO TRUE.
           PERFORM 400-STATEMENT-ONE-ACCOUNT.
           MOVE "N" TO WS-JOINT-SWITCH.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-STATEMENT-ONE-ACCOUNT - THE MONTH'S POSTINGS FOR THIS
      *    ACCOUNT OFF THE HISTORY FILE, BRACKETED BY OPENING AND
           MOVE WS-CUST-NO         TO ST-CUST-NO.
           MOVE WS-ACC-NO          TO ST-ACC-NO.
           MOVE "OPENING BALANCE"  TO ST-TEXT.
           MOVE WS-ACC-CURRENCY    TO ST-TEXT (17:3).
           IF  WS-JOINT-ACCOUNT THEN
               STRING "JOINT WITH " WS-AM-CUST-NO
                      DELIMITED BY SIZE INTO ST-NARRATIVE
           END-IF.
           MOVE WS-OPENING-BALANCE TO ST-AMOUNT.
           WRITE ACCT-STMT-RECORD.

                           MOVE TH-SOURCE-REF TO ST-TEXT
                           MOVE TH-DC-CODE    TO ST-DC-CODE
                           MOVE TH-AMOUNT     TO ST-AMOUNT
                           PERFORM 450-FIND-NARRATIVE
                           MOVE WS-TCD-NARRATIVE TO ST-NARRATIVE
                           WRITE ACCT-STMT-RECORD
                       END-IF
               END-READ
           MOVE WS-CUST-NO         TO ST-CUST-NO.
           MOVE WS-ACC-NO          TO ST-ACC-NO.
           MOVE "CLOSING BALANCE"  TO ST-TEXT.
           MOVE WS-ACC-CURRENCY    TO ST-TEXT (17:3).
           MOVE WS-ACC-TOTAL       TO ST-AMOUNT.
           WRITE ACCT-STMT-RECORD.

      *-----------------------------------------------------------------
      * 450-FIND-NARRATIVE - THE STATEMENT NARRATIVE FOR THE POSTING'S
      *    TRANSACTION CODE. A ROW POSTED BEFORE CODES WERE CARRIED,
      *    OR A CODE SINCE DROPPED FROM THE MASTER, PRINTS WITHOUT
      *    ONE.
      *-----------------------------------------------------------------
       450-FIND-NARRATIVE.

           IF  TH-TRAN-CODE NOT = WS-TCD-TRAN-CODE THEN
               MOVE SPACES       TO TRAN-CODE-RECORD
               MOVE TH-TRAN-CODE TO WS-TCD-TRAN-CODE
               IF  TH-TRAN-CODE > SPACES THEN
                   MOVE 1 TO CMD-CODE
                   MOVE TRAN-CODE-RECORD TO DATA-IN
                   CALL "APITPTCD" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  RESP-CODE NOT = 0 THEN
                       MOVE DATA-OUT TO TRAN-CODE-RECORD
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 500-STATEMENT-ONE-DEPOSIT - ONE LINE PER TERM DEPOSIT HELD -
      *    THE DEPOSIT NUMBER, ITS RATE AND MATURITY DATE, AND THE
      *    PRINCIPAL.
      *-----------------------------------------------------------------
       500-STATEMENT-ONE-DEPOSIT.

           ADD 1 TO WS-DEPOSIT-COUNT.
           MOVE WS-TDP-RATE-PCT    TO WS-RATE-DISPLAY.
           MOVE SPACES             TO ACCT-STMT-RECORD.
           MOVE "D"                TO ST-LINE-TYPE.
           MOVE WS-CUST-NO         TO ST-CUST-NO.
           MOVE WS-TDP-DEPOSIT-NO  TO ST-ACC-NO.
           STRING "TERM DEPOSIT " WS-TDP-CURRENCY
                  DELIMITED BY SIZE INTO ST-TEXT.
           STRING "RATE " WS-RATE-DISPLAY "% MATURES "
                  WS-TDP-MATURITY-DATE
                  DELIMITED BY SIZE INTO ST-NARRATIVE.
           MOVE WS-TDP-PRINCIPAL   TO ST-AMOUNT.
           WRITE ACCT-STMT-RECORD.

      *-----------------------------------------------------------------
      * 600-RECORD-STATEMENT-DATE - STAMP THE CUSTOMER'S ROW ON THE
      *    STATEMENT-DATE FILE WITH THIS RUN, ADDING THE ROW THE FIRST
      *    TIME A CUSTOMER IS SENT A STATEMENT.
      *-----------------------------------------------------------------
       600-RECORD-STATEMENT-DATE.

           MOVE SPACES     TO STATEMENT-DATE-RECORD.
           MOVE WS-CUST-NO TO WS-STD-CUST-NO.
           MOVE 1 TO CMD-CODE.
           MOVE STATEMENT-DATE-RECORD TO DATA-IN.
           CALL "APITPSTD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE 2 TO CMD-CODE
           ELSE
               MOVE 3 TO CMD-CODE
           END-IF.

           MOVE WS-CUST-NO  TO WS-STD-CUST-NO.
           MOVE WS-RUN-DATE TO WS-STD-STMT-DATE.
           MOVE WS-STMT-YY  TO WS-STD-STMT-YY.
           MOVE WS-STMT-MM  TO WS-STD-STMT-MM.
           MOVE STATEMENT-DATE-RECORD TO DATA-IN.
           CALL "APITPSTD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE STATEMENT FILE, LOG THE RUN, AND
      *    DISPLAY THE CONTROL TOTALS.
           MOVE WS-ACCT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT27 - " WS-COUNT-DISPLAY
                   " ACCOUNTS LISTED".
           MOVE WS-DEPOSIT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT27 - " WS-COUNT-DISPLAY
                   " TERM DEPOSITS LISTED".

      *               COBBAT69 YEAR-END CERTIFICATE RUN PRINTS FROM.
      *               TOTALS PAID, CHARGED AND WITHHELD ARE REPORTED
      *               FOR FINANCE SIGN-OFF BEFORE THE BATCH IS
      *               RELEASED. INTEREST AND TAX ON A JOINT ACCOUNT
      *               ARE SPLIT ACROSS ITS HOLDERS BY THE SHARE AGREED
      *               ON THE APITPAPY ACCOUNT-PARTY FILE (COBCIO70) -
      *               EACH JOINT HOLDER'S LEDGER ROW TAKES THEIR SHARE
      *               AND THE ACCOUNT'S OWN CUSTOMER KEEPS THE REST -
      *               SO EVERY HOLDER'S CERTIFICATE SHOWS THEIR PART.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  IT-SOURCE-REF               PIC X(10).
           03  IT-BATCH-COUNT              PIC 9(7).
           03  IT-BATCH-HASH               PIC 9(13)V9(2).
           03  FILLER                      PIC X(3).
           03  IT-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(13).

       FD  INT-REPORT-FILE
           RECORDING MODE IS F.
           10 WS-IWT-YEAR             PIC 9(4).
           10 WS-IWT-INTEREST         PIC S9(11)V9(2) USAGE COMP-3.
           10 WS-IWT-TAX              PIC S9(11)V9(2) USAGE COMP-3.
      *        ** the part of WS-IWT-INTEREST earned on COBBAT90
      *        ** term deposits
           10 WS-IWT-DEPOSIT-INTEREST PIC S9(11)V9(2) USAGE COMP-3.
      *        ** the part of WS-IWT-INTEREST that is this customer's
      *        ** share of interest on jointly held accounts
           10 WS-IWT-JOINT-INTEREST   PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-IWT-FOUND-SWITCH             PIC X.
           88  WS-IWT-FOUND                    VALUE "Y".

      *    ** who holds the account and in what share - APITPAPY
      *    ** CMD-CODE 4 IS THE PER-ACCOUNT CURSOR. P PRIMARY AND J
      *    ** JOINT ARE HOLDERS; S SIGNATORIES SIGN BUT OWN NOTHING.
      *    ** its own in/out areas - the ledger calls inside the walk
      *    ** would otherwise lose the cursor position
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
       01  WS-APY-CMD-CODE                 PIC 99.
       01  WS-APY-RESP-CODE                PIC 99.
       01  WS-APY-DATA-IN                  PIC X(200).
       01  WS-APY-DATA-OUT                 PIC X(200).
       01  WS-APY-SWITCH                   PIC X.
           88  WS-APY-DONE                     VALUE "Y".

      *    ** the amounts rolled onto one customer's ledger row - the
      *    ** owner keeps what is left after the joint holders' shares
       01  WS-LEDGER-CUST-NO               PIC X(10).
       01  WS-LEDGER-INTEREST              PIC S9(9)V9(2) COMP-3.
       01  WS-LEDGER-TAX                   PIC S9(9)V9(2) COMP-3.
       01  WS-OWNER-INTEREST               PIC S9(9)V9(2) COMP-3.
       01  WS-OWNER-TAX                    PIC S9(9)V9(2) COMP-3.
       01  WS-JOINT-SWITCH                 PIC X.
           88  WS-JOINT-ACCOUNT                VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
           MOVE WS-RUN-DATE TO IT-POST-DATE.
           MOVE WS-INTEREST TO IT-AMOUNT.
           MOVE "INTEREST"  TO IT-SOURCE-REF.
           MOVE "INT"       TO IT-TRAN-CODE.
           MOVE ZERO        TO IT-BATCH-COUNT.
           MOVE ZERO        TO IT-BATCH-HASH.
           WRITE INT-TRAN-RECORD.
           MOVE "D"           TO IT-DC-CODE.
           MOVE WS-WHT-AMOUNT TO IT-AMOUNT.
           MOVE "INT WHT   "  TO IT-SOURCE-REF.
           MOVE "WHT"         TO IT-TRAN-CODE.
           MOVE ZERO          TO IT-BATCH-COUNT.
           MOVE ZERO          TO IT-BATCH-HASH.
           WRITE INT-TRAN-RECORD.
           MOVE "WITHHOLDING TAX"  TO IP-REMARK.
           WRITE INT-REPORT-RECORD.

      *    ** split across the holders, then the owner's remainder
           MOVE WS-INTEREST   TO WS-OWNER-INTEREST.
           MOVE WS-WHT-AMOUNT TO WS-OWNER-TAX.
           MOVE "N"           TO WS-JOINT-SWITCH.
           PERFORM 360-SPLIT-BY-SHARE THRU 360-EXIT.

           MOVE WS-CUST-NO        TO WS-LEDGER-CUST-NO.
           MOVE WS-OWNER-INTEREST TO WS-LEDGER-INTEREST.
           MOVE WS-OWNER-TAX      TO WS-LEDGER-TAX.
           PERFORM 370-ROLL-LEDGER.

      *    ** restore the account cursor command for the 200 loop
           MOVE 1 TO CMD-CODE.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 360-SPLIT-BY-SHARE - EACH OTHER HOLDER OF THE ACCOUNT IN EFFECT
      *    ON THE RUN DATE TAKES THEIR AGREED SHARE OF THE INTEREST AND
      *    TAX ONTO THEIR OWN LEDGER ROW. AN ACCOUNT WITH NO PARTY ROWS
      *    STAYS WHOLLY THE OWNER'S, AS BEFORE.
      *-----------------------------------------------------------------
       360-SPLIT-BY-SHARE.

           MOVE "N"       TO WS-APY-SWITCH.
           MOVE 4         TO WS-APY-CMD-CODE.
           MOVE SPACES    TO ACCOUNT-PARTY-RECORD.
           MOVE WS-ACC-NO TO WS-APY-ACC-NO.

           PERFORM UNTIL WS-APY-DONE
               MOVE ACCOUNT-PARTY-RECORD TO WS-APY-DATA-IN
               CALL "APITPAPY" USING WS-APY-CMD-CODE WS-APY-RESP-CODE
                                     WS-APY-DATA-IN WS-APY-DATA-OUT
               IF WS-APY-RESP-CODE = 0
                   SET WS-APY-DONE TO TRUE
               ELSE
                   MOVE WS-APY-DATA-OUT TO ACCOUNT-PARTY-RECORD
                   IF  WS-APY-HOLDER
                   AND WS-APY-CUST-NO NOT = WS-CUST-NO
                   AND WS-APY-SHARE-PCT > ZERO
                   AND WS-APY-EFFECTIVE-FROM NOT > WS-RUN-DATE
                   AND (WS-APY-EFFECTIVE-TO = ZERO
                     OR WS-APY-EFFECTIVE-TO NOT < WS-RUN-DATE)
                       SET WS-JOINT-ACCOUNT TO TRUE
                       COMPUTE WS-LEDGER-INTEREST ROUNDED =
                               WS-INTEREST * WS-APY-SHARE-PCT / 100
                       COMPUTE WS-LEDGER-TAX ROUNDED =
                               WS-WHT-AMOUNT * WS-APY-SHARE-PCT / 100
      *                ** never more than is left to give out
                       IF  WS-LEDGER-INTEREST > WS-OWNER-INTEREST
                           MOVE WS-OWNER-INTEREST TO WS-LEDGER-INTEREST
                       END-IF
                       IF  WS-LEDGER-TAX > WS-OWNER-TAX
                           MOVE WS-OWNER-TAX TO WS-LEDGER-TAX
                       END-IF
                       SUBTRACT WS-LEDGER-INTEREST
                           FROM WS-OWNER-INTEREST
                       SUBTRACT WS-LEDGER-TAX FROM WS-OWNER-TAX
                       MOVE WS-APY-CUST-NO TO WS-LEDGER-CUST-NO
                       PERFORM 370-ROLL-LEDGER
                   END-IF
                   MOVE WS-ACC-NO TO WS-APY-ACC-NO
               END-IF
           END-PERFORM.

       360-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 370-ROLL-LEDGER - ROLL ONE CUSTOMER'S YEAR LEDGER - ADD ON THE
      *    FIRST MONTH, CHANGE THEREAFTER.
      *-----------------------------------------------------------------
       370-ROLL-LEDGER.

           MOVE "N"               TO WS-IWT-FOUND-SWITCH.
           MOVE SPACES            TO INT-TAX-LEDGER-RECORD.
           MOVE WS-LEDGER-CUST-NO TO WS-IWT-CUST-NO.
           MOVE WS-RUN-YYYY       TO WS-IWT-YEAR.
           MOVE 1 TO CMD-CODE.
           MOVE INT-TAX-LEDGER-RECORD TO DATA-IN.
           CALL "APITPIWT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO INT-TAX-LEDGER-RECORD
               SET WS-IWT-FOUND TO TRUE
      *        ** a row rolled before joint shares were carried
               IF  WS-IWT-JOINT-INTEREST IS NOT NUMERIC THEN
                   MOVE ZERO TO WS-IWT-JOINT-INTEREST
               END-IF
           ELSE
      *        ** a fresh ledger row accumulates from zero
               MOVE ZERO TO WS-IWT-INTEREST
               MOVE ZERO TO WS-IWT-TAX
               MOVE ZERO TO WS-IWT-DEPOSIT-INTEREST
               MOVE ZERO TO WS-IWT-JOINT-INTEREST
           END-IF.

           MOVE WS-LEDGER-CUST-NO  TO WS-IWT-CUST-NO.
           MOVE WS-RUN-YYYY        TO WS-IWT-YEAR.
           ADD  WS-LEDGER-INTEREST TO WS-IWT-INTEREST.
           ADD  WS-LEDGER-TAX      TO WS-IWT-TAX.
           IF  WS-JOINT-ACCOUNT THEN
               ADD WS-LEDGER-INTEREST TO WS-IWT-JOINT-INTEREST
           END-IF.
           IF  WS-IWT-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
           CALL "APITPIWT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT28 - INTEREST TAX LEDGER FAILED FOR "
                       WS-LEDGER-CUST-NO
           END-IF.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    TOTALS FINANCE SIGNS OFF.

      *-----------------------------------------------------------------
      *    COBBAT95 - DUPLICATE CUSTOMER MERGE RUN. CARRIES OUT EVERY
      *               MERGE REQUEST APPROVED ON THE COBCIO73 SCREEN
      *               (APITPMRG, MAKER-CHECKER). FOR EACH ONE THE
      *               DUPLICATE'S ACCOUNTS (APITP052) ARE RE-POINTED TO
      *               THE SURVIVING CUSTOMER - THEIR COBCIO49 STANDING
      *               INSTRUCTIONS ARE KEYED BY ACCOUNT AND FOLLOW THEM
      *               - ITS OPEN ACCOUNT-PARTY ROWS (APITPAPY) ARE
      *               ENDED TODAY AND OPENED AGAIN UNDER THE SURVIVOR,
      *               ITS LIVE TERM DEPOSITS (APITPTDP) MOVE ACROSS,
      *               ITS KYC ROW IS COPIED WHEN THE SURVIVOR HAS NONE,
      *               ITS CREDIT LIMIT IS ADDED TO THE SURVIVOR'S AND
      *               ZEROED, AND THE DUPLICATE IS RETIRED - MARKED
      *               MERGED INTO THE SURVIVOR ON THE CUSTOMER MASTER
      *               (NEW APICUSTO CMD-CODE 6) SO COBCIO42 OPENS NO
      *               MORE ACCOUNTS FOR IT AND COBBAT94 NO LONGER
      *               LISTS IT. ONE PASS OVER THE PROJECT MASTER THEN
      *               MOVES WS-PRJ-CUST-NO, AND ONE PASS OVER THE
      *               INVOICE REGISTER WRITES THE NEW GENERATION WITH
      *               THE INVOICES RE-POINTED. EVERY MOVE IS LOGGED TO
      *               THE CUSTAUD CUSTOMER AUDIT FILE UNDER THE
      *               APPROVING OPERATOR. CLOSED DEPOSITS, ENDED PARTY
      *               ROWS, THE INTEREST AND TAX LEDGER AND CLOSED
      *               MONITORING CASES STAY WITH THE DUPLICATE AS
      *               HISTORY. A REQUEST WHOSE SURVIVOR IS ITSELF
      *               MERGED IN THE SAME RUN IS CARRIED THROUGH TO THE
      *               FINAL SURVIVOR.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT95.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** the cumulative invoice register - current generation in,
      *    ** the re-pointed generation out
           SELECT INVOICE-REGISTER-FILE ASSIGN TO INVREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT INVOICE-REGISTER-NEW-FILE ASSIGN TO INVREGN
               ORGANIZATION IS SEQUENTIAL.
      *    ** who/when/before/after log for customer master changes,
      *    ** same audit file COBCIO51 writes to
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO CUSTAUD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  INVOICE-REGISTER-FILE
           RECORDING MODE IS F.
      *    ** same layout COBBAT37 writes - only the customer is
      *    ** touched here
       01  INVOICE-REGISTER-RECORD.
           03  IR-INVOICE-NO               PIC X(6).
           03  FILLER                      PIC X(2).
           03  IR-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(116).

       FD  INVOICE-REGISTER-NEW-FILE
           RECORDING MODE IS F.
       01  INVOICE-REGISTER-NEW-RECORD     PIC X(134).

       FD  CUSTOMER-AUDIT-FILE
           RECORDING MODE IS F.
       01  CUSTOMER-AUDIT-RECORD.
           03  CA-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-USER                     PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-DATE                     PIC S9(07) COMP-3.
           03  CA-TIME                     PIC S9(07) COMP-3.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-OLD-CUST-NAME            PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-NEW-CUST-NAME            PIC X(30).

       WORKING-STORAGE SECTION.

      *    ** the merge request COBCIO73 files - APITPMRG CMD-CODE 1
      *    ** READ BY DUPLICATE CUST-NO, 2 ADD, 3 CHANGE, 4 UNFILTERED
      *    ** CURSOR
       01  MERGE-REQUEST-RECORD.
           10 WS-MRG-DUP-CUST-NO      PIC X(10).
           10 WS-MRG-SURV-CUST-NO     PIC X(10).
           10 WS-MRG-REASON           PIC X(30).
      *        ** P PENDING, A APPROVED, M MERGED, C CANCELLED
           10 WS-MRG-STATUS           PIC X(1).
               88  WS-MRG-APPROVED        VALUE "A".
           10 WS-MRG-MAKER-OPID       PIC X(3).
           10 WS-MRG-MAKER-DATE       PIC 9(6).
           10 WS-MRG-CHECKER-OPID     PIC X(3).
           10 WS-MRG-CHECKER-DATE     PIC 9(6).
           10 WS-MRG-MERGE-DATE       PIC 9(6).

      *    ** the customer row the APITP050 gateway serves (CMD-CODE 2
      *    ** READ BY CUST-NO), with the merge marker this run sets
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CM-CUST-NO                PIC X(10).
           10 WS-CM-CUST-NAME              PIC X(30).
           10 WS-CM-CREDIT-LIMIT           PIC S9(9)V99 COMP-3.
           10 WS-CM-OVERLIMIT-FLAG         PIC X(1).
      *        ** the surviving customer once this run has merged
      *        ** this one away - blank while the customer is live
           10 WS-CM-MERGED-INTO            PIC X(10).
           10 FILLER                       PIC X(23).
           10 FILLER                       PIC X(98).
           10 WS-CM-CURRENCY               PIC X(3).

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT26 carries, with
      *    ** the COBCIO42 lifecycle tail
       01  ACCOUNT-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** one account/customer relationship - APITPAPY CMD-CODE 1
      *    ** READ BY ACC+CUST, 2 ADD, 3 CHANGE, 4 PER-ACCOUNT CURSOR,
      *    ** 5 PER-PARTY CURSOR
       01  ACCOUNT-PARTY-RECORD.
           10 WS-APY-ACC-NO           PIC X(10).
           10 WS-APY-CUST-NO          PIC X(10).
           10 WS-APY-ROLE             PIC X(1).
           10 WS-APY-SHARE-PCT        PIC S9(3)V9(2) USAGE COMP-3.
      *        ** yymmdd - zero effective-to while open-ended
           10 WS-APY-EFFECTIVE-FROM   PIC 9(6).
           10 WS-APY-EFFECTIVE-TO     PIC 9(6).
           10 WS-APY-MAKER-OPID       PIC X(3).
           10 WS-APY-CHANGE-DATE      PIC 9(6).
       01  WS-HOLD-PARTY-RECORD            PIC X(45).

      *    ** the term deposit - APITPTDP CMD-CODE 1 READ BY DEPOSIT
      *    ** NO, 3 CHANGE, 5 PER-CUSTOMER CURSOR
       01  TERM-DEPOSIT-RECORD.
           10 WS-TDP-DEPOSIT-NO       PIC X(10).
           10 WS-TDP-CUST-NO          PIC X(10).
           10 FILLER                  PIC X(36).
      *        ** N OPENED, A ACTIVE, W WITHDRAWAL ASKED FOR ARE LIVE;
      *        ** M MATURED AND E BROKEN ARE HISTORY
           10 WS-TDP-STATUS           PIC X(1).
               88  WS-TDP-LIVE            VALUE "N" "A" "W".
           10 FILLER                  PIC X(12).

      *    ** the customer's KYC row - APITPKYC CMD-CODE 1 READ BY
      *    ** CUST-NO, 2 ADD
       01  KYC-RECORD.
           10 WS-KYC-CUST-NO          PIC X(10).
           10 FILLER                  PIC X(50).

      *    ** the COBCIO32 project master - APITPPRJ CMD-CODE 1 READ,
      *    ** 3 CHANGE, 4 UNFILTERED CURSOR
       01  PROJ-MASTER-RECORD.
           10 WS-PRJ-PROJ-NO          PIC X(6).
           10 WS-PRJ-NAME             PIC X(30).
           10 WS-PRJ-DEPT-CODE        PIC X(4).
           10 WS-PRJ-CUST-NO          PIC X(10).
           10 FILLER                  PIC X(34).

      *    ** the credit-limit update handed to the gateway, same
      *    ** APICUSTO CMD-CODE 4 COBCIO51 uses
       01  LIMIT-UPDATE-RECORD.
           03  LU-CUST-NO                  PIC X(10).
           03  LU-CREDIT-LIMIT             PIC 9(9)V99.
      *    ** the retirement handed to the gateway (APICUSTO CMD-CODE
      *    ** 6) - sets the merged-into customer on the duplicate
       01  RETIRE-UPDATE-RECORD.
           03  RU-CUST-NO                  PIC X(10).
           03  RU-MERGED-INTO              PIC X(10).

      *    ** who/when/before/after capture for the request status -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBBAT95".
           03  WS-AUD-OPERATOR             PIC X(8) VALUE "COBBAT95".
           03  WS-AUD-FILE                 PIC X(8) VALUE "CUSTMRG ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** every approved request, the survivor carried through to
      *    ** the last one in a chain merged in this run
       01  WS-MERGE-TABLE.
           03  WS-MERGE-ENTRY OCCURS 200 TIMES
                              INDEXED BY MT-IX MT-JX.
               05  WS-MT-REQUEST           PIC X(75).
               05  WS-MT-DUP-CUST-NO       PIC X(10).
               05  WS-MT-SURV-CUST-NO      PIC X(10).
               05  WS-MT-CHECKER-OPID      PIC X(3).
               05  WS-MT-STATE             PIC X(1).
                   88  WS-MT-MERGED            VALUE "M".
                   88  WS-MT-SKIPPED           VALUE "S".
       01  WS-MERGE-COUNT                  PIC S9(4) COMP VALUE +0.
       01  WS-CHAIN-COUNT                  PIC S9(4) COMP.
       01  WS-CHAIN-SWITCH                 PIC X.
           88  WS-CHAIN-DONE                   VALUE "Y".

      *    ** the keys collected off a cursor before any of them is
      *    ** changed - account or deposit numbers
       01  WS-KEY-TABLE.
           03  WS-KT-KEY  PIC X(10) OCCURS 200 TIMES INDEXED BY KT-IX.
       01  WS-KEY-COUNT                    PIC S9(4) COMP.
      *    ** the duplicate's open party rows, collected the same way
       01  WS-PARTY-TABLE.
           03  WS-PT-ROW  PIC X(45) OCCURS 100 TIMES INDEXED BY PT-IX.
       01  WS-PARTY-COUNT                  PIC S9(4) COMP.
      *    ** the projects to re-point, collected off the one pass
       01  WS-PROJECT-TABLE.
           03  WS-PROJECT-ENTRY OCCURS 500 TIMES INDEXED BY PJ-IX.
               05  WS-PJ-PROJ-NO           PIC X(6).
               05  WS-PJ-MERGE-IX          PIC S9(4) COMP.
       01  WS-PROJECT-COUNT                PIC S9(4) COMP VALUE +0.

      *    ** the current merge
       01  WS-DUP-CUST-NO                  PIC X(10).
       01  WS-SURV-CUST-NO                 PIC X(10).
       01  WS-MERGE-OPID                   PIC X(3).
       01  WS-DUP-CUST-NAME                PIC X(30).
       01  WS-DUP-LIMIT                    PIC S9(9)V99 COMP-3.
       01  WS-SURV-LIMIT                   PIC S9(9)V99 COMP-3.
       01  WS-NEW-LIMIT                    PIC S9(9)V99 COMP-3.
       01  WS-CUST-FOUND-SWITCH            PIC X.
           88  WS-CUST-FOUND                   VALUE "Y".
       01  WS-MERGE-OK-SWITCH              PIC X.
           88  WS-MERGE-OK                     VALUE "Y".

      *    ** the audit row's before and after columns
       01  WS-MOVE-AUDIT-LINE.
           03  WS-MA-LABEL                 PIC X(9).
           03  WS-MA-KEY                   PIC X(10).
           03  FILLER                      PIC X(11) VALUE SPACES.
       01  WS-MOVED-TO-LINE.
           03  FILLER                      PIC X(9)  VALUE "MOVED TO ".
           03  WS-MV-TO-CUST-NO            PIC X(10).
           03  FILLER                      PIC X(11) VALUE SPACES.
       01  WS-LIMIT-AUDIT-LINE.
           03  FILLER                      PIC X(13)
                                           VALUE "CREDIT LIMIT ".
           03  WS-LA-AMOUNT                PIC ZZZZZZZZ9.99.
       01  WS-RETIRE-AUDIT-LINE.
           03  FILLER                      PIC X(12)
                                           VALUE "MERGED INTO ".
           03  WS-RA-CUST-NO               PIC X(10).

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-YYDDD                    PIC 9(5).

       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-INVREG-SWITCH                PIC X VALUE "N".
           88  WS-INVREG-EOF                   VALUE "Y".

       01  WS-REQUEST-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-MERGED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-ACCOUNT-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-PARTY-MOVE-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-DEPOSIT-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-PROJECT-MOVE-COUNT           PIC S9(7) COMP VALUE +0.
       01  WS-INVOICE-READ-COUNT           PIC S9(7) COMP VALUE +0.
       01  WS-INVOICE-MOVE-COUNT           PIC S9(7) COMP VALUE +0.
       01  WS-AUDIT-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT95".
           03  WS-RC-RUN-DATE              PIC 9(6).
           03  WS-RC-START-TIME            PIC 9(6).
           03  WS-RC-END-TIME              PIC 9(6).
           03  WS-RC-READ-COUNT            PIC S9(7) COMP.
           03  WS-RC-SELECT-COUNT          PIC S9(7) COMP.
           03  WS-RC-WRITE-COUNT           PIC S9(7) COMP.
           03  WS-RC-ERROR-COUNT           PIC S9(7) COMP.
           03  WS-RC-STATUS                PIC X(8).
       01  WS-TIME-OF-DAY                  PIC 9(8).
       01  WS-TIME-OF-DAY-R REDEFINES WS-TIME-OF-DAY.
           03  WS-TIME-HHMMSS              PIC 9(6).
           03  FILLER                      PIC 99.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       000-MAIN-LOGIC.

           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-REQUESTS THRU 200-EXIT
           PERFORM 250-RESOLVE-SURVIVOR THRU 250-EXIT
               VARYING MT-IX FROM 1 BY 1 UNTIL MT-IX > WS-MERGE-COUNT
           PERFORM 300-MERGE-CUSTOMER THRU 300-EXIT
               VARYING MT-IX FROM 1 BY 1 UNTIL MT-IX > WS-MERGE-COUNT
           PERFORM 700-MOVE-PROJECTS THRU 700-EXIT
           PERFORM 800-MOVE-INVOICES THRU 800-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - OPEN THE REGISTER GENERATIONS AND THE AUDIT
      *    FILE.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           ACCEPT WS-RUN-YYDDD FROM DAY.
           MOVE WS-RUN-DATE    TO WS-RC-RUN-DATE.

           OPEN INPUT  INVOICE-REGISTER-FILE.
           OPEN OUTPUT INVOICE-REGISTER-NEW-FILE.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.

      *-----------------------------------------------------------------
      * 200-LOAD-REQUESTS - EVERY APPROVED REQUEST OFF THE APITPMRG
      *    CMD-CODE 4 CURSOR.
      *-----------------------------------------------------------------
       200-LOAD-REQUESTS.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  MERGE-REQUEST-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE MERGE-REQUEST-RECORD TO DATA-IN
               CALL "APITPMRG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO MERGE-REQUEST-RECORD
                   IF  WS-MRG-APPROVED
                       PERFORM 210-HOLD-REQUEST THRU 210-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 210-HOLD-REQUEST - ONE APPROVED REQUEST INTO THE TABLE.
      *-----------------------------------------------------------------
       210-HOLD-REQUEST.

           ADD 1 TO WS-REQUEST-COUNT.
           IF  WS-MERGE-COUNT NOT < 200 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - MERGE TABLE FULL - "
                       WS-MRG-DUP-CUST-NO " LEFT FOR NEXT RUN"
               GO TO 210-EXIT
           END-IF.

           ADD 1 TO WS-MERGE-COUNT.
           SET MT-IX TO WS-MERGE-COUNT.
           MOVE MERGE-REQUEST-RECORD TO WS-MT-REQUEST (MT-IX).
           MOVE WS-MRG-DUP-CUST-NO   TO WS-MT-DUP-CUST-NO (MT-IX).
           MOVE WS-MRG-SURV-CUST-NO  TO WS-MT-SURV-CUST-NO (MT-IX).
           MOVE WS-MRG-CHECKER-OPID  TO WS-MT-CHECKER-OPID (MT-IX).
           MOVE SPACE                TO WS-MT-STATE (MT-IX).

       210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-RESOLVE-SURVIVOR - A SURVIVOR THAT IS ITSELF A DUPLICATE
      *    MERGED IN THIS RUN IS REPLACED BY ITS OWN SURVIVOR, SO
      *    NOTHING IS LEFT ON A NUMBER THIS RUN RETIRES. A CHAIN THAT
      *    LOOPS BACK ON ITSELF IS SKIPPED.
      *-----------------------------------------------------------------
       250-RESOLVE-SURVIVOR.

           MOVE ZERO   TO  WS-CHAIN-COUNT.
           MOVE "N"    TO  WS-CHAIN-SWITCH.

           PERFORM UNTIL WS-CHAIN-DONE
               SET MT-JX TO 1
               SEARCH WS-MERGE-ENTRY VARYING MT-JX
                   AT END
                       SET WS-CHAIN-DONE TO TRUE
                   WHEN MT-JX > WS-MERGE-COUNT
                       SET WS-CHAIN-DONE TO TRUE
                   WHEN WS-MT-DUP-CUST-NO (MT-JX) =
                        WS-MT-SURV-CUST-NO (MT-IX)
                       MOVE WS-MT-SURV-CUST-NO (MT-JX)
                         TO WS-MT-SURV-CUST-NO (MT-IX)
                       ADD 1 TO WS-CHAIN-COUNT
               END-SEARCH
               IF  WS-CHAIN-COUNT > WS-MERGE-COUNT
               OR  WS-MT-SURV-CUST-NO (MT-IX) =
                   WS-MT-DUP-CUST-NO (MT-IX)
                   SET WS-MT-SKIPPED (MT-IX) TO TRUE
                   SET WS-CHAIN-DONE TO TRUE
               END-IF
           END-PERFORM.

           IF  WS-MT-SKIPPED (MT-IX) THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - MERGE CHAIN LOOPS AT "
                       WS-MT-DUP-CUST-NO (MT-IX) " - NOT MERGED"
           END-IF.

       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-MERGE-CUSTOMER - ONE DUPLICATE INTO ITS SURVIVOR. BOTH MUST
      *    STILL BE ON FILE AND LIVE.
      *-----------------------------------------------------------------
       300-MERGE-CUSTOMER.

           IF  WS-MT-SKIPPED (MT-IX) THEN
               GO TO 300-EXIT
           END-IF.

           MOVE WS-MT-DUP-CUST-NO (MT-IX)  TO WS-DUP-CUST-NO.
           MOVE WS-MT-SURV-CUST-NO (MT-IX) TO WS-SURV-CUST-NO.
           MOVE WS-MT-CHECKER-OPID (MT-IX) TO WS-MERGE-OPID.
           MOVE WS-SURV-CUST-NO            TO WS-MV-TO-CUST-NO.

           MOVE WS-DUP-CUST-NO TO WS-CM-CUST-NO.
           PERFORM 310-READ-CUSTOMER.
           IF  NOT WS-CUST-FOUND OR WS-CM-MERGED-INTO > SPACES THEN
               SET WS-MT-SKIPPED (MT-IX) TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - DUPLICATE " WS-DUP-CUST-NO
                       " NOT ON FILE OR ALREADY MERGED"
               GO TO 300-EXIT
           END-IF.
           MOVE WS-CM-CUST-NAME     TO WS-DUP-CUST-NAME.
           MOVE WS-CM-CREDIT-LIMIT  TO WS-DUP-LIMIT.

           MOVE WS-SURV-CUST-NO TO WS-CM-CUST-NO.
           PERFORM 310-READ-CUSTOMER.
           IF  NOT WS-CUST-FOUND OR WS-CM-MERGED-INTO > SPACES THEN
               SET WS-MT-SKIPPED (MT-IX) TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - SURVIVOR " WS-SURV-CUST-NO
                       " NOT ON FILE OR ALREADY MERGED"
               GO TO 300-EXIT
           END-IF.
           MOVE WS-CM-CREDIT-LIMIT  TO WS-SURV-LIMIT.

           PERFORM 400-MOVE-ACCOUNTS THRU 400-EXIT.
           PERFORM 450-MOVE-PARTIES THRU 450-EXIT.
           PERFORM 500-MOVE-DEPOSITS THRU 500-EXIT.
           PERFORM 550-COPY-KYC THRU 550-EXIT.
           PERFORM 600-COMBINE-LIMITS THRU 600-EXIT.
           PERFORM 650-RETIRE-DUPLICATE THRU 650-EXIT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 310-READ-CUSTOMER - THE CUSTOMER IN WS-CM-CUST-NO OFF APITP050.
      *-----------------------------------------------------------------
       310-READ-CUSTOMER.

           MOVE "N"              TO WS-CUST-FOUND-SWITCH.
           MOVE 2                TO CMD-CODE.
           MOVE SPACES           TO DATA-IN.
           MOVE WS-CM-CUST-NO    TO DATA-IN (1:10).
           CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT     TO CUSTOMER-MASTER-RECORD
               SET WS-CUST-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 400-MOVE-ACCOUNTS - EVERY ACCOUNT THE DUPLICATE OWNS (APITP052
      *    CMD-CODE 4 PER-CUSTOMER CURSOR) IS COLLECTED, THEN EACH ONE
      *    IS RE-READ AND RE-POINTED TO THE SURVIVOR.
      *-----------------------------------------------------------------
       400-MOVE-ACCOUNTS.

           MOVE ZERO           TO WS-KEY-COUNT.
           MOVE "N"            TO WS-SCAN-SWITCH.
           MOVE SPACES         TO ACCOUNT-MASTER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE WS-DUP-CUST-NO TO WS-CUST-NO
               MOVE 4 TO CMD-CODE
               MOVE ACCOUNT-MASTER-RECORD TO DATA-IN
               CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD
                   IF  WS-KEY-COUNT < 200
                       ADD 1 TO WS-KEY-COUNT
                       SET KT-IX TO WS-KEY-COUNT
                       MOVE WS-ACC-NO TO WS-KT-KEY (KT-IX)
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "COBBAT95 - ACCOUNT " WS-ACC-NO
                               " NOT MOVED - TABLE FULL"
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > WS-KEY-COUNT
               MOVE SPACES            TO ACCOUNT-MASTER-RECORD
               MOVE WS-KT-KEY (KT-IX) TO WS-ACC-NO
               MOVE 2 TO CMD-CODE
               MOVE ACCOUNT-MASTER-RECORD TO DATA-IN
               CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT        TO ACCOUNT-MASTER-RECORD
                   MOVE WS-SURV-CUST-NO TO WS-CUST-NO
                   MOVE 3 TO CMD-CODE
                   MOVE ACCOUNT-MASTER-RECORD TO DATA-IN
                   CALL "APITP052" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
               END-IF
               IF  RESP-CODE <> 0
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE "ACCOUNT"         TO WS-MA-LABEL
                   MOVE WS-KT-KEY (KT-IX) TO WS-MA-KEY
                   PERFORM 850-WRITE-MOVE-AUDIT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COBBAT95 - ACCOUNT " WS-KT-KEY (KT-IX)
                           " COULD NOT BE MOVED"
               END-IF
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-MOVE-PARTIES - EVERY OPEN PARTY ROW THE DUPLICATE HOLDS
      *    (APITPAPY CMD-CODE 5 PER-PARTY CURSOR) IS ENDED TODAY AND
      *    THE SAME ROLE OPENED FROM TODAY FOR THE SURVIVOR. WHERE THE
      *    SURVIVOR ALREADY HAS A ROW ON THE ACCOUNT AN OPEN ONE IS
      *    KEPT AS IT STANDS AND AN ENDED ONE IS OPENED AGAIN.
      *-----------------------------------------------------------------
       450-MOVE-PARTIES.

           MOVE ZERO           TO WS-PARTY-COUNT.
           MOVE "N"            TO WS-SCAN-SWITCH.
           MOVE SPACES         TO ACCOUNT-PARTY-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE WS-DUP-CUST-NO TO WS-APY-CUST-NO
               MOVE 5 TO CMD-CODE
               MOVE ACCOUNT-PARTY-RECORD TO DATA-IN
               CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCOUNT-PARTY-RECORD
                   IF  (WS-APY-EFFECTIVE-TO = ZERO
                   OR   WS-APY-EFFECTIVE-TO NOT < WS-RUN-DATE)
                   AND WS-PARTY-COUNT < 100
                       ADD 1 TO WS-PARTY-COUNT
                       SET PT-IX TO WS-PARTY-COUNT
                       MOVE ACCOUNT-PARTY-RECORD TO WS-PT-ROW (PT-IX)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > WS-PARTY-COUNT
               PERFORM 460-MOVE-ONE-PARTY THRU 460-EXIT
           END-PERFORM.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 460-MOVE-ONE-PARTY - END THE DUPLICATE'S ROW, OPEN THE
      *    SURVIVOR'S.
      *-----------------------------------------------------------------
       460-MOVE-ONE-PARTY.

           MOVE WS-PT-ROW (PT-IX)   TO ACCOUNT-PARTY-RECORD.
           MOVE ACCOUNT-PARTY-RECORD TO WS-HOLD-PARTY-RECORD.
           MOVE WS-RUN-DATE         TO WS-APY-EFFECTIVE-TO.
           MOVE WS-MERGE-OPID       TO WS-APY-MAKER-OPID.
           MOVE WS-RUN-DATE         TO WS-APY-CHANGE-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE ACCOUNT-PARTY-RECORD TO DATA-IN.
           CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - PARTY ROW " WS-APY-ACC-NO
                       " COULD NOT BE ENDED"
               GO TO 460-EXIT
           END-IF.

           MOVE SPACES              TO ACCOUNT-PARTY-RECORD.
           MOVE WS-HOLD-PARTY-RECORD (1:10) TO WS-APY-ACC-NO.
           MOVE WS-SURV-CUST-NO     TO WS-APY-CUST-NO.
           MOVE 1 TO CMD-CODE.
           MOVE ACCOUNT-PARTY-RECORD TO DATA-IN.
           CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT        TO ACCOUNT-PARTY-RECORD
               IF  WS-APY-EFFECTIVE-TO = ZERO
               OR  WS-APY-EFFECTIVE-TO NOT < WS-RUN-DATE
                   GO TO 460-AUDIT
               END-IF
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE WS-HOLD-PARTY-RECORD TO ACCOUNT-PARTY-RECORD.
           MOVE WS-SURV-CUST-NO     TO WS-APY-CUST-NO.
           MOVE WS-RUN-DATE         TO WS-APY-EFFECTIVE-FROM.
           MOVE ZERO                TO WS-APY-EFFECTIVE-TO.
           MOVE WS-MERGE-OPID       TO WS-APY-MAKER-OPID.
           MOVE WS-RUN-DATE         TO WS-APY-CHANGE-DATE.
           MOVE ACCOUNT-PARTY-RECORD TO DATA-IN.
           CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - PARTY ROW " WS-APY-ACC-NO
                       " COULD NOT BE OPENED FOR " WS-SURV-CUST-NO
               GO TO 460-EXIT
           END-IF.

       460-AUDIT.
           ADD 1 TO WS-PARTY-MOVE-COUNT.
           MOVE "PARTY"             TO WS-MA-LABEL.
           MOVE WS-HOLD-PARTY-RECORD (1:10) TO WS-MA-KEY.
           PERFORM 850-WRITE-MOVE-AUDIT.

       460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-MOVE-DEPOSITS - EVERY LIVE TERM DEPOSIT THE DUPLICATE HOLDS
      *    (APITPTDP CMD-CODE 5 PER-CUSTOMER CURSOR) IS COLLECTED, THEN
      *    EACH ONE IS RE-READ AND RE-POINTED TO THE SURVIVOR.
      *-----------------------------------------------------------------
       500-MOVE-DEPOSITS.

           MOVE ZERO           TO WS-KEY-COUNT.
           MOVE "N"            TO WS-SCAN-SWITCH.
           MOVE SPACES         TO TERM-DEPOSIT-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE WS-DUP-CUST-NO TO WS-TDP-CUST-NO
               MOVE 5 TO CMD-CODE
               MOVE TERM-DEPOSIT-RECORD TO DATA-IN
               CALL "APITPTDP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TERM-DEPOSIT-RECORD
                   IF  WS-TDP-LIVE AND WS-KEY-COUNT < 200
                       ADD 1 TO WS-KEY-COUNT
                       SET KT-IX TO WS-KEY-COUNT
                       MOVE WS-TDP-DEPOSIT-NO TO WS-KT-KEY (KT-IX)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > WS-KEY-COUNT
               MOVE SPACES            TO TERM-DEPOSIT-RECORD
               MOVE WS-KT-KEY (KT-IX) TO WS-TDP-DEPOSIT-NO
               MOVE 1 TO CMD-CODE
               MOVE TERM-DEPOSIT-RECORD TO DATA-IN
               CALL "APITPTDP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT        TO TERM-DEPOSIT-RECORD
                   MOVE WS-SURV-CUST-NO TO WS-TDP-CUST-NO
                   MOVE 3 TO CMD-CODE
                   MOVE TERM-DEPOSIT-RECORD TO DATA-IN
                   CALL "APITPTDP" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
               END-IF
               IF  RESP-CODE <> 0
                   ADD 1 TO WS-DEPOSIT-COUNT
                   MOVE "DEPOSIT"         TO WS-MA-LABEL
                   MOVE WS-KT-KEY (KT-IX) TO WS-MA-KEY
                   PERFORM 850-WRITE-MOVE-AUDIT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COBBAT95 - DEPOSIT " WS-KT-KEY (KT-IX)
                           " COULD NOT BE MOVED"
               END-IF
           END-PERFORM.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-COPY-KYC - THE DUPLICATE'S KYC ROW IS COPIED TO A SURVIVOR
      *    THAT HAS NONE. A SURVIVOR WITH ITS OWN ROW KEEPS IT.
      *-----------------------------------------------------------------
       550-COPY-KYC.

           MOVE SPACES          TO KYC-RECORD.
           MOVE WS-SURV-CUST-NO TO WS-KYC-CUST-NO.
           MOVE 1 TO CMD-CODE.
           MOVE KYC-RECORD TO DATA-IN.
           CALL "APITPKYC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               GO TO 550-EXIT
           END-IF.

           MOVE SPACES          TO KYC-RECORD.
           MOVE WS-DUP-CUST-NO  TO WS-KYC-CUST-NO.
           MOVE 1 TO CMD-CODE.
           MOVE KYC-RECORD TO DATA-IN.
           CALL "APITPKYC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               GO TO 550-EXIT
           END-IF.

           MOVE DATA-OUT        TO KYC-RECORD.
           MOVE WS-SURV-CUST-NO TO WS-KYC-CUST-NO.
           MOVE 2 TO CMD-CODE.
           MOVE KYC-RECORD TO DATA-IN.
           CALL "APITPKYC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE "KYC ROW"       TO WS-MA-LABEL
               MOVE WS-DUP-CUST-NO  TO WS-MA-KEY
               PERFORM 850-WRITE-MOVE-AUDIT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - KYC ROW " WS-DUP-CUST-NO
                       " COULD NOT BE COPIED"
           END-IF.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-COMBINE-LIMITS - THE DUPLICATE'S CREDIT LIMIT IS ADDED TO
      *    THE SURVIVOR'S AND ZEROED, THROUGH THE SAME APICUSTO
      *    CMD-CODE 4 COBCIO51 USES. BOTH CHANGES ARE LOGGED.
      *-----------------------------------------------------------------
       600-COMBINE-LIMITS.

           IF  WS-DUP-LIMIT NOT > ZERO THEN
               GO TO 600-EXIT
           END-IF.

           COMPUTE WS-NEW-LIMIT = WS-SURV-LIMIT + WS-DUP-LIMIT
               ON SIZE ERROR
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COBBAT95 - COMBINED LIMIT TOO LARGE FOR "
                           WS-SURV-CUST-NO
                   GO TO 600-EXIT
           END-COMPUTE.

           MOVE SPACES          TO LIMIT-UPDATE-RECORD.
           MOVE WS-SURV-CUST-NO TO LU-CUST-NO.
           MOVE WS-NEW-LIMIT    TO LU-CREDIT-LIMIT.
           MOVE 4 TO CMD-CODE.
           MOVE LIMIT-UPDATE-RECORD TO DATA-IN.
           CALL "APICUSTO" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - LIMIT NOT CHANGED FOR "
                       WS-SURV-CUST-NO
               GO TO 600-EXIT
           END-IF.
           MOVE WS-SURV-CUST-NO     TO CA-CUST-NO.
           MOVE WS-SURV-LIMIT       TO WS-LA-AMOUNT.
           MOVE WS-LIMIT-AUDIT-LINE TO CA-OLD-CUST-NAME.
           MOVE WS-NEW-LIMIT        TO WS-LA-AMOUNT.
           MOVE WS-LIMIT-AUDIT-LINE TO CA-NEW-CUST-NAME.
           PERFORM 860-WRITE-AUDIT-RECORD.

           MOVE SPACES          TO LIMIT-UPDATE-RECORD.
           MOVE WS-DUP-CUST-NO  TO LU-CUST-NO.
           MOVE ZERO            TO LU-CREDIT-LIMIT.
           MOVE 4 TO CMD-CODE.
           MOVE LIMIT-UPDATE-RECORD TO DATA-IN.
           CALL "APICUSTO" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - LIMIT NOT ZEROED FOR "
                       WS-DUP-CUST-NO
               GO TO 600-EXIT
           END-IF.
           MOVE WS-DUP-CUST-NO      TO CA-CUST-NO.
           MOVE WS-DUP-LIMIT        TO WS-LA-AMOUNT.
           MOVE WS-LIMIT-AUDIT-LINE TO CA-OLD-CUST-NAME.
           MOVE ZERO                TO WS-LA-AMOUNT.
           MOVE WS-LIMIT-AUDIT-LINE TO CA-NEW-CUST-NAME.
           PERFORM 860-WRITE-AUDIT-RECORD.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 650-RETIRE-DUPLICATE - MARK THE DUPLICATE MERGED INTO THE
      *    SURVIVOR (APICUSTO CMD-CODE 6) AND THE REQUEST MERGED.
      *-----------------------------------------------------------------
       650-RETIRE-DUPLICATE.

           MOVE SPACES          TO RETIRE-UPDATE-RECORD.
           MOVE WS-DUP-CUST-NO  TO RU-CUST-NO.
           MOVE WS-SURV-CUST-NO TO RU-MERGED-INTO.
           MOVE 6 TO CMD-CODE.
           MOVE RETIRE-UPDATE-RECORD TO DATA-IN.
           CALL "APICUSTO" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               SET WS-MT-SKIPPED (MT-IX) TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - DUPLICATE " WS-DUP-CUST-NO
                       " COULD NOT BE RETIRED"
               GO TO 650-EXIT
           END-IF.

           SET WS-MT-MERGED (MT-IX) TO TRUE.
           ADD 1 TO WS-MERGED-COUNT.
           MOVE WS-DUP-CUST-NO       TO CA-CUST-NO.
           MOVE WS-DUP-CUST-NAME     TO CA-OLD-CUST-NAME.
           MOVE WS-SURV-CUST-NO      TO WS-RA-CUST-NO.
           MOVE WS-RETIRE-AUDIT-LINE TO CA-NEW-CUST-NAME.
           PERFORM 860-WRITE-AUDIT-RECORD.

           MOVE WS-MT-REQUEST (MT-IX) TO MERGE-REQUEST-RECORD.
           MOVE MERGE-REQUEST-RECORD  TO WS-AUD-BEFORE-IMAGE.
           MOVE "M"                   TO WS-MRG-STATUS.
           MOVE WS-SURV-CUST-NO       TO WS-MRG-SURV-CUST-NO.
           MOVE WS-RUN-DATE           TO WS-MRG-MERGE-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE MERGE-REQUEST-RECORD TO DATA-IN.
           CALL "APITPMRG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - REQUEST " WS-DUP-CUST-NO
                       " NOT MARKED MERGED"
           ELSE
               MOVE WS-DUP-CUST-NO       TO WS-AUD-KEY
               MOVE MERGE-REQUEST-RECORD TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
           END-IF.

       650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-MOVE-PROJECTS - ONE PASS OF THE APITPPRJ CMD-CODE 4 CURSOR
      *    COLLECTS EVERY PROJECT BILLED TO A CUSTOMER MERGED IN THIS
      *    RUN, THEN EACH ONE IS RE-READ AND RE-POINTED.
      *-----------------------------------------------------------------
       700-MOVE-PROJECTS.

           IF  WS-MERGED-COUNT = ZERO THEN
               GO TO 700-EXIT
           END-IF.

           MOVE "N"            TO WS-SCAN-SWITCH.
           MOVE SPACES         TO PROJ-MASTER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE PROJ-MASTER-RECORD TO DATA-IN
               CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PROJ-MASTER-RECORD
                   PERFORM 710-HOLD-PROJECT THRU 710-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING PJ-IX FROM 1 BY 1
                   UNTIL PJ-IX > WS-PROJECT-COUNT
               PERFORM 720-MOVE-ONE-PROJECT THRU 720-EXIT
           END-PERFORM.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 710-HOLD-PROJECT - A PROJECT ON A MERGED DUPLICATE IS KEPT FOR
      *    RE-POINTING.
      *-----------------------------------------------------------------
       710-HOLD-PROJECT.

           IF  WS-PRJ-CUST-NO NOT > SPACES THEN
               GO TO 710-EXIT
           END-IF.

           SET MT-JX TO 1.
           SEARCH WS-MERGE-ENTRY VARYING MT-JX
               AT END
                   GO TO 710-EXIT
               WHEN MT-JX > WS-MERGE-COUNT
                   GO TO 710-EXIT
               WHEN WS-MT-DUP-CUST-NO (MT-JX) = WS-PRJ-CUST-NO
               AND  WS-MT-MERGED (MT-JX)
                   CONTINUE
           END-SEARCH.

           IF  WS-PROJECT-COUNT NOT < 500 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - PROJECT " WS-PRJ-PROJ-NO
                       " NOT MOVED - TABLE FULL"
               GO TO 710-EXIT
           END-IF.
           ADD 1 TO WS-PROJECT-COUNT.
           SET PJ-IX TO WS-PROJECT-COUNT.
           MOVE WS-PRJ-PROJ-NO TO WS-PJ-PROJ-NO (PJ-IX).
           SET WS-PJ-MERGE-IX (PJ-IX) TO MT-JX.

       710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 720-MOVE-ONE-PROJECT - RE-READ, RE-POINT AND LOG ONE PROJECT.
      *-----------------------------------------------------------------
       720-MOVE-ONE-PROJECT.

           SET MT-JX TO WS-PJ-MERGE-IX (PJ-IX).
           MOVE SPACES                 TO PROJ-MASTER-RECORD.
           MOVE WS-PJ-PROJ-NO (PJ-IX)  TO WS-PRJ-PROJ-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PROJ-MASTER-RECORD TO DATA-IN.
           CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT           TO PROJ-MASTER-RECORD
               MOVE WS-MT-SURV-CUST-NO (MT-JX) TO WS-PRJ-CUST-NO
               MOVE 3 TO CMD-CODE
               MOVE PROJ-MASTER-RECORD TO DATA-IN
               CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
           END-IF.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT95 - PROJECT " WS-PJ-PROJ-NO (PJ-IX)
                       " COULD NOT BE MOVED"
               GO TO 720-EXIT
           END-IF.

           ADD 1 TO WS-PROJECT-MOVE-COUNT.
           MOVE WS-MT-DUP-CUST-NO (MT-JX)  TO WS-DUP-CUST-NO.
           MOVE WS-MT-SURV-CUST-NO (MT-JX) TO WS-MV-TO-CUST-NO.
           MOVE WS-MT-CHECKER-OPID (MT-JX) TO WS-MERGE-OPID.
           MOVE "PROJECT"              TO WS-MA-LABEL.
           MOVE WS-PJ-PROJ-NO (PJ-IX)  TO WS-MA-KEY.
           PERFORM 850-WRITE-MOVE-AUDIT.

       720-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 800-MOVE-INVOICES - THE WHOLE REGISTER IS COPIED TO THE NEW
      *    GENERATION, EVERY INVOICE TO A MERGED DUPLICATE RE-POINTED
      *    TO ITS SURVIVOR ON THE WAY.
      *-----------------------------------------------------------------
       800-MOVE-INVOICES.

           PERFORM UNTIL WS-INVREG-EOF
               READ INVOICE-REGISTER-FILE
                   AT END
                       SET WS-INVREG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INVOICE-READ-COUNT
                       PERFORM 810-MOVE-ONE-INVOICE THRU 810-EXIT
                       MOVE INVOICE-REGISTER-RECORD
                         TO INVOICE-REGISTER-NEW-RECORD
                       WRITE INVOICE-REGISTER-NEW-RECORD
               END-READ
           END-PERFORM.

       800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 810-MOVE-ONE-INVOICE - RE-POINT AND LOG AN INVOICE BILLED TO A
      *    MERGED DUPLICATE.
      *-----------------------------------------------------------------
       810-MOVE-ONE-INVOICE.

           IF  WS-MERGED-COUNT = ZERO THEN
               GO TO 810-EXIT
           END-IF.

           SET MT-JX TO 1.
           SEARCH WS-MERGE-ENTRY VARYING MT-JX
               AT END
                   GO TO 810-EXIT
               WHEN MT-JX > WS-MERGE-COUNT
                   GO TO 810-EXIT
               WHEN WS-MT-DUP-CUST-NO (MT-JX) = IR-CUST-NO
               AND  WS-MT-MERGED (MT-JX)
                   CONTINUE
           END-SEARCH.

           ADD 1 TO WS-INVOICE-MOVE-COUNT.
           MOVE WS-MT-DUP-CUST-NO (MT-JX)  TO WS-DUP-CUST-NO.
           MOVE WS-MT-SURV-CUST-NO (MT-JX) TO WS-MV-TO-CUST-NO
                                              IR-CUST-NO.
           MOVE WS-MT-CHECKER-OPID (MT-JX) TO WS-MERGE-OPID.
           MOVE "INVOICE"              TO WS-MA-LABEL.
           MOVE IR-INVOICE-NO          TO WS-MA-KEY.
           PERFORM 850-WRITE-MOVE-AUDIT.

       810-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 850-WRITE-MOVE-AUDIT - LOG ONE MOVE AGAINST THE DUPLICATE -
      *    WHAT MOVED BEFORE, WHERE IT WENT AFTER.
      *-----------------------------------------------------------------
       850-WRITE-MOVE-AUDIT.

           MOVE WS-DUP-CUST-NO      TO CA-CUST-NO.
           MOVE WS-MOVE-AUDIT-LINE  TO CA-OLD-CUST-NAME.
           MOVE WS-MOVED-TO-LINE    TO CA-NEW-CUST-NAME.
           PERFORM 860-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * 860-WRITE-AUDIT-RECORD - STAMP AND WRITE THE CUSTAUD ROW UNDER
      *    THE OPERATOR WHO APPROVED THE MERGE.
      *-----------------------------------------------------------------
       860-WRITE-AUDIT-RECORD.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-MERGE-OPID       TO CA-USER.
           MOVE WS-RUN-YYDDD        TO CA-DATE.
           MOVE WS-TIME-HHMMSS      TO CA-TIME.
           WRITE CUSTOMER-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE INVOICE-REGISTER-FILE
                 INVOICE-REGISTER-NEW-FILE
                 CUSTOMER-AUDIT-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS   TO WS-RC-END-TIME.
           MOVE WS-REQUEST-COUNT TO WS-RC-READ-COUNT.
           MOVE WS-MERGED-COUNT  TO WS-RC-SELECT-COUNT.
           MOVE WS-AUDIT-COUNT   TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT   TO WS-RC-ERROR-COUNT.
           IF  WS-ERROR-COUNT > ZERO THEN
               MOVE "ERRORS"     TO WS-RC-STATUS
           ELSE
               MOVE "COMPLETE"   TO WS-RC-STATUS
           END-IF.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-REQUEST-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT95 - " WS-COUNT-DISPLAY
                   " APPROVED MERGE REQUESTS".
           MOVE WS-MERGED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT95 - " WS-COUNT-DISPLAY
                   " CUSTOMERS MERGED AND RETIRED".
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT95 - " WS-COUNT-DISPLAY " ACCOUNTS MOVED".
           MOVE WS-PARTY-MOVE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT95 - " WS-COUNT-DISPLAY
                   " ACCOUNT PARTY ROWS MOVED".
           MOVE WS-DEPOSIT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT95 - " WS-COUNT-DISPLAY
                   " TERM DEPOSITS MOVED".
           MOVE WS-PROJECT-MOVE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT95 - " WS-COUNT-DISPLAY " PROJECTS MOVED".
           MOVE WS-INVOICE-READ-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT95 - " WS-COUNT-DISPLAY
                   " REGISTER LINES COPIED".
           MOVE WS-INVOICE-MOVE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT95 - " WS-COUNT-DISPLAY " INVOICES MOVED".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT95 - " WS-COUNT-DISPLAY " ERRORS".

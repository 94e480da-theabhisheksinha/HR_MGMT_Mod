      *-----------------------------------------------------------------
      *    COBBAT91 - NIGHTLY KYC REVIEW MONITOR. THE AUDITORS FLAGGED
      *               THAT NOTHING RECORDED WHICH IDENTITY DOCUMENTS
      *               WERE VERIFIED, WHEN THEY EXPIRE OR WHEN A
      *               CUSTOMER IS DUE FOR PERIODIC REVIEW. THE COBCIO71
      *               SCREEN NOW KEEPS ONE KYC ROW PER CUSTOMER ON THE
      *               NEW APITPKYC GATEWAY; THIS RUN WALKS EVERY ROW
      *               (CMD-CODE 4 UNFILTERED CURSOR) AND RAISES A
      *               COBALERT ALERT TO COMPLIANCE AS A REVIEW COMES
      *               DUE (THE ALERT WINDOW IS THE COBBAT91/ALERT-DAYS
      *               PARAMETER, DEFAULT 30 DAYS AHEAD) AND AS THE
      *               IDENTITY DOCUMENT NEARS OR PASSES ITS EXPIRY. A
      *               REVIEW STILL OUTSTANDING PAST THE GRACE PERIOD
      *               (COBBAT91/GRACE-DAYS, DEFAULT 30 DAYS) FREEZES
      *               EVERY OPEN ACCOUNT THE CUSTOMER OWNS THROUGH THE
      *               SAME STATUS/REASON TAIL COBCIO42 MAINTAINS
      *               (STATUS F, REASON KY), AUDITED THE SAME WAY AS
      *               THE COBBAT67 DORMANCY FREEZE. ONCE THE REVIEW IS
      *               COMPLETED ON COBCIO71 THE NEXT RUN LIFTS ITS OWN
      *               KY FREEZES - A FREEZE FOR ANY OTHER REASON IS
      *               LEFT ALONE. EVERY ACTION IS REPORTED. THE KYC
      *               ROW OF A CUSTOMER RETIRED BY A COBBAT95 MERGE IS
      *               KEPT AS HISTORY AND NO LONGER MONITORED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT91.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-REPORT-FILE ASSIGN TO KYCRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  KYC-REPORT-FILE
           RECORDING MODE IS F.
       01  KYC-REPORT-RECORD.
           03  KR-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  KR-ACC-NO                   PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  KR-RISK-RATING              PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  KR-NEXT-REVIEW              PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  KR-DOC-EXPIRY               PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
      *        ** days past the review date - negative while still
      *        ** ahead of it
           03  KR-DAYS-OVERDUE             PIC ZZZZ9-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  KR-ACTION                   PIC X(24).

       WORKING-STORAGE SECTION.

      *    ** the customer's KYC row the COBCIO71 screen keeps -
      *    ** APITPKYC CMD-CODE 1 READ BY CUST-NO, 2 ADD, 3 CHANGE,
      *    ** 4 UNFILTERED CURSOR
       01  KYC-RECORD.
           10 WS-KYC-CUST-NO          PIC X(10).
      *        ** PP PASSPORT, NI NATIONAL IDENTITY CARD, DL DRIVING
      *        ** LICENCE, CR COMPANY REGISTRATION
           10 WS-KYC-DOC-TYPE         PIC X(2).
           10 WS-KYC-DOC-NO           PIC X(20).
      *        ** yymmdd, zero where the document does not expire
           10 WS-KYC-DOC-EXPIRY       PIC 9(6).
      *        ** L LOW, M MEDIUM, H HIGH
           10 WS-KYC-RISK-RATING      PIC X(1).
           10 WS-KYC-LAST-REVIEW      PIC 9(6).
           10 WS-KYC-NEXT-REVIEW      PIC 9(6).
           10 WS-KYC-REVIEW-OPID      PIC X(3).
           10 WS-KYC-CHANGE-DATE      PIC 9(6).

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT26 carries, with
      *    ** the COBCIO42 lifecycle tail
       01  ACCOUNT-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** who/when/before/after capture for the freeze and its
      *    ** release - COBAUDIT stamps date/time and files the row
      *    ** through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBBAT91".
           03  WS-AUD-OPERATOR             PIC X(8) VALUE "COBBAT91".
           03  WS-AUD-FILE                 PIC X(8) VALUE "ACCMASTR".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** standard alert handed to COBALERT - compliance works the
      *    ** reviews, de-duplicated nightly by type and customer
       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBAT91".
           03  WS-ALT-TYPE                 PIC X(8).
           03  WS-ALT-SEVERITY             PIC X(1).
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE       PIC X(8) VALUE "COMPLIAN".
           03  WS-ALT-MSG-CODE             PIC 99.

      *    ** the central runtime parameter row on the APITPPRM
      *    ** gateway (CMD-CODE 1 READ BY PROGRAM+NAME, LATEST
      *    ** EFFECTIVE) - maintained on the COBCIO63 screen
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).

      *    ** the customer row the APITP050 gateway serves (CMD-CODE 2
      *    ** READ BY CUST-NO) - only the merge marker is wanted here
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CM-CUST-NO                PIC X(10).
           10 FILLER                       PIC X(37).
      *        ** the surviving customer once COBBAT95 has merged
      *        ** this one away - blank while the customer is live
           10 WS-CM-MERGED-INTO            PIC X(10).
           10 FILLER                       PIC X(124).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** alert window ahead of the review date and grace period
      *    ** past it before the accounts freeze - parameter file
      *    ** values, this shop's 30 and 30 days when none is set
       01  WS-ALERT-DAYS                   PIC S9(5) COMP-3 VALUE +30.
       01  WS-GRACE-DAYS                   PIC S9(5) COMP-3 VALUE +30.

       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-JULIAN                   PIC 9(7).
       01  WS-REVIEW-JULIAN                PIC 9(7).
       01  WS-EXPIRY-JULIAN                PIC 9(7).
       01  WS-DAYS-OVERDUE                 PIC S9(7) COMP-3.
       01  WS-DAYS-TO-EXPIRY               PIC S9(7) COMP-3.

       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                 PIC 9(8).
           03  COBDATE-INPUT-FORMAT         PIC X(10).
           03  COBDATE-OUTPUT-FORMAT        PIC X(10).
           03  COBDATE-MESSAGE              PIC X(60).

      *    ** scratch fields for 750-CONVERT-DATE-TO-JULIAN - WS-CONV-
      *    ** DATE (YYMMDD) IN, WS-CONV-JULIAN OUT. same windowing and
      *    ** day count as COBBAT06
       01  WS-CONV-DATE                     PIC 9(6).
       01  WS-CONV-YYDDD                    PIC 9(5).
       01  WS-CONV-YY                       PIC 9(2).
       01  WS-CONV-DDD                      PIC 9(3).
       01  WS-CONV-YYYY                     PIC 9(4).
       01  WS-CONV-JULIAN                   PIC 9(7).

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-ACCT-SWITCH                  PIC X.
           88  WS-ACCT-DONE                    VALUE "Y".
       01  WS-FREEZE-SWITCH                PIC X.
           88  WS-FREEZE-ACCOUNTS              VALUE "F".
           88  WS-RELEASE-ACCOUNTS             VALUE "R".
       01  WS-KYC-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-RETIRED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-DUE-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-DOC-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-FROZEN-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-RELEASED-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT91".
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
           PERFORM 200-SCAN-KYC THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - PICK UP THE ALERT WINDOW AND GRACE PERIOD AND
      *    OPEN THE REPORT.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE    TO WS-RC-RUN-DATE.
           MOVE WS-RUN-DATE    TO WS-CONV-DATE.
           PERFORM 750-CONVERT-DATE-TO-JULIAN THRU 750-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RUN-JULIAN.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBAT91"     TO WS-PRM-PROGRAM.
           MOVE "ALERT-DAYS  " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE NOT < ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-ALERT-DAYS
               END-IF
           END-IF.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBAT91"     TO WS-PRM-PROGRAM.
           MOVE "GRACE-DAYS  " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE NOT < ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-GRACE-DAYS
               END-IF
           END-IF.

           OPEN OUTPUT KYC-REPORT-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-KYC - EVERY CUSTOMER'S KYC ROW OFF THE APITPKYC
      *    CMD-CODE 4 CURSOR.
      *-----------------------------------------------------------------
       200-SCAN-KYC.

           MOVE SPACES TO  KYC-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE KYC-RECORD TO DATA-IN
               CALL "APITPKYC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO KYC-RECORD
                   ADD 1 TO WS-KYC-COUNT
                   PERFORM 250-CHECK-RETIRED
                   IF  WS-CM-MERGED-INTO > SPACES
                       ADD 1 TO WS-RETIRED-COUNT
                   ELSE
                       PERFORM 300-CHECK-DOCUMENT THRU 300-EXIT
                       PERFORM 400-CHECK-REVIEW THRU 400-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-CHECK-RETIRED - READ THE KYC ROW'S CUSTOMER FOR THE MERGE
      *    MARKER. A CUSTOMER NOT ON FILE IS MONITORED AS BEFORE.
      *-----------------------------------------------------------------
       250-CHECK-RETIRED.

           MOVE SPACES         TO CUSTOMER-MASTER-RECORD.
           MOVE WS-KYC-CUST-NO TO WS-CM-CUST-NO.
           MOVE 2 TO CMD-CODE.
           MOVE CUSTOMER-MASTER-RECORD TO DATA-IN.
           CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO CUSTOMER-MASTER-RECORD
           ELSE
               MOVE SPACES   TO CUSTOMER-MASTER-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 300-CHECK-DOCUMENT - AN IDENTITY DOCUMENT INSIDE THE ALERT
      *    WINDOW OF ITS EXPIRY DRAWS AN ALERT, A HIGH ONE ONCE IT HAS
      *    EXPIRED. A DOCUMENT WITH NO EXPIRY IS LEFT ALONE.
      *-----------------------------------------------------------------
       300-CHECK-DOCUMENT.

           IF  WS-KYC-DOC-EXPIRY IS NOT NUMERIC
           OR  WS-KYC-DOC-EXPIRY = ZERO THEN
               GO TO 300-EXIT
           END-IF.

           MOVE WS-KYC-DOC-EXPIRY TO WS-CONV-DATE.
           PERFORM 750-CONVERT-DATE-TO-JULIAN THRU 750-EXIT.
           MOVE WS-CONV-JULIAN    TO WS-EXPIRY-JULIAN.
           COMPUTE WS-DAYS-TO-EXPIRY =
                   WS-EXPIRY-JULIAN - WS-RUN-JULIAN.
           IF  WS-DAYS-TO-EXPIRY > WS-ALERT-DAYS THEN
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-DOC-COUNT.
           MOVE "KYCDOC  "     TO WS-ALT-TYPE.
           MOVE WS-KYC-CUST-NO TO WS-ALT-KEY.
           MOVE SPACES         TO KYC-REPORT-RECORD.
           IF  WS-DAYS-TO-EXPIRY < ZERO THEN
               MOVE "H"        TO WS-ALT-SEVERITY
               MOVE 14         TO WS-ALT-MSG-CODE
               MOVE "DOCUMENT EXPIRED"  TO KR-ACTION
           ELSE
               MOVE "M"        TO WS-ALT-SEVERITY
               MOVE 13         TO WS-ALT-MSG-CODE
               MOVE "DOCUMENT EXPIRING" TO KR-ACTION
           END-IF.
           CALL "COBALERT" USING ALERT-RECORD.

           PERFORM 800-WRITE-REPORT-LINE.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-CHECK-REVIEW - A REVIEW INSIDE THE ALERT WINDOW DRAWS AN
      *    ALERT; ONE OUTSTANDING PAST THE GRACE PERIOD FREEZES THE
      *    CUSTOMER'S ACCOUNTS. A REVIEW NOT YET OUTSTANDING THAT LONG
      *    LIFTS ANY KY FREEZE A PREVIOUS RUN SET.
      *-----------------------------------------------------------------
       400-CHECK-REVIEW.

      *    ** a row never given a review date is due now
           IF  WS-KYC-NEXT-REVIEW IS NOT NUMERIC
           OR  WS-KYC-NEXT-REVIEW = ZERO THEN
               MOVE ZERO           TO WS-DAYS-OVERDUE
           ELSE
               MOVE WS-KYC-NEXT-REVIEW TO WS-CONV-DATE
               PERFORM 750-CONVERT-DATE-TO-JULIAN THRU 750-EXIT
               MOVE WS-CONV-JULIAN TO WS-REVIEW-JULIAN
               COMPUTE WS-DAYS-OVERDUE =
                       WS-RUN-JULIAN - WS-REVIEW-JULIAN
           END-IF.

           IF  WS-DAYS-OVERDUE > WS-GRACE-DAYS THEN
               SET WS-FREEZE-ACCOUNTS TO TRUE
           ELSE
               SET WS-RELEASE-ACCOUNTS TO TRUE
           END-IF.
           PERFORM 500-WALK-ACCOUNTS THRU 500-EXIT.

           IF  (0 - WS-DAYS-OVERDUE) > WS-ALERT-DAYS THEN
               GO TO 400-EXIT
           END-IF.

           ADD 1 TO WS-DUE-COUNT.
           MOVE "KYCREVW "     TO WS-ALT-TYPE.
           MOVE WS-KYC-CUST-NO TO WS-ALT-KEY.
           MOVE SPACES         TO KYC-REPORT-RECORD.
           IF  WS-DAYS-OVERDUE > WS-GRACE-DAYS THEN
               MOVE "H"        TO WS-ALT-SEVERITY
               MOVE 12         TO WS-ALT-MSG-CODE
               MOVE "REVIEW PAST GRACE"  TO KR-ACTION
           ELSE
           IF  WS-DAYS-OVERDUE > ZERO THEN
               MOVE "H"        TO WS-ALT-SEVERITY
               MOVE 11         TO WS-ALT-MSG-CODE
               MOVE "REVIEW OVERDUE"     TO KR-ACTION
           ELSE
               MOVE "M"        TO WS-ALT-SEVERITY
               MOVE 10         TO WS-ALT-MSG-CODE
               MOVE "REVIEW DUE"         TO KR-ACTION
           END-IF
           END-IF.
           CALL "COBALERT" USING ALERT-RECORD.

           PERFORM 800-WRITE-REPORT-LINE.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-WALK-ACCOUNTS - EVERY ACCOUNT THE CUSTOMER OWNS (APITP052
      *    CMD-CODE 4 PER-CUSTOMER CURSOR), FROZEN OR RELEASED AS
      *    WS-FREEZE-SWITCH SAYS.
      *-----------------------------------------------------------------
       500-WALK-ACCOUNTS.

           MOVE "N"            TO WS-ACCT-SWITCH.
           MOVE SPACES         TO ACCOUNT-MASTER-RECORD.
           MOVE WS-KYC-CUST-NO TO WS-CUST-NO.

           PERFORM UNTIL WS-ACCT-DONE
               MOVE 4 TO CMD-CODE
               MOVE ACCOUNT-MASTER-RECORD TO DATA-IN
               CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-ACCT-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD
                   IF  WS-FREEZE-ACCOUNTS
                   AND (WS-ACC-STATUS = "O" OR WS-ACC-STATUS = SPACE)
                       PERFORM 600-FREEZE-ONE-ACCOUNT THRU 600-EXIT
                   END-IF
                   IF  WS-RELEASE-ACCOUNTS
                   AND WS-ACC-STATUS = "F" AND WS-ACC-REASON = "KY"
                       PERFORM 650-RELEASE-ONE-ACCOUNT THRU 650-EXIT
                   END-IF
                   MOVE WS-KYC-CUST-NO TO WS-CUST-NO
               END-IF
           END-PERFORM.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-FREEZE-ONE-ACCOUNT - STATUS F, REASON KY, AUDITED.
      *-----------------------------------------------------------------
       600-FREEZE-ONE-ACCOUNT.

           MOVE ACCOUNT-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "F"  TO WS-ACC-STATUS.
           MOVE "KY" TO WS-ACC-REASON.
           MOVE 3 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT91 - FREEZE FAILED FOR " WS-ACC-NO
               GO TO 600-EXIT
           END-IF.

           MOVE WS-ACC-NO             TO WS-AUD-KEY.
           MOVE ACCOUNT-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           ADD 1 TO WS-FROZEN-COUNT.
           MOVE SPACES                TO KYC-REPORT-RECORD.
           MOVE WS-ACC-NO             TO KR-ACC-NO.
           MOVE "ACCOUNT FROZEN KY"   TO KR-ACTION.
           PERFORM 800-WRITE-REPORT-LINE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 650-RELEASE-ONE-ACCOUNT - THE REVIEW IS DONE - BACK TO OPEN,
      *    AUDITED.
      *-----------------------------------------------------------------
       650-RELEASE-ONE-ACCOUNT.

           MOVE ACCOUNT-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "O"    TO WS-ACC-STATUS.
           MOVE SPACES TO WS-ACC-REASON.
           MOVE 3 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT91 - RELEASE FAILED FOR " WS-ACC-NO
               GO TO 650-EXIT
           END-IF.

           MOVE WS-ACC-NO             TO WS-AUD-KEY.
           MOVE ACCOUNT-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           ADD 1 TO WS-RELEASED-COUNT.
           MOVE SPACES                TO KYC-REPORT-RECORD.
           MOVE WS-ACC-NO             TO KR-ACC-NO.
           MOVE "KY FREEZE LIFTED"    TO KR-ACTION.
           PERFORM 800-WRITE-REPORT-LINE.

       650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 750-CONVERT-DATE-TO-JULIAN - TURN A YYMMDD DATE INTO A TRUE
      *    CONTINUOUS DAY NUMBER THROUGH COBDTE3'S "YYDDD" FORM, SAME
      *    AS COBBAT06, SO A WINDOW THAT CROSSES A YEAR END COUNTS ITS
      *    DAYS CORRECTLY.
      *-----------------------------------------------------------------
       750-CONVERT-DATE-TO-JULIAN.

           MOVE WS-CONV-DATE         TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE(1:5)    TO  WS-CONV-YYDDD.

           MOVE WS-CONV-YYDDD(1:2)   TO  WS-CONV-YY.
           MOVE WS-CONV-YYDDD(3:3)   TO  WS-CONV-DDD.
           IF  WS-CONV-YY < 50 THEN
               COMPUTE WS-CONV-YYYY = 2000 + WS-CONV-YY
           ELSE
               COMPUTE WS-CONV-YYYY = 1900 + WS-CONV-YY
           END-IF.
           COMPUTE WS-CONV-JULIAN =
                   (WS-CONV-YYYY * 365)
                   + ((WS-CONV-YYYY - 1) / 4)
                   - ((WS-CONV-YYYY - 1) / 100)
                   + ((WS-CONV-YYYY - 1) / 400)
                   + WS-CONV-DDD.

       750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 800-WRITE-REPORT-LINE - THE CUSTOMER'S KYC FIGURES ON WHATEVER
      *    ACTION LINE THE CALLER HAS BUILT.
      *-----------------------------------------------------------------
       800-WRITE-REPORT-LINE.

           MOVE WS-KYC-CUST-NO     TO KR-CUST-NO.
           MOVE WS-KYC-RISK-RATING TO KR-RISK-RATING.
           IF  WS-KYC-NEXT-REVIEW IS NUMERIC THEN
               MOVE WS-KYC-NEXT-REVIEW TO KR-NEXT-REVIEW
           ELSE
               MOVE ZERO               TO KR-NEXT-REVIEW
           END-IF.
           IF  WS-KYC-DOC-EXPIRY IS NUMERIC THEN
               MOVE WS-KYC-DOC-EXPIRY  TO KR-DOC-EXPIRY
           ELSE
               MOVE ZERO               TO KR-DOC-EXPIRY
           END-IF.
           MOVE WS-DAYS-OVERDUE    TO KR-DAYS-OVERDUE.
           WRITE KYC-REPORT-RECORD.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE KYC-REPORT-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS  TO WS-RC-END-TIME.
           MOVE WS-KYC-COUNT    TO WS-RC-READ-COUNT.
           COMPUTE WS-RC-SELECT-COUNT =
                   WS-DUE-COUNT + WS-DOC-COUNT.
           COMPUTE WS-RC-WRITE-COUNT =
                   WS-FROZEN-COUNT + WS-RELEASED-COUNT.
           MOVE WS-ERROR-COUNT  TO WS-RC-ERROR-COUNT.
           IF  WS-ERROR-COUNT > ZERO THEN
               MOVE "ERRORS"    TO WS-RC-STATUS
           ELSE
               MOVE "COMPLETE"  TO WS-RC-STATUS
           END-IF.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-KYC-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT91 - " WS-COUNT-DISPLAY
                   " KYC RECORDS READ".
           MOVE WS-RETIRED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT91 - " WS-COUNT-DISPLAY
                   " ON MERGED CUSTOMERS - NOT MONITORED".
           MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT91 - " WS-COUNT-DISPLAY
                   " REVIEWS DUE OR OVERDUE".
           MOVE WS-DOC-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT91 - " WS-COUNT-DISPLAY
                   " DOCUMENTS EXPIRING OR EXPIRED".
           MOVE WS-FROZEN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT91 - " WS-COUNT-DISPLAY
                   " ACCOUNTS FROZEN".
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT91 - " WS-COUNT-DISPLAY
                   " FREEZES LIFTED".

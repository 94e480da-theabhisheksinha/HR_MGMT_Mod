      *-----------------------------------------------------------------
      *    COBBATC2 - PAYROLL BANK ACCOUNT STATEMENT RECONCILIATION.
      *               LOADS THE BANK'S STATEMENT FILE OF DEBITS ON THE
      *               PAYROLL ACCOUNT AND MATCHES EACH ONE TO THE
      *               CREDIT IT PAID ON THE APITPPAY PAYMENT-LINE
      *               REGISTER (FILED AS ISSUED BY COBBAT23 AND
      *               COBBAT58) BY PAYMENT REFERENCE, AMOUNT AND VALUE
      *               DATE. A MATCHED LINE IS MARKED CLEARED WITH THE
      *               AMOUNT AND DATE THE BANK DEBITED. THE REPORT
      *               LISTS DEBITS WITH NO REGISTER ENTRY, AMOUNT
      *               DIFFERENCES, VALUE DATES OUTSIDE THE VALDAYS
      *               WINDOW AFTER ISSUE, DEBITS AGAINST A CREDIT
      *               ALREADY CLEARED, VOIDED OR REJECTED, AND EVERY
      *               PAYMENT STILL NOT CLEARED WITH ITS AGE. A PAYMENT
      *               UNCLEARED MORE THAN STALEDAYS AFTER ISSUE GOES ON
      *               THE STALE-PAYMENT LIST AND THROUGH THE PAYMENT
      *               REGISTER'S REISSUE CONTROL: A SERVING EMPLOYEE'S
      *               IS FILED AS AN OPEN REISSUE ITEM FOR THE NEXT
      *               COBBAT58 SUPPLEMENTAL TO PAY, A LEAVER'S (OR ONE
      *               NO LONGER ON FILE) AS A WRITE-BACK ITEM FOR
      *               FINANCE. A STALE PAYMENT THAT CLEARS AFTERWARDS
      *               HAS ITS STILL-OPEN ITEM CANCELLED, OR IS
      *               REPORTED FOR RECOVERY IF IT HAS ALREADY BEEN
      *               REISSUED. A STATEMENT WHOSE TRAILER DOES NOT
      *               PROVE HOLDS EVERY STALE FOLLOW-UP, SINCE A DEBIT
      *               MISSING FROM THE FILE WOULD LOOK STALE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATC2.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** the bank's statement of the payroll account - header,
      *    ** one record per debit or credit, trailer
           SELECT BANK-STATEMENT-FILE ASSIGN TO BANKSTMT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-PRINT-FILE ASSIGN TO RECONRPT
               ORGANIZATION IS SEQUENTIAL.
      *    ** the stale payments followed up this run, for payroll and
      *    ** finance
           SELECT STALE-LIST-FILE ASSIGN TO STALELST
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  BANK-STATEMENT-FILE
           RECORDING MODE IS F.
      *    ** one fixed shape told apart by ST-RECORD-TYPE - the
      *    ** layout in the bank's statement-file documents
       01  BANK-STATEMENT-RECORD.
      *        ** H = HEADER, D = DEBIT, C = CREDIT, T = TRAILER
           03  ST-RECORD-TYPE              PIC X(1).
               88  ST-HEADER                   VALUE "H".
               88  ST-DEBIT                    VALUE "D".
               88  ST-CREDIT                   VALUE "C".
               88  ST-TRAILER                  VALUE "T".
      *        ** the payment reference the COBBAT23/COBBAT58 credit
      *        ** carried, echoed back by the bank
           03  ST-PAY-REF                  PIC X(12).
           03  ST-AMOUNT                   PIC 9(9)V9(2).
           03  ST-VALUE-DATE               PIC 9(6).
           03  ST-BANK-REF                 PIC X(16).
      *        ** header only - the payroll account and the statement
      *        ** date (in ST-VALUE-DATE)
           03  ST-ACCOUNT-NO               PIC X(10).
      *        ** trailer only - the count and total of the debits
           03  ST-RECORD-COUNT             PIC 9(7).
           03  ST-TOTAL                    PIC 9(13)V9(2).
           03  FILLER                      PIC X(2).

       FD  RECON-PRINT-FILE
           RECORDING MODE IS F.
       01  RECON-PRINT-LINE                PIC X(132).

       FD  STALE-LIST-FILE
           RECORDING MODE IS F.
       01  STALE-LIST-RECORD.
           03  SL-PAY-REF                  PIC X(12).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SL-EMP-NO                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SL-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SL-PYEARMONTH               PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SL-AMOUNT                   PIC ZZZZZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SL-ISSUE-DATE               PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SL-DAYS                     PIC ZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  SL-ACTION                   PIC X(10).

       WORKING-STORAGE SECTION.

      *    ** the credit's line on the APITPPAY payment-line register
      *    ** - CMD-CODE 1 READ BY REFERENCE, 3 CHANGE, 4 UNFILTERED
      *    ** CURSOR
       01  PAYMENT-LINE-RECORD.
           10 WS-PLN-PAY-REF          PIC X(12).
           10 WS-PLN-EMP-NO           PIC X(6).
           10 WS-PLN-PYEARMONTH       PIC X(6).
      *        ** M = MONTHLY COBBAT23 FILE, S = SUPPLEMENTAL COBBAT58
           10 WS-PLN-FILE-TYPE        PIC X(1).
      *        ** D = PAY CREDIT, R = EXPENSE REIMBURSEMENT
           10 WS-PLN-CREDIT-TYPE      PIC X(1).
           10 WS-PLN-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PLN-ACCOUNT-NO       PIC X(10).
           10 WS-PLN-BANK-CODE        PIC X(4).
           10 WS-PLN-ISSUE-DATE       PIC 9(6).
      *        ** I ISSUED, C CLEARED, J REJECTED BY THE BANK, S STALE -
      *        ** REISSUED, W STALE - WRITTEN BACK, V VOIDED BY A RERUN
           10 WS-PLN-STATUS           PIC X(1).
               88  WS-PLN-ISSUED          VALUE "I".
               88  WS-PLN-CLEARED         VALUE "C".
               88  WS-PLN-REJECTED        VALUE "J".
               88  WS-PLN-STALE-REISSUED  VALUE "S".
               88  WS-PLN-WRITTEN-BACK    VALUE "W".
               88  WS-PLN-VOIDED          VALUE "V".
           10 WS-PLN-CLEARED-DATE     PIC 9(6).
           10 WS-PLN-CLEARED-AMOUNT   PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-PLN-BANK-REF         PIC X(16).

      *    ** the payment register's reissue control COBBAT24 files
      *    ** rejects on - APITPPRG CMD-CODE 5 ADD, 6 OPEN-ITEM CURSOR,
      *    ** 7 CHANGE. A STALE PAYMENT IS FILED WITH REASON STAL.
       01  REISSUE-ITEM-RECORD.
           10 WS-RSI-EMP-NO           PIC X(6).
           10 WS-RSI-PYEARMONTH       PIC X(6).
           10 WS-RSI-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-RSI-REASON-CODE      PIC X(4).
      *        ** R = OPEN FOR REISSUE, P = PAID ON A SUPPLEMENTAL,
      *        ** W = FOR WRITE-BACK (NEVER PAID BY COBBAT58),
      *        ** X = CANCELLED - THE ORIGINAL CLEARED AFTER ALL
           10 WS-RSI-STATUS           PIC X(1).
               88  WS-RSI-OPEN            VALUE "R".
               88  WS-RSI-PAID            VALUE "P".
               88  WS-RSI-WRITE-BACK      VALUE "W".
       01  WS-RSI-CURSOR-SWITCH            PIC X VALUE "N".
           88  WS-RSI-CURSOR-DONE              VALUE "Y".
       01  WS-RSI-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-RSI-FOUND                    VALUE "Y".

      *    ** only the name and leaving date are needed - APITP010
      *    ** CMD-CODE 1 READ BY EMP-ID
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(100).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).

      *    ** central parameter file - VALDAYS and STALEDAYS, compiled
      *    ** defaults stand when no row is on file
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** a debit whose value date falls more than this many days
      *    ** after the credit was issued (or before it) is reported
       01  WS-VALUE-DATE-DAYS              PIC S9(4) COMP VALUE +3.
      *    ** a payment uncleared more than this many days after issue
      *    ** is stale and followed up through the reissue control
       01  WS-STALE-DAYS                   PIC S9(4) COMP VALUE +30.

       01  WS-RUN-DATE                      PIC 9(6).
       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                 PIC 9(8).
           03  COBDATE-INPUT-FORMAT         PIC X(10).
           03  COBDATE-OUTPUT-FORMAT        PIC X(10).
           03  COBDATE-MESSAGE              PIC X(60).
      *    ** true continuous day numbers (see 350-CONVERT-YYDDD-TO-
      *    ** JULIAN), so an age across a year end comes out right
       01  WS-RUN-DATE-JULIAN               PIC 9(7).
       01  WS-ISSUE-DATE-JULIAN             PIC 9(7).
       01  WS-VALUE-DATE-JULIAN             PIC 9(7).
       01  WS-AGE-DAYS                      PIC S9(7).
       01  WS-VALUE-LAG-DAYS                PIC S9(7).
       01  WS-CONV-DATE                     PIC 9(6).
       01  WS-CONV-YYDDD                    PIC 9(5).
       01  WS-CONV-YY                       PIC 9(2).
       01  WS-CONV-DDD                      PIC 9(3).
       01  WS-CONV-YYYY                     PIC 9(4).
       01  WS-CONV-JULIAN                   PIC 9(7).

       01  WS-STATEMENT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-STATEMENT-EOF                VALUE "Y".
       01  WS-HEADER-SWITCH                PIC X VALUE "N".
           88  WS-HEADER-SEEN                  VALUE "Y".
       01  WS-TRAILER-SWITCH               PIC X VALUE "N".
           88  WS-TRAILER-SEEN                 VALUE "Y".
      *    ** set when the trailer does not prove the debits read -
      *    ** no stale follow-up is filed off an incomplete statement
       01  WS-PROOF-SWITCH                 PIC X VALUE "N".
           88  WS-STATEMENT-UNPROVEN           VALUE "Y".
       01  WS-PLN-CURSOR-SWITCH            PIC X VALUE "N".
           88  WS-PLN-CURSOR-DONE              VALUE "Y".

       01  WS-STMT-ACCOUNT-NO              PIC X(10) VALUE SPACES.
       01  WS-STMT-DATE                    PIC 9(6)  VALUE ZERO.
       01  WS-TRAILER-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-TRAILER-TOTAL                PIC S9(13)V9(2) COMP-3
                                           VALUE +0.
       01  WS-DEBIT-TOTAL                  PIC S9(13)V9(2) COMP-3
                                           VALUE +0.
       01  WS-UNCLEARED-TOTAL              PIC S9(13)V9(2) COMP-3
                                           VALUE +0.

       01  WS-RECORD-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-DEBIT-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-CREDIT-IGNORED-COUNT         PIC S9(7) COMP VALUE +0.
       01  WS-MATCHED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-NO-ENTRY-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-AMOUNT-DIFF-COUNT            PIC S9(7) COMP VALUE +0.
       01  WS-VALUE-DATE-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-PROBLEM-DEBIT-COUNT          PIC S9(7) COMP VALUE +0.
       01  WS-LATE-CLEAR-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-LINE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-UNCLEARED-COUNT              PIC S9(7) COMP VALUE +0.
       01  WS-REISSUE-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-WRITE-BACK-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-STALE-HELD-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-WRITE-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *    ** report lines
       01  PL-HEADING.
           03  FILLER                      PIC X(42)
               VALUE "COBBATC2 - PAYROLL ACCOUNT RECONCILIATION".
           03  FILLER                      PIC X(10) VALUE "  ACCOUNT ".
           03  PL-H-ACCOUNT-NO             PIC X(10).
           03  FILLER                      PIC X(13)
               VALUE "  STATEMENT ".
           03  PL-H-STMT-DATE              PIC 9(6).
           03  FILLER                      PIC X(7)  VALUE "  RUN ".
           03  PL-H-RUN-DATE               PIC 9(6).
           03  FILLER                      PIC X(38) VALUE SPACES.
       01  PL-COLUMNS.
           03  FILLER                      PIC X(45)
               VALUE "PAYMENT REF   EMP-NO  MONTH     ISSUED AMOUNT".
           03  FILLER                      PIC X(39)
               VALUE "   DEBITED AMOUNT  DATE    DAYS  REMARK".
           03  FILLER                      PIC X(48) VALUE SPACES.
       01  PL-SECTION.
           03  FILLER                      PIC X(4)  VALUE "*** ".
           03  PL-S-TITLE                  PIC X(60).
           03  FILLER                      PIC X(68) VALUE SPACES.
       01  PL-DETAIL.
           03  PL-D-PAY-REF                PIC X(12).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-EMP-NO                 PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-PYEARMONTH             PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-ISSUED                 PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-DEBITED                PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-DATE                   PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-DAYS                   PIC ZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-REMARK                 PIC X(40).
           03  FILLER                      PIC X(14) VALUE SPACES.
       01  PL-TOTAL.
           03  PL-T-TEXT                   PIC X(40).
           03  PL-T-COUNT                  PIC ZZZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-T-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                      PIC X(64) VALUE SPACES.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATC2".
           03  WS-RC-RUN-DATE              PIC 9(6).
           03  WS-RC-START-TIME            PIC 9(6).
           03  WS-RC-END-TIME              PIC 9(6).
           03  WS-RC-READ-COUNT            PIC S9(7) COMP.
           03  WS-RC-SELECT-COUNT          PIC S9(7) COMP.
           03  WS-RC-WRITE-COUNT           PIC S9(7) COMP.
           03  WS-RC-ERROR-COUNT           PIC S9(7) COMP.
           03  WS-RC-STATUS                PIC X(8).
      *    ** the CALL to COBRNLOG resets RETURN-CODE when the logger
      *    ** returns, so the outcome is latched here and re-asserted
      *    ** after the log call
       01  WS-FAILED-SWITCH                PIC X VALUE "N".
           88  WS-RUN-FAILED                   VALUE "Y".
       01  WS-INCOMPLETE-SWITCH            PIC X VALUE "N".
           88  WS-RUN-INCOMPLETE               VALUE "Y".
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

           PERFORM 100-INITIALIZE THRU 100-EXIT
           IF  NOT WS-RUN-FAILED THEN
               PERFORM 200-LOAD-STATEMENT THRU 200-EXIT
               PERFORM 250-PROVE-STATEMENT THRU 250-EXIT
               PERFORM 500-SWEEP-UNCLEARED THRU 500-EXIT
           END-IF
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE PARAMETERS, THE RUN DATE'S DAY NUMBER, AND
      *    THE FILES. A STATEMENT WITH NO HEADER REFUSES THE RUN.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-CONV-DATE.
           PERFORM 340-CONVERT-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RUN-DATE-JULIAN.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATC2"     TO WS-PRM-PROGRAM.
           MOVE "VALDAYS     " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE NOT < ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-VALUE-DATE-DAYS
               END-IF
           END-IF.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATC2"     TO WS-PRM-PROGRAM.
           MOVE "STALEDAYS   " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-STALE-DAYS
               END-IF
           END-IF.

           OPEN INPUT  BANK-STATEMENT-FILE.
           READ BANK-STATEMENT-FILE
               AT END
                   SET WS-STATEMENT-EOF TO TRUE
           END-READ.
           IF  WS-STATEMENT-EOF OR NOT ST-HEADER
               DISPLAY "COBBATC2 - STATEMENT FILE HAS NO HEADER - "
                       "RUN REFUSED"
               CLOSE BANK-STATEMENT-FILE
               SET WS-RUN-FAILED TO TRUE
               GO TO 100-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           SET WS-HEADER-SEEN TO TRUE.
           MOVE ST-ACCOUNT-NO  TO WS-STMT-ACCOUNT-NO.
           MOVE ST-VALUE-DATE  TO WS-STMT-DATE.

           OPEN OUTPUT RECON-PRINT-FILE.
           OPEN OUTPUT STALE-LIST-FILE.

           MOVE WS-STMT-ACCOUNT-NO TO PL-H-ACCOUNT-NO.
           MOVE WS-STMT-DATE       TO PL-H-STMT-DATE.
           MOVE WS-RUN-DATE        TO PL-H-RUN-DATE.
           WRITE RECON-PRINT-LINE FROM PL-HEADING.
           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE FROM PL-COLUMNS.
           ADD 3 TO WS-WRITE-COUNT.

           MOVE "STATEMENT DEBITS NOT CLEARED CLEANLY" TO PL-S-TITLE.
           PERFORM 810-WRITE-SECTION.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-LOAD-STATEMENT - EVERY RECORD PAST THE HEADER. DEBITS ARE
      *    MATCHED, CREDITS TO THE ACCOUNT (FUNDING, RETURNED REJECTS)
      *    ARE COUNTED AND LEFT, THE TRAILER IS KEPT FOR THE PROOF.
      *-----------------------------------------------------------------
       200-LOAD-STATEMENT.

           PERFORM UNTIL WS-STATEMENT-EOF
               READ BANK-STATEMENT-FILE
                   AT END
                       SET WS-STATEMENT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 210-TAKE-ONE-RECORD
               END-READ
           END-PERFORM.

           CLOSE BANK-STATEMENT-FILE.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 210-TAKE-ONE-RECORD - SORT ONE STATEMENT RECORD BY ITS TYPE.
      *-----------------------------------------------------------------
       210-TAKE-ONE-RECORD.

           EVALUATE TRUE
               WHEN ST-DEBIT
                   ADD 1         TO WS-DEBIT-COUNT
                   ADD ST-AMOUNT TO WS-DEBIT-TOTAL
                   PERFORM 300-MATCH-ONE-DEBIT THRU 300-EXIT
               WHEN ST-CREDIT
                   ADD 1 TO WS-CREDIT-IGNORED-COUNT
               WHEN ST-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE ST-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE ST-TOTAL        TO WS-TRAILER-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COBBATC2 - UNKNOWN STATEMENT RECORD TYPE "
                           ST-RECORD-TYPE " - SKIPPED"
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 250-PROVE-STATEMENT - THE TRAILER MUST CARRY THE COUNT AND
      *    TOTAL OF THE DEBITS READ. ONE THAT DOESN'T (OR NO TRAILER AT
      *    ALL) MARKS THE STATEMENT UNPROVEN: THE MATCHES STAND, BUT
      *    NO STALE FOLLOW-UP IS FILED OFF IT.
      *-----------------------------------------------------------------
       250-PROVE-STATEMENT.

           IF  WS-TRAILER-SEEN
           AND WS-TRAILER-COUNT = WS-DEBIT-COUNT
           AND WS-TRAILER-TOTAL = WS-DEBIT-TOTAL
               GO TO 250-EXIT
           END-IF.

           SET WS-STATEMENT-UNPROVEN TO TRUE.
           SET WS-RUN-INCOMPLETE     TO TRUE.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           IF  WS-TRAILER-SEEN THEN
               MOVE "TRAILER DOES NOT PROVE - STALE FOLLOW-UP HELD"
                 TO PL-S-TITLE
           ELSE
               MOVE "STATEMENT HAS NO TRAILER - STALE FOLLOW-UP HELD"
                 TO PL-S-TITLE
           END-IF.
           PERFORM 810-WRITE-SECTION.
           MOVE "  DEBITS READ"        TO PL-T-TEXT.
           MOVE WS-DEBIT-COUNT         TO PL-T-COUNT.
           MOVE WS-DEBIT-TOTAL         TO PL-T-AMOUNT.
           WRITE RECON-PRINT-LINE FROM PL-TOTAL.
           MOVE "  TRAILER"            TO PL-T-TEXT.
           MOVE WS-TRAILER-COUNT       TO PL-T-COUNT.
           MOVE WS-TRAILER-TOTAL       TO PL-T-AMOUNT.
           WRITE RECON-PRINT-LINE FROM PL-TOTAL.
           ADD 3 TO WS-WRITE-COUNT.
           DISPLAY "COBBATC2 - STATEMENT TRAILER DOES NOT PROVE THE "
                   "DEBITS READ".

       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-MATCH-ONE-DEBIT - FIND THE DEBIT'S CREDIT ON THE REGISTER
      *    BY PAYMENT REFERENCE. AN ISSUED LINE IS CLEARED, WITH ANY
      *    AMOUNT OR VALUE-DATE DIFFERENCE REPORTED; A LINE ALREADY
      *    FOLLOWED UP AS STALE IS CLEARED LATE; ANY OTHER STATE IS A
      *    DEBIT THAT SHOULD NOT HAVE HAPPENED AND IS ONLY REPORTED.
      *-----------------------------------------------------------------
       300-MATCH-ONE-DEBIT.

           MOVE SPACES           TO PL-DETAIL.
           MOVE ST-PAY-REF       TO PL-D-PAY-REF.
           MOVE ST-AMOUNT        TO PL-D-DEBITED.
           MOVE ST-VALUE-DATE    TO PL-D-DATE.

           IF  ST-PAY-REF = SPACES THEN
               ADD 1 TO WS-NO-ENTRY-COUNT
               MOVE ST-BANK-REF  TO PL-D-PAY-REF
               MOVE "NO PAYMENT REFERENCE ON THE DEBIT" TO PL-D-REMARK
               PERFORM 800-WRITE-DETAIL
               GO TO 300-EXIT
           END-IF.

           MOVE SPACES     TO PAYMENT-LINE-RECORD.
           MOVE ST-PAY-REF TO WS-PLN-PAY-REF.
           MOVE 1 TO CMD-CODE.
           MOVE PAYMENT-LINE-RECORD TO DATA-IN.
           CALL "APITPPAY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-NO-ENTRY-COUNT
               MOVE "NO REGISTER ENTRY FOR THIS REFERENCE"
                 TO PL-D-REMARK
               PERFORM 800-WRITE-DETAIL
               GO TO 300-EXIT
           END-IF.
           MOVE DATA-OUT TO PAYMENT-LINE-RECORD.

           MOVE WS-PLN-EMP-NO     TO PL-D-EMP-NO.
           MOVE WS-PLN-PYEARMONTH TO PL-D-PYEARMONTH.
           MOVE WS-PLN-AMOUNT     TO PL-D-ISSUED.

           EVALUATE TRUE
               WHEN WS-PLN-CLEARED
                   ADD 1 TO WS-PROBLEM-DEBIT-COUNT
                   MOVE "DUPLICATE DEBIT - ALREADY CLEARED"
                     TO PL-D-REMARK
                   PERFORM 800-WRITE-DETAIL
                   GO TO 300-EXIT
               WHEN WS-PLN-VOIDED
                   ADD 1 TO WS-PROBLEM-DEBIT-COUNT
                   MOVE "DEBIT ON A VOIDED FILE'S CREDIT"
                     TO PL-D-REMARK
                   PERFORM 800-WRITE-DETAIL
                   GO TO 300-EXIT
               WHEN WS-PLN-REJECTED
                   ADD 1 TO WS-PROBLEM-DEBIT-COUNT
                   MOVE "DEBIT ON REJECTED CREDIT - CHECK RETURN"
                     TO PL-D-REMARK
                   PERFORM 800-WRITE-DETAIL
                   GO TO 300-EXIT
               WHEN WS-PLN-STALE-REISSUED
               WHEN WS-PLN-WRITTEN-BACK
                   PERFORM 400-CANCEL-STALE-ITEM THRU 400-EXIT
           END-EVALUATE.

      *    ** the debit pays the line - cleared with what the bank
      *    ** actually took and when
           MOVE "C"           TO WS-PLN-STATUS.
           MOVE ST-VALUE-DATE TO WS-PLN-CLEARED-DATE.
           MOVE ST-AMOUNT     TO WS-PLN-CLEARED-AMOUNT.
           MOVE ST-BANK-REF   TO WS-PLN-BANK-REF.
           MOVE 3 TO CMD-CODE.
           MOVE PAYMENT-LINE-RECORD TO DATA-IN.
           CALL "APITPPAY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATC2 - CLEARED STAMP FAILED FOR "
                       WS-PLN-PAY-REF
           END-IF.
           ADD 1 TO WS-MATCHED-COUNT.

           IF  ST-AMOUNT NOT = WS-PLN-AMOUNT THEN
               ADD 1 TO WS-AMOUNT-DIFF-COUNT
               MOVE "AMOUNT DIFFERS FROM THE CREDIT ISSUED"
                 TO PL-D-REMARK
               PERFORM 800-WRITE-DETAIL
           END-IF.

           MOVE WS-PLN-ISSUE-DATE TO WS-CONV-DATE.
           PERFORM 340-CONVERT-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN    TO WS-ISSUE-DATE-JULIAN.
           MOVE ST-VALUE-DATE     TO WS-CONV-DATE.
           PERFORM 340-CONVERT-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN    TO WS-VALUE-DATE-JULIAN.
           COMPUTE WS-VALUE-LAG-DAYS =
                   WS-VALUE-DATE-JULIAN - WS-ISSUE-DATE-JULIAN.
           IF  WS-VALUE-LAG-DAYS < ZERO
           OR  WS-VALUE-LAG-DAYS > WS-VALUE-DATE-DAYS
               ADD 1 TO WS-VALUE-DATE-COUNT
               IF  WS-VALUE-LAG-DAYS < ZERO THEN
                   MOVE "VALUE DATE BEFORE THE CREDIT WAS ISSUED"
                     TO PL-D-REMARK
               ELSE
                   MOVE WS-VALUE-LAG-DAYS TO PL-D-DAYS
                   MOVE "VALUE DATE LATE AGAINST ISSUE DATE"
                     TO PL-D-REMARK
               END-IF
               PERFORM 800-WRITE-DETAIL
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 340-CONVERT-DATE-TO-JULIAN - A YYMMDD DATE IN WS-CONV-DATE TO
      *    ITS CONTINUOUS DAY NUMBER IN WS-CONV-JULIAN, THROUGH THE
      *    STANDARD COBDTE3 CONVERSION.
      *-----------------------------------------------------------------
       340-CONVERT-DATE-TO-JULIAN.

           MOVE WS-CONV-DATE         TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE(1:5)    TO  WS-CONV-YYDDD.
           PERFORM 350-CONVERT-YYDDD-TO-JULIAN THRU 350-EXIT.

       340-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-CONVERT-YYDDD-TO-JULIAN - SAME CONTINUOUS-DAY-NUMBER
      *    CONVERSION AS COBBAT06, SO AN AGE ACROSS A YEAR BOUNDARY
      *    COMES OUT RIGHT.
      *-----------------------------------------------------------------
       350-CONVERT-YYDDD-TO-JULIAN.

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

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-CANCEL-STALE-ITEM - A STALE PAYMENT HAS CLEARED AFTER ALL.
      *    ITS REISSUE OR WRITE-BACK ITEM, IF STILL OUTSTANDING ON THE
      *    APITPPRG CMD-CODE 6 CURSOR, IS CANCELLED (STATUS X) SO THE
      *    MONEY DOES NOT GO TWICE; ONE ALREADY PAID BY A SUPPLEMENTAL
      *    IS REPORTED FOR RECOVERY.
      *-----------------------------------------------------------------
       400-CANCEL-STALE-ITEM.

           ADD 1 TO WS-LATE-CLEAR-COUNT.
           MOVE "N"    TO WS-RSI-FOUND-SWITCH.
           MOVE "N"    TO WS-RSI-CURSOR-SWITCH.
           MOVE SPACES TO REISSUE-ITEM-RECORD.
           MOVE 6      TO CMD-CODE.

           PERFORM UNTIL WS-RSI-CURSOR-DONE OR WS-RSI-FOUND
               MOVE REISSUE-ITEM-RECORD TO DATA-IN
               CALL "APITPPRG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-RSI-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REISSUE-ITEM-RECORD
                   IF  (WS-RSI-OPEN OR WS-RSI-WRITE-BACK)
                   AND WS-RSI-REASON-CODE = "STAL"
                   AND WS-RSI-EMP-NO      = WS-PLN-EMP-NO
                   AND WS-RSI-PYEARMONTH  = WS-PLN-PYEARMONTH
                   AND WS-RSI-AMOUNT      = WS-PLN-AMOUNT
                       SET WS-RSI-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-RSI-FOUND THEN
               MOVE "X" TO WS-RSI-STATUS
               MOVE 7 TO CMD-CODE
               MOVE REISSUE-ITEM-RECORD TO DATA-IN
               CALL "APITPPRG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COBBATC2 - STALE ITEM CANCEL FAILED FOR "
                           WS-PLN-EMP-NO
                   MOVE "CLEARED LATE - CANCEL STALE ITEM BY HAND"
                     TO PL-D-REMARK
               ELSE
                   MOVE "CLEARED LATE - STALE ITEM CANCELLED"
                     TO PL-D-REMARK
               END-IF
           ELSE
               IF  WS-PLN-STALE-REISSUED THEN
                   MOVE "CLEARED AFTER REISSUE - RECOVER PAYMENT"
                     TO PL-D-REMARK
               ELSE
                   MOVE "CLEARED AFTER WRITE-BACK - REVERSE IT"
                     TO PL-D-REMARK
               END-IF
           END-IF.
           PERFORM 800-WRITE-DETAIL.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-SWEEP-UNCLEARED - WALK THE WHOLE REGISTER (APITPPAY
      *    CMD-CODE 4) FOR EVERY LINE STILL ISSUED AFTER THIS
      *    STATEMENT: REPORTED WITH ITS AGE, AND FOLLOWED UP ONCE IT
      *    IS PAST THE STALE THRESHOLD.
      *-----------------------------------------------------------------
       500-SWEEP-UNCLEARED.

           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           ADD 1 TO WS-WRITE-COUNT.
           MOVE "PAYMENTS NOT YET CLEARED" TO PL-S-TITLE.
           PERFORM 810-WRITE-SECTION.

           MOVE SPACES TO PAYMENT-LINE-RECORD.
           MOVE 4      TO CMD-CODE.

           PERFORM UNTIL WS-PLN-CURSOR-DONE
               MOVE PAYMENT-LINE-RECORD TO DATA-IN
               CALL "APITPPAY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-PLN-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PAYMENT-LINE-RECORD
                   ADD 1 TO WS-LINE-COUNT
                   IF  WS-PLN-ISSUED THEN
                       PERFORM 600-AGE-ONE-LINE THRU 600-EXIT
                   END-IF
      *            ** restore the cursor command after the follow-up
      *            ** reused it against its own gateways
                   MOVE 4 TO CMD-CODE
               END-IF
           END-PERFORM.

           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE "  UNCLEARED PAYMENTS"  TO PL-T-TEXT.
           MOVE WS-UNCLEARED-COUNT      TO PL-T-COUNT.
           MOVE WS-UNCLEARED-TOTAL      TO PL-T-AMOUNT.
           WRITE RECON-PRINT-LINE FROM PL-TOTAL.
           ADD 2 TO WS-WRITE-COUNT.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-AGE-ONE-LINE - ONE UNCLEARED PAYMENT ON THE REPORT, AND ON
      *    TO THE STALE FOLLOW-UP IF IT IS OLD ENOUGH.
      *-----------------------------------------------------------------
       600-AGE-ONE-LINE.

           ADD 1             TO WS-UNCLEARED-COUNT.
           ADD WS-PLN-AMOUNT TO WS-UNCLEARED-TOTAL.

           MOVE WS-PLN-ISSUE-DATE TO WS-CONV-DATE.
           PERFORM 340-CONVERT-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN    TO WS-ISSUE-DATE-JULIAN.
           COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-JULIAN - WS-ISSUE-DATE-JULIAN.

           MOVE SPACES            TO PL-DETAIL.
           MOVE WS-PLN-PAY-REF    TO PL-D-PAY-REF.
           MOVE WS-PLN-EMP-NO     TO PL-D-EMP-NO.
           MOVE WS-PLN-PYEARMONTH TO PL-D-PYEARMONTH.
           MOVE WS-PLN-AMOUNT     TO PL-D-ISSUED.
           MOVE WS-PLN-ISSUE-DATE TO PL-D-DATE.
           IF  WS-AGE-DAYS > ZERO THEN
               MOVE WS-AGE-DAYS   TO PL-D-DAYS
           END-IF.

           IF  WS-AGE-DAYS NOT > WS-STALE-DAYS THEN
               MOVE "NOT YET CLEARED" TO PL-D-REMARK
               PERFORM 800-WRITE-DETAIL
               GO TO 600-EXIT
           END-IF.

           IF  WS-STATEMENT-UNPROVEN THEN
               ADD 1 TO WS-STALE-HELD-COUNT
               MOVE "STALE - HELD, STATEMENT UNPROVEN"
                 TO PL-D-REMARK
               PERFORM 800-WRITE-DETAIL
               GO TO 600-EXIT
           END-IF.

           PERFORM 700-FOLLOW-UP-STALE THRU 700-EXIT.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-FOLLOW-UP-STALE - A STALE PAYMENT THROUGH THE REISSUE
      *    CONTROL. A SERVING EMPLOYEE GETS AN OPEN REISSUE ITEM THE
      *    NEXT COBBAT58 SUPPLEMENTAL PAYS TO THE CURRENT VERIFIED
      *    ACCOUNT; A LEAVER, OR AN EMP-NO NO LONGER ON FILE, A WRITE-
      *    BACK ITEM. THE LINE IS MARKED S OR W SO IT IS FOLLOWED UP
      *    ONCE ONLY.
      *-----------------------------------------------------------------
       700-FOLLOW-UP-STALE.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-PLN-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
           ELSE
      *        ** an EMP-NO no longer on file has nobody to reissue
      *        ** to - it goes the leaver's way
               MOVE SPACES TO WS-EMP-NAME
               MOVE 1      TO WS-EMP-DATE-TERMINATED
           END-IF.
           IF  WS-EMP-DATE-TERMINATED IS NOT NUMERIC THEN
               MOVE ZERO TO WS-EMP-DATE-TERMINATED
           END-IF.

           MOVE SPACES            TO REISSUE-ITEM-RECORD.
           MOVE WS-PLN-EMP-NO     TO WS-RSI-EMP-NO.
           MOVE WS-PLN-PYEARMONTH TO WS-RSI-PYEARMONTH.
           MOVE WS-PLN-AMOUNT     TO WS-RSI-AMOUNT.
           MOVE "STAL"            TO WS-RSI-REASON-CODE.
           IF  WS-EMP-DATE-TERMINATED = ZERO THEN
               MOVE "R" TO WS-RSI-STATUS
               MOVE "S" TO WS-PLN-STATUS
           ELSE
               MOVE "W" TO WS-RSI-STATUS
               MOVE "W" TO WS-PLN-STATUS
           END-IF.
           MOVE 5 TO CMD-CODE.
           MOVE REISSUE-ITEM-RECORD TO DATA-IN.
           CALL "APITPPRG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATC2 - STALE ITEM FILING FAILED FOR "
                       WS-PLN-PAY-REF
               MOVE "STALE - REISSUE FILING FAILED" TO PL-D-REMARK
               PERFORM 800-WRITE-DETAIL
               GO TO 700-EXIT
           END-IF.

           MOVE 3 TO CMD-CODE.
           MOVE PAYMENT-LINE-RECORD TO DATA-IN.
           CALL "APITPPAY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATC2 - STALE STAMP FAILED FOR "
                       WS-PLN-PAY-REF
           END-IF.

           MOVE WS-PLN-PAY-REF    TO SL-PAY-REF.
           MOVE WS-PLN-EMP-NO     TO SL-EMP-NO.
           MOVE WS-EMP-NAME       TO SL-EMP-NAME.
           MOVE WS-PLN-PYEARMONTH TO SL-PYEARMONTH.
           MOVE WS-PLN-AMOUNT     TO SL-AMOUNT.
           MOVE WS-PLN-ISSUE-DATE TO SL-ISSUE-DATE.
           MOVE WS-AGE-DAYS       TO SL-DAYS.
           IF  WS-RSI-OPEN THEN
               ADD 1 TO WS-REISSUE-COUNT
               MOVE "REISSUE"    TO SL-ACTION
               MOVE "STALE - FILED FOR REISSUE" TO PL-D-REMARK
           ELSE
               ADD 1 TO WS-WRITE-BACK-COUNT
               MOVE "WRITE-BACK" TO SL-ACTION
               MOVE "STALE - FILED FOR WRITE-BACK" TO PL-D-REMARK
           END-IF.
           WRITE STALE-LIST-RECORD.
           PERFORM 800-WRITE-DETAIL.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 800-WRITE-DETAIL - ONE DETAIL LINE ON THE REPORT.
      *-----------------------------------------------------------------
       800-WRITE-DETAIL.

           WRITE RECON-PRINT-LINE FROM PL-DETAIL.
           ADD 1 TO WS-WRITE-COUNT.
           MOVE SPACES TO PL-D-REMARK.

      *-----------------------------------------------------------------
      * 810-WRITE-SECTION - A SECTION TITLE ON THE REPORT.
      *-----------------------------------------------------------------
       810-WRITE-SECTION.

           WRITE RECON-PRINT-LINE FROM PL-SECTION.
           ADD 1 TO WS-WRITE-COUNT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - THE CONTROL TOTALS, CLOSE THE FILES, LOG THE
      *    RUN, AND DISPLAY THE RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           IF  NOT WS-RUN-FAILED THEN
               MOVE SPACES TO RECON-PRINT-LINE
               WRITE RECON-PRINT-LINE
               MOVE "CONTROL TOTALS" TO PL-S-TITLE
               PERFORM 810-WRITE-SECTION
               MOVE "  STATEMENT DEBITS READ"     TO PL-T-TEXT
               MOVE WS-DEBIT-COUNT                TO PL-T-COUNT
               MOVE WS-DEBIT-TOTAL                TO PL-T-AMOUNT
               WRITE RECON-PRINT-LINE FROM PL-TOTAL
               MOVE ZERO                          TO PL-T-AMOUNT
               MOVE "  DEBITS CLEARING A REGISTER LINE" TO PL-T-TEXT
               MOVE WS-MATCHED-COUNT              TO PL-T-COUNT
               WRITE RECON-PRINT-LINE FROM PL-TOTAL
               MOVE "  DEBITS WITH NO REGISTER ENTRY" TO PL-T-TEXT
               MOVE WS-NO-ENTRY-COUNT             TO PL-T-COUNT
               WRITE RECON-PRINT-LINE FROM PL-TOTAL
               MOVE "  AMOUNT DIFFERENCES"        TO PL-T-TEXT
               MOVE WS-AMOUNT-DIFF-COUNT          TO PL-T-COUNT
               WRITE RECON-PRINT-LINE FROM PL-TOTAL
               MOVE "  VALUE DATES OUTSIDE THE WINDOW" TO PL-T-TEXT
               MOVE WS-VALUE-DATE-COUNT           TO PL-T-COUNT
               WRITE RECON-PRINT-LINE FROM PL-TOTAL
               MOVE "  DUPLICATE/VOIDED/REJECTED DEBITS" TO PL-T-TEXT
               MOVE WS-PROBLEM-DEBIT-COUNT        TO PL-T-COUNT
               WRITE RECON-PRINT-LINE FROM PL-TOTAL
               MOVE "  STALE PAYMENTS CLEARED LATE" TO PL-T-TEXT
               MOVE WS-LATE-CLEAR-COUNT           TO PL-T-COUNT
               WRITE RECON-PRINT-LINE FROM PL-TOTAL
               MOVE "  STALE - FILED FOR REISSUE" TO PL-T-TEXT
               MOVE WS-REISSUE-COUNT              TO PL-T-COUNT
               WRITE RECON-PRINT-LINE FROM PL-TOTAL
               MOVE "  STALE - FILED FOR WRITE-BACK" TO PL-T-TEXT
               MOVE WS-WRITE-BACK-COUNT           TO PL-T-COUNT
               WRITE RECON-PRINT-LINE FROM PL-TOTAL
               MOVE "  STALE - FOLLOW-UP HELD"    TO PL-T-TEXT
               MOVE WS-STALE-HELD-COUNT           TO PL-T-COUNT
               WRITE RECON-PRINT-LINE FROM PL-TOTAL
               ADD 11 TO WS-WRITE-COUNT
               CLOSE RECON-PRINT-FILE
               CLOSE STALE-LIST-FILE
           END-IF.

           COMPUTE WS-ERROR-COUNT = WS-ERROR-COUNT
                 + WS-NO-ENTRY-COUNT + WS-AMOUNT-DIFF-COUNT
                 + WS-PROBLEM-DEBIT-COUNT.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS     TO WS-RC-END-TIME.
           MOVE WS-RECORD-COUNT    TO WS-RC-READ-COUNT.
           MOVE WS-MATCHED-COUNT   TO WS-RC-SELECT-COUNT.
           MOVE WS-WRITE-COUNT     TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT     TO WS-RC-ERROR-COUNT.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE "REFUSED "    TO WS-RC-STATUS
               WHEN WS-RUN-INCOMPLETE
                   MOVE "PARTIAL "    TO WS-RC-STATUS
               WHEN OTHER
                   MOVE "COMPLETE"    TO WS-RC-STATUS
           END-EVALUATE.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-DEBIT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC2 - " WS-COUNT-DISPLAY
                   " STATEMENT DEBITS READ".
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC2 - " WS-COUNT-DISPLAY
                   " PAYMENTS CLEARED".
           MOVE WS-NO-ENTRY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC2 - " WS-COUNT-DISPLAY
                   " DEBITS WITH NO REGISTER ENTRY".
           MOVE WS-AMOUNT-DIFF-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC2 - " WS-COUNT-DISPLAY
                   " AMOUNT DIFFERENCES".
           MOVE WS-UNCLEARED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-UNCLEARED-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATC2 - " WS-COUNT-DISPLAY
                   " PAYMENTS NOT YET CLEARED, " WS-AMOUNT-DISPLAY.
           MOVE WS-REISSUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC2 - " WS-COUNT-DISPLAY
                   " STALE PAYMENTS FILED FOR REISSUE".
           MOVE WS-WRITE-BACK-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC2 - " WS-COUNT-DISPLAY
                   " STALE PAYMENTS FILED FOR WRITE-BACK".
           MOVE WS-STALE-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC2 - " WS-COUNT-DISPLAY
                   " STALE PAYMENTS HELD".

           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-INCOMPLETE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

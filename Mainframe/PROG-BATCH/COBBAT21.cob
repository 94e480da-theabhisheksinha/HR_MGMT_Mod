      *               RULE THE COBBAT20 RECONCILIATION CHECKS - APPROVED
      *               DAYS TAKEN IN EXCESS OF THE AVAILABLE ENTITLEMENT),
      *               AND ANY KEYED BONUS/COMMISSION ENTRIES CARRIED IN
      *               FROM THE BONUS ENTRY FILE, ON TOP OF THE
      *               PLAN COMMISSION COBBAT82 BOOKED FOR THE MONTH ON
      *               APITPCOM. A TRIAL RUN PRINTS THE
      *               PROOF REPORT AND DEPARTMENT CONTROL TOTALS WITHOUT
      *               WRITING A SINGLE PAY ROW, AND ALSO CUTS THE
      *               EXCEPTION REGISTER PAYROLL SIGNS OFF BEFORE THE
      *               LIVE RUN WRITES THROUGH THE NEW APITP015
      *               CMD-CODE 5 INSERT AND SKIPS ANY EMPLOYEE WHOSE
      *               MONTH IS ALREADY ON FILE, SO A RERUN CAN'T
      *               DOUBLE-PAY ANYONE. COURT-ORDERED WAGE
      *               GARNISHMENTS (THE COBCIO78 ORDERS ON APITPGRN)
      *               ARE TAKEN AFTER TAX AND THE STATUTORY DEDUCTION,
      *               HIGHEST PRIORITY FIRST, AND NEVER INTO THE
      *               PROTECTED EARNINGS - THE GARNPROTECT FLOOR AND
      *               THE GARNMAXPCT SHARE OF DISPOSABLE PAY OFF THE
      *               CENTRAL PARAMETER FILE. THE LIVE RUN RUNS EACH
      *               ORDER'S BALANCE DOWN, CLOSES A SATISFIED ORDER,
      *               AND FILES THE MONTH'S DEDUCTION ROW (APITPGRD)
      *               THE COBBATA0 REMITTANCE RUN PAYS OUT TO EACH
      *               PAYEE. WITHHOLDING IS ON GROSS LESS A TWELFTH OF
      *               THE EMPLOYEE'S TAX-SAVING DECLARATIONS FOR THE
      *               YEAR (APITPTSD - FILED THROUGH COBSV008, PROOFS
      *               VERIFIED ON COBCIO79). PAST THE TAXPROOFMM MONTH
      *               ONLY VERIFIED PROOF AMOUNTS COUNT; COBBAT22 TRUES
      *               UP THE DIFFERENCE AT YEAR END. SALARY IS PAID
      *               AS ITS EARNINGS COMPONENTS - EACH ALLOWANCE THE
      *               EMPLOYEE HOLDS ON APITPECA (KEYED ON COBCIO81)
      *               PRORATED ON ITS OWN, BASIC (BASC) THE REST OF
      *               EMP-SALARY - WITH THE COMPONENT MASTER'S
      *               (APITPECM, COBCIO80) TAX AND FUND FLAGS DECIDING
      *               WHAT IS TAXED AND WHAT THE STATUTORY FUND
      *               PERCENT IS TAKEN ON. THE LIVE RUN FILES ONE
      *               APITPPEC ROW PER COMPONENT PAID. AN EMPLOYEE
      *               WITH A WORK PERMIT OR VISA ON FILE (APITPIDD,
      *               KEYED ON COBCIO83) BUT NONE STILL IN DATE IS
      *               HELD - NO PAY ROW, A HELD LINE ON THE PROOF
      *               REPORT AND, ON THE TRIAL RUN, A REGISTER LINE
      *               FOR HR TO CLEAR BY FILING THE RENEWAL. AT MONTH
      *               END THE RUN NO LONGER FITS THE WINDOW AS ONE
      *               SERIAL PASS, SO IT CAN RUN AS EMP-ID RANGE
      *               PARTITIONS SIDE BY SIDE - COBBAT17 SUBMITS ONE
      *               JOB PER PARTITION, EACH WITH A PARTITION NUMBER
      *               ON ITS RUN CARD. A PARTITION PAYS ONLY THE
      *               EMPLOYEES ABOVE THE PARTHIGH BOUNDARY OF THE
      *               PARTITION BEFORE IT AND UP TO ITS OWN (CENTRAL
      *               PARAMETER FILE, THE LAST PARTITION OPEN-ENDED),
      *               CHECKPOINTS ITSELF ON APITPCKP SO A FAILED
      *               PARTITION IS RERUN ALONE FROM WHERE IT STOPPED,
      *               REPORTS ITS STATE ON ITS APITPPTN PARTITION ROW,
      *               AND WRITES AN UNEDITED PAY EXTRACT. THE COBBATB9
      *               MERGE THEN BUILDS THE ONE PROOF REPORT, EXCEPTION
      *               REGISTER, DEPARTMENT TOTALS AND CONTROL TOTAL,
      *               AND MOVES THE PERIOD TO COMPUTED. A RUN CARD
      *               WITH NO PARTITION NUMBER IS THE SERIAL RUN, AS
      *               BEFORE. A PARTITION WHOSE PREDECESSOR HAS NO
      *               PARTHIGH BOUNDARY PAYS NOBODY - IT FILES ITS ROW
      *               FAILED AND ENDS RC 16 RATHER THAN PAY FROM THE
      *               FIRST EMPLOYEE OVER THE EARLIER PARTITIONS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *    ** payroll sign-off - empty on a live run
           SELECT PAY-EXCEPTION-FILE ASSIGN TO PAYEXCP
               ORGANIZATION IS SEQUENTIAL.
      *    ** a partition's unedited pay lines for the COBBATB9 merge -
      *    ** never opened on the serial run
           SELECT PAY-EXTRACT-FILE ASSIGN TO PAYWORK
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-TAXWITHHELD              PIC ZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-GARNDED                  PIC ZZZZZZ9.99-.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-LOP                      PIC ZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PP-REMARK                   PIC X(20).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  XR-REASON                   PIC X(24).

      *    ** one per proof line, plus a restart marker where a rerun
      *    ** picked up from a checkpoint and a trailer at clean end -
      *    ** the COBBATB9 merge drops the lines a restart replayed
       FD  PAY-EXTRACT-FILE
           RECORDING MODE IS F.
       01  PAY-EXTRACT-RECORD.
      *        ** D = PAY LINE, R = RESTART MARKER, T = TRAILER
           03  PX-REC-TYPE                 PIC X(1).
           03  PX-PART-NO                  PIC 9(2).
           03  PX-EMP-NO                   PIC X(6).
           03  PX-DEPT-CODE                PIC X(4).
           03  PX-SALARYPAID               PIC S9(7)V9(2) COMP-3.
           03  PX-BONUSPAID                PIC S9(7)V9(2) COMP-3.
           03  PX-COMMPAID                 PIC S9(7)V9(2) COMP-3.
           03  PX-TAXWITHHELD              PIC S9(7)V9(2) COMP-3.
           03  PX-GARNDED                  PIC S9(7)V9(2) COMP-3.
           03  PX-NET                      PIC S9(9)V9(2) COMP-3.
           03  PX-LOP                      PIC S9(4) COMP.
      *        ** P = PAID, T = TRIAL, S = ALREADY PAID, H = HELD
           03  PX-OUTCOME                  PIC X(1).
           03  PX-REMARK                   PIC X(20).
           03  FILLER                      PIC X(13).

       WORKING-STORAGE SECTION.

      *    ** same layout COBCIOP7/COBBAT12/14 carry - EMP-SALARY is
      *        ** appended past the deduction tail so existing readers
      *        ** are undisturbed
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
      *        ** the month's court-ordered garnishment, all orders
      *        ** together - appended past the overtime element
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
      *        ** the month's tax-saving exemption taken off gross
      *        ** before the band was chosen, and the year-end
      *        ** true-up COBBAT22 posts on the year's final month
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
      *        ** the end-of-service gratuity the COBCIO57 final
      *        ** settlement pays - appended past the tax tail
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** same LEAVE-MASTER-RECORD shape as COBCIO14/COBBAT02/03
       01  LEAVE-MASTER-RECORD.
       01  WS-TAX-BAND-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-STATUTORY-DED                PIC S9(5)V9(2) COMP-3
                                           VALUE +0.
      *    ** a statutory card carrying a rate takes that percent of
      *    ** the fund-eligible components instead of the flat amount
       01  WS-STATUTORY-PCT                PIC S9(2)V9(2) COMP-3
                                           VALUE +0.
       01  WS-GROSS-PAY                    PIC S9(9)V9(2) COMP-3.
       01  WS-APPLIED-RATE                 PIC S9(2)V9(2) COMP-3.
       01  WS-APPLIED-FLOOR                PIC S9(7)V9(2) COMP-3.

      *    ** run-mode card from SYSIN - "TRIAL" prints the proof
      *    ** report without writing a single pay row, anything else
      *    ** is the live run. A partition number in columns 7-8 makes
      *    ** this run that one partition; blank is the serial run.
       01  WS-RUN-CARD.
           03  WS-RUN-MODE                 PIC X(5).
               88  WS-TRIAL-RUN                VALUE "TRIAL".
           03  FILLER                      PIC X(1).
           03  WS-RUN-PARTITION            PIC X(2).

      *    ** the partition this run pays - the EMP-IDs after the
      *    ** previous partition's PARTHIGH boundary up to and
      *    ** including its own. The serial run's range is everyone.
       01  WS-PARTITION-SWITCH             PIC X VALUE "N".
           88  WS-PARTITIONED                  VALUE "Y".
       01  WS-PART-NO                      PIC 9(2) VALUE 0.
       01  WS-PART-AFTER-EMP               PIC X(6) VALUE LOW-VALUES.
       01  WS-PART-THRU-EMP                PIC X(6) VALUE HIGH-VALUES.
       01  WS-PART-BOUND                   PIC 9(6).
       01  WS-PART-AFTER-SWITCH            PIC X VALUE "Y".
           88  WS-PART-AFTER-MISSING           VALUE "N".
       01  WS-PART-PRM-NAME.
           03  FILLER                      PIC X(8) VALUE "PARTHIGH".
           03  WS-PART-PRM-NO              PIC 9(2).
           03  FILLER                      PIC X(2) VALUE SPACES.

      *    ** one partition's row on the APITPPTN gateway (CMD-CODE 1
      *    ** READ BY JOB AND PARTITION, 2 ADD, 3 CHANGE). COBBAT17
      *    ** FILES IT SUBMITTED, THE PARTITION RUNNING AND THEN
      *    ** COMPLETE OR FAILED, COBBATB9 MERGED.
       01  PARTITION-RECORD.
           10 WS-PTN-JOB-NAME         PIC X(8).
           10 WS-PTN-PART-NO          PIC 9(2).
           10 WS-PTN-RUN-DATE         PIC 9(6).
      *        ** S = SUBMITTED, R = RUNNING, C = COMPLETE, F = FAILED,
      *        ** M = MERGED
           10 WS-PTN-STATUS           PIC X(1).
           10 WS-PTN-SUBMIT-TIME      PIC 9(6).
           10 WS-PTN-START-TIME       PIC 9(6).
           10 WS-PTN-END-TIME         PIC 9(6).
           10 WS-PTN-RUN-MODE         PIC X(5).
           10 WS-PTN-PYEARMONTH       PIC X(6).
           10 WS-PTN-AFTER-EMP        PIC X(6).
           10 WS-PTN-THRU-EMP         PIC X(6).
           10 WS-PTN-EMP-COUNT        PIC S9(7) COMP.
           10 WS-PTN-PAID-COUNT       PIC S9(7) COMP.
           10 WS-PTN-SKIPPED-COUNT    PIC S9(7) COMP.
           10 WS-PTN-HELD-COUNT       PIC S9(7) COMP.
           10 WS-PTN-GARN-TAKEN       PIC S9(7) COMP.
           10 WS-PTN-GARN-CLOSED      PIC S9(7) COMP.
           10 WS-PTN-PEC-WRITTEN      PIC S9(7) COMP.
           10 WS-PTN-RESTART-COUNT    PIC S9(4) COMP.
       01  WS-PTN-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-PTN-FOUND                    VALUE "Y".

      *    ** a partition's restart checkpoint (APITPCKP - CMD-CODE 1
      *    ** READ BY JOB NAME, 2 WRITE/REPLACE, 3 DELETE), one per
      *    ** partition under its own PAY21Pnn name, written every
      *    ** WS-CHECKPOINT-INTERVAL employees so a failed partition
      *    ** reruns from there, not from the top of its range
       01  CHECKPOINT-RECORD.
           03  WS-CKP-JOB-NAME.
               05  FILLER                  PIC X(6) VALUE "PAY21P".
               05  WS-CKP-PART-NO          PIC 9(2).
           03  WS-CKP-LAST-EMP-NO          PIC X(6).
           03  WS-CKP-COUNT-1              PIC S9(7) COMP.
           03  WS-CKP-COUNT-2              PIC S9(7) COMP.
           03  WS-CKP-COUNT-3              PIC S9(7) COMP.
      *        ** appended past the shared shape - a checkpoint only
      *        ** resumes the same pay month in the same run mode
           03  WS-CKP-PYEARMONTH           PIC X(6).
           03  WS-CKP-RUN-MODE             PIC X(5).
           03  WS-CKP-HELD-COUNT           PIC S9(7) COMP.
       01  WS-CHECKPOINT-INTERVAL          PIC S9(4) COMP VALUE +100.
       01  WS-SINCE-CHECKPOINT             PIC S9(4) COMP VALUE +0.
       01  WS-RESTART-SWITCH               PIC X VALUE "N".
           88  WS-RESTARTED                    VALUE "Y".
      *    ** what the merge recognises as a restart marker on the
      *    ** exception register
       01  WS-RESTART-REASON               PIC X(24) VALUE
               "RESTARTED AT CHECKPOINT".

      *    ** last month's pay row, read for the trial run's month-on-
      *    ** month net comparison - kept apart from the record being
           10 WS-LM-BENDED            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LM-LOANDED           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LM-OTPAID            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LM-GARNDED           PIC S9(7)V9(2) USAGE COMP-3.

      *    ** a trial-run net that moved more than this many percent
      *    ** against last month goes on the exception register
           10 WS-OTM-PYEARMONTH       PIC X(6).
           10 WS-OTM-HOURS            PIC S9(4)V9(2) USAGE COMP-3.
           10 WS-OTM-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the priced commission month COBBAT82 booked ahead of
      *    ** this run - no row just means no commission earned
       01  COMM-MONTH-RECORD.
           10 WS-CMM-EMP-NO           PIC X(6).
           10 WS-CMM-PYEARMONTH       PIC X(6).
           10 WS-CMM-REVENUE          PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-CMM-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.

      *    ** one court order on the APITPGRN gateway COBCIO78
      *    ** maintains - CMD-CODE 4 IS THE PER-EMPLOYEE CURSOR, 3 THE
      *    ** CHANGE THAT RUNS THE BALANCE DOWN
       01  GARNISH-ORDER-RECORD.
           10 WS-GRN-EMP-NO           PIC X(6).
           10 WS-GRN-CASE-NO          PIC X(12).
           10 WS-GRN-PAYEE-NAME       PIC X(30).
           10 WS-GRN-PAYEE-ACCT       PIC X(20).
      *        ** F = FIXED AMOUNT A MONTH, P = PERCENT OF DISPOSABLE
           10 WS-GRN-TYPE             PIC X(1).
           10 WS-GRN-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRN-PCT              PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-GRN-TOTAL-OWED       PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRN-BALANCE          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRN-PRIORITY         PIC 9(2).
           10 WS-GRN-START-DATE       PIC 9(6).
      *        ** A = ACTIVE, C = CLOSED (SATISFIED), W = WITHDRAWN
           10 WS-GRN-STATUS           PIC X(1).
               88  WS-GRN-ACTIVE          VALUE "A".
           10 WS-GRN-LAST-YEARMONTH   PIC X(6).
           10 WS-GRN-CLOSE-DATE       PIC 9(6).
           10 WS-GRN-OPID             PIC X(3).

      *    ** one row per order per pay month on the new APITPGRD
      *    ** gateway (CMD-CODE 2 ADD, 4 MONTH CURSOR IN PAYEE ORDER)
      *    ** - what COBBATA0 remits and registers
       01  GARNISH-DEDUCT-RECORD.
           10 WS-GRD-PYEARMONTH       PIC X(6).
           10 WS-GRD-PAYEE-NAME       PIC X(30).
           10 WS-GRD-CASE-NO          PIC X(12).
           10 WS-GRD-EMP-NO           PIC X(6).
           10 WS-GRD-PAYEE-ACCT       PIC X(20).
           10 WS-GRD-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRD-BALANCE-AFTER    PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the employee's orders due this month, held while the pay
      *    ** row is built and posted only once it is on file
       01  WS-GARN-TABLE.
           03  WS-GARN-ENTRY OCCURS 10 TIMES INDEXED BY GARN-IX.
               05  WS-GT-ORDER-IMAGE       PIC X(111).
               05  WS-GT-PRIORITY          PIC 9(2).
               05  WS-GT-START-DATE        PIC 9(6).
               05  WS-GT-TAKE              PIC S9(7)V9(2) COMP-3.
               05  WS-GT-PICKED            PIC X(1).
       01  WS-GARN-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-GARN-BEST                    PIC S9(4) COMP.
       01  WS-GARN-PASS                    PIC S9(4) COMP.
       01  WS-GARN-CURSOR-SWITCH           PIC X.
           88  WS-GARN-CURSOR-DONE             VALUE "Y".
       01  WS-GARN-SHORT-SWITCH            PIC X VALUE "N".
           88  WS-GARN-SHORT                   VALUE "Y".
       01  WS-DISPOSABLE-PAY               PIC S9(9)V9(2) COMP-3.
       01  WS-GARN-AVAILABLE               PIC S9(9)V9(2) COMP-3.
       01  WS-GARN-CAP                     PIC S9(9)V9(2) COMP-3.
       01  WS-GARN-DUE                     PIC S9(9)V9(2) COMP-3.
      *    ** protected earnings - disposable pay below the floor is
      *    ** never attached, and no more than the percent share of
      *    ** disposable pay goes to the orders in total. GARNPROTECT
      *    ** AND GARNMAXPCT ON APITPPRM OVERRIDE THESE DEFAULTS.
       01  WS-GARN-PROTECT-AMT             PIC S9(7)V9(2) COMP-3
                                           VALUE +0.
       01  WS-GARN-MAX-PCT                 PIC S9(3)V9(2) COMP-3
                                           VALUE +50.
       01  WS-GARN-TAKEN-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-GARN-CLOSED-COUNT            PIC S9(7) COMP VALUE +0.

      *    ** one tax-saving declaration per employee, tax year and
      *    ** category on the APITPTSD gateway COBSV008 files and
      *    ** COBCIO79 verifies - CMD-CODE 4 IS THE PER-EMPLOYEE
      *    ** CURSOR
       01  TAX-DECLARATION-RECORD.
           10 WS-TSD-EMP-NO           PIC X(6).
           10 WS-TSD-TAX-YEAR         PIC 9(4).
           10 WS-TSD-CATEGORY         PIC X(4).
           10 WS-TSD-DECLARED-AMT     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TSD-PROOF-AMT        PIC S9(7)V9(2) USAGE COMP-3.
      *        ** N = NOT YET VERIFIED, Y = VERIFIED, R = REJECTED
           10 WS-TSD-VERIFIED         PIC X(1).
               88  WS-TSD-IS-VERIFIED     VALUE "Y".
               88  WS-TSD-IS-REJECTED     VALUE "R".
           10 WS-TSD-SUBMIT-DATE      PIC 9(6).
           10 WS-TSD-VERIFY-DATE      PIC 9(6).
           10 WS-TSD-VERIFY-OPID      PIC X(3).
       01  WS-TSD-CURSOR-SWITCH            PIC X.
           88  WS-TSD-CURSOR-DONE              VALUE "Y".
      *    ** the year's declarations that count this month, and the
      *    ** twelfth of them taken off this month's gross
       01  WS-ANNUAL-EXEMPTION             PIC S9(9)V9(2) COMP-3.
       01  WS-TAXABLE-PAY                  PIC S9(9)V9(2) COMP-3.
      *    ** last month of the tax year in which a declared amount
      *    ** still counts unproven - TAXPROOFMM ON APITPPRM
      *    ** OVERRIDES IT
       01  WS-TAX-PROOF-MM                 PIC 9(2) VALUE 10.

      *    ** the earnings component master on the APITPECM gateway
      *    ** COBCIO80 maintains - CMD-CODE 4 IS THE FULL CURSOR. EACH
      *    ** COMPONENT CARRIES ITS OWN TAX AND FUND TREATMENT AND THE
      *    ** GL ACCOUNT COBBAT25 POSTS IT TO
       01  EARNING-COMPONENT-RECORD.
           10 WS-ECM-CODE             PIC X(4).
           10 WS-ECM-DESC             PIC X(30).
           10 WS-ECM-TAXABLE          PIC X(1).
           10 WS-ECM-FUND             PIC X(1).
           10 WS-ECM-GL-ACCOUNT       PIC X(8).
           10 WS-ECM-MAINT-DATE       PIC 9(6).
           10 WS-ECM-OPID             PIC X(3).
      *    ** one allowance held by an employee from an effective date
      *    ** (end date zero while it is still open) on the APITPECA
      *    ** gateway COBCIO81 maintains - CMD-CODE 4 IS THE
      *    ** PER-EMPLOYEE CURSOR
       01  EMP-COMPONENT-RECORD.
           10 WS-ECA-EMP-NO           PIC X(6).
           10 WS-ECA-CODE             PIC X(4).
           10 WS-ECA-EFF-DATE         PIC 9(6).
           10 WS-ECA-END-DATE         PIC 9(6).
           10 WS-ECA-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-ECA-MAINT-DATE       PIC 9(6).
           10 WS-ECA-OPID             PIC X(3).
      *    ** what each component paid in the month, filed on the
      *    ** APITPPEC gateway with the master's flags as they stood
      *    ** when it was paid
       01  PAY-COMPONENT-RECORD.
           10 WS-PEC-EMP-NO           PIC X(6).
           10 WS-PEC-PYEARMONTH       PIC X(6).
           10 WS-PEC-CODE             PIC X(4).
           10 WS-PEC-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PEC-TAXABLE          PIC X(1).
           10 WS-PEC-FUND             PIC X(1).
           10 WS-PEC-GL-ACCOUNT       PIC X(8).
       01  WS-ECA-CURSOR-SWITCH            PIC X.
           88  WS-ECA-CURSOR-DONE              VALUE "Y".
       01  WS-ECM-CURSOR-SWITCH            PIC X VALUE "N".
           88  WS-ECM-CURSOR-DONE              VALUE "Y".
      *    ** the component master rolled into storage at start of
      *    ** run
       01  WS-COMP-MASTER-TABLE.
           03  WS-CM-ENTRY OCCURS 30 TIMES INDEXED BY CM-IX.
               05  WS-CM-CODE              PIC X(4).
               05  WS-CM-TAXABLE           PIC X(1).
               05  WS-CM-FUND              PIC X(1).
               05  WS-CM-GL-ACCOUNT        PIC X(8).
       01  WS-COMP-MASTER-COUNT            PIC S9(4) COMP VALUE +0.
      *    ** the employee's components for the month - row 1 is
      *    ** always basic, the allowances follow
       01  WS-PAY-COMP-TABLE.
           03  WS-PC-ENTRY OCCURS 10 TIMES INDEXED BY PC-IX.
               05  WS-PC-CODE              PIC X(4).
               05  WS-PC-EFF-DATE          PIC 9(6).
               05  WS-PC-RATE              PIC S9(7)V9(2) COMP-3.
               05  WS-PC-AMOUNT            PIC S9(7)V9(2) COMP-3.
               05  WS-PC-TAXABLE           PIC X(1).
               05  WS-PC-FUND              PIC X(1).
               05  WS-PC-GL-ACCOUNT        PIC X(8).
       01  WS-PAY-COMP-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-PC-FOUND-SWITCH              PIC X.
           88  WS-PC-FOUND                     VALUE "Y".
       01  WS-ALLOWANCE-RATE               PIC S9(9)V9(2) COMP-3.
       01  WS-ALLOWANCE-PAID               PIC S9(9)V9(2) COMP-3.
       01  WS-NONTAX-PAY                   PIC S9(9)V9(2) COMP-3.
       01  WS-FUND-PAY                     PIC S9(9)V9(2) COMP-3.
       01  WS-MONTH-START-DATE             PIC 9(6).
       01  WS-MONTH-END-DATE               PIC 9(6).
       01  WS-PEC-WRITTEN-COUNT            PIC S9(7) COMP VALUE +0.

       01  WS-LAST-PAY-FOUND-SWITCH        PIC X.
           88  WS-LAST-PAY-FOUND               VALUE "Y".
       01  WS-EXCEPTION-COUNT              PIC S9(7) COMP VALUE +0.

      *    ** the employee's identity documents off the COBCIO83
      *    ** screen (APITPIDD CMD-CODE 4 PER-EMPLOYEE CURSOR) - a
      *    ** work permit or visa on file with none still in date
      *    ** holds the pay line until HR files the renewal
       01  IDENTITY-DOCUMENT-RECORD.
           10 WS-IDD-EMP-NO           PIC X(6).
           10 WS-IDD-DOC-TYPE         PIC X(2).
               88  WS-IDD-RIGHT-TO-WORK   VALUES "WP" "VI".
           10 WS-IDD-DOC-NUMBER       PIC X(20).
           10 WS-IDD-ISSUE-COUNTRY    PIC X(3).
           10 WS-IDD-ISSUE-DATE       PIC 9(6).
           10 WS-IDD-EXPIRY-DATE      PIC 9(6).
           10 WS-IDD-EXPIRY-DATE-R REDEFINES WS-IDD-EXPIRY-DATE.
               15 WS-IDD-EXPIRY-YY     PIC 99.
               15 FILLER               PIC 9(4).
           10 WS-IDD-SPONSOR-FLAG     PIC X(1).
           10 WS-IDD-ALERT-STAGE      PIC 9(3).
           10 WS-IDD-MAINT-DATE       PIC 9(6).
           10 WS-IDD-OPID             PIC X(3).
       01  WS-IDD-CURSOR-SWITCH            PIC X.
           88  WS-IDD-CURSOR-DONE              VALUE "Y".
       01  WS-PERMIT-HELD-SWITCH           PIC X.
           88  WS-PERMIT-HELD                  VALUE "Y".
       01  WS-PERMIT-VALID-SWITCH          PIC X.
           88  WS-PERMIT-VALID                 VALUE "Y".
       01  WS-IDD-EXPIRY-CCYYMMDD          PIC 9(8).
       01  WS-RUN-CCYYMMDD                 PIC 9(8).
       01  WS-PERMIT-BLOCKED-COUNT         PIC S9(7) COMP VALUE +0.

      *    ** fallback when an employee has no leave ledger row for
      *    ** the month to carry the working-days figure - the month's
      *    ** real working days off the COBCIO35 holiday calendar
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-BONUS-ENTRIES THRU 150-EXIT
           PERFORM 160-LOAD-TAX-RATES THRU 160-EXIT
           PERFORM 170-LOAD-COMPONENTS THRU 170-EXIT
           PERFORM 200-SCAN-EMPLOYEES THRU 200-EXIT
      *    ** a partition's department totals are only part of the
      *    ** picture - COBBATB9 prints them once all are in
           IF  NOT WS-PARTITIONED THEN
               PERFORM 700-PRINT-DEPT-TOTALS THRU 700-EXIT
           END-IF
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
               END-IF
           END-IF.

      *    ** the protected-earnings floor and the attachable share
           MOVE SPACES       TO PARAMETER-RECORD.
           MOVE "COBBAT21" TO WS-PRM-PROGRAM.
           MOVE "GARNPROTECT " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE NOT < ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-GARN-PROTECT-AMT
               END-IF
           END-IF.

           MOVE SPACES       TO PARAMETER-RECORD.
           MOVE "COBBAT21" TO WS-PRM-PROGRAM.
           MOVE "GARNMAXPCT  " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO AND WS-PRM-VALUE NOT > 100 THEN
                   MOVE WS-PRM-VALUE TO WS-GARN-MAX-PCT
               END-IF
           END-IF.

      *    ** the proof deadline month for tax-saving declarations
           MOVE SPACES       TO PARAMETER-RECORD.
           MOVE "COBBAT21" TO WS-PRM-PROGRAM.
           MOVE "TAXPROOFMM  " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO AND WS-PRM-VALUE NOT > 12 THEN
                   MOVE WS-PRM-VALUE TO WS-TAX-PROOF-MM
               END-IF
           END-IF.

           ACCEPT WS-RUN-CARD.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
           END-IF.
           MOVE WS-RUN-YYYY TO WS-PAY-YM-YYYY.
           MOVE WS-RUN-MM   TO WS-PAY-YM-MM.
           COMPUTE WS-RUN-CCYYMMDD =
                   (WS-RUN-YYYY - WS-RUN-YY) * 10000 + WS-RUN-DATE.

      *    ** the month the trial run's net comparison reads back to
           IF  WS-PAY-YM-MM = 1 THEN
                   (WS-RUN-YY * 10000) + (WS-RUN-MM * 100) + 1.
           COMPUTE WS-WD-END-DATE =
                   (WS-RUN-YY * 10000) + (WS-RUN-MM * 100) + 31.
           MOVE WS-WD-START-DATE TO WS-MONTH-START-DATE.
           MOVE WS-WD-END-DATE   TO WS-MONTH-END-DATE.
           MOVE SPACES TO WS-WD-LOCATION.
           MOVE SPACES TO WS-WD-EMP-NO.
           CALL "COBWDAYS" USING WDAYS-PARAMETERS.
               MOVE WS-WD-WORKING-DAYS TO WS-STD-WORKING-DAYS
           END-IF.

           IF  WS-RUN-PARTITION IS NUMERIC
           AND WS-RUN-PARTITION NOT = "00"
               PERFORM 120-SET-UP-PARTITION
           END-IF.

      *    ** the period lock - a live run against a month the bank
      *    ** has already been paid for, or one formally closed, is
      *    ** refused outright; a trial run may look at anything
                   MOVE 1          TO WS-RC-ERROR-COUNT
                   MOVE "REFUSED " TO WS-RC-STATUS
                   CALL "COBRNLOG" USING RUN-CONTROL-RECORD
                   IF  WS-PARTITIONED THEN
                       MOVE "F" TO WS-PTN-STATUS
                       PERFORM 130-FILE-PARTITION-ROW
                   END-IF
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT  BONUS-ENTRY-FILE.
           OPEN INPUT  TAX-RATE-FILE.
      *    ** a restarted partition keeps appending to what the failed
      *    ** run already wrote, behind a restart marker the merge
      *    ** reads as "drop what this run replays"
           IF  WS-RESTARTED THEN
               OPEN EXTEND PAY-PROOF-REPORT-FILE
               OPEN EXTEND PAY-EXCEPTION-FILE
               OPEN EXTEND PAY-EXTRACT-FILE
               PERFORM 140-MARK-RESTART
           ELSE
               OPEN OUTPUT PAY-PROOF-REPORT-FILE
               OPEN OUTPUT PAY-EXCEPTION-FILE
               IF  WS-PARTITIONED THEN
                   OPEN OUTPUT PAY-EXTRACT-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 120-SET-UP-PARTITION - THIS RUN IS ONE PARTITION. ITS EMP-ID
      *    RANGE COMES OFF THE PARTHIGH BOUNDARIES ON THE CENTRAL
      *    PARAMETER FILE (NO BOUNDARY FOR IT MEANS THE TOP OF THE
      *    FILE), ANY CHECKPOINT FOR THE SAME MONTH AND MODE IS
      *    PICKED UP, AND THE PARTITION ROW GOES TO RUNNING.
      *-----------------------------------------------------------------
       120-SET-UP-PARTITION.

           SET WS-PARTITIONED    TO TRUE.
           MOVE WS-RUN-PARTITION TO WS-PART-NO.
           MOVE WS-PART-NO       TO WS-CKP-PART-NO.
           MOVE WS-CKP-JOB-NAME  TO WS-RC-JOB-NAME.

           IF  WS-PART-NO > 1 THEN
               COMPUTE WS-PART-PRM-NO = WS-PART-NO - 1
               MOVE SPACES           TO PARAMETER-RECORD
               MOVE "COBBAT21"       TO WS-PRM-PROGRAM
               MOVE WS-PART-PRM-NAME TO WS-PRM-NAME
               MOVE 1 TO CMD-CODE
               MOVE PARAMETER-RECORD TO DATA-IN
               CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT     TO PARAMETER-RECORD
                   MOVE WS-PRM-VALUE TO WS-PART-BOUND
                   MOVE WS-PART-BOUND TO WS-PART-AFTER-EMP
               ELSE
                   SET WS-PART-AFTER-MISSING TO TRUE
               END-IF
           END-IF.

           MOVE WS-PART-NO       TO WS-PART-PRM-NO.
           MOVE SPACES           TO PARAMETER-RECORD.
           MOVE "COBBAT21"       TO WS-PRM-PROGRAM.
           MOVE WS-PART-PRM-NAME TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT      TO PARAMETER-RECORD
               MOVE WS-PRM-VALUE  TO WS-PART-BOUND
               MOVE WS-PART-BOUND TO WS-PART-THRU-EMP
           END-IF.

      *    ** a checkpoint left by a failed run of this partition for
      *    ** this month and mode is resumed; any other is stale and
      *    ** cleared so the range is paid from the top
           MOVE 1 TO CMD-CODE.
           MOVE CHECKPOINT-RECORD TO DATA-IN.
           CALL "APITPCKP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO CHECKPOINT-RECORD
               IF  WS-CKP-PYEARMONTH = WS-PAY-YEARMONTH
               AND WS-CKP-RUN-MODE   = WS-RUN-MODE
                   MOVE WS-CKP-COUNT-1    TO WS-EMP-COUNT
                   MOVE WS-CKP-COUNT-2    TO WS-PAID-COUNT
                   MOVE WS-CKP-COUNT-3    TO WS-SKIPPED-COUNT
                   MOVE WS-CKP-HELD-COUNT TO WS-PERMIT-BLOCKED-COUNT
                   SET WS-RESTARTED       TO TRUE
               ELSE
                   MOVE 3 TO CMD-CODE
                   MOVE CHECKPOINT-RECORD TO DATA-IN
                   CALL "APITPCKP" USING CMD-CODE RESP-CODE DATA-IN
                                         DATA-OUT
               END-IF
           END-IF.

           MOVE "N"              TO WS-PTN-FOUND-SWITCH.
           MOVE SPACES           TO PARTITION-RECORD.
           MOVE "COBBAT21"       TO WS-PTN-JOB-NAME.
           MOVE WS-PART-NO       TO WS-PTN-PART-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PARTITION-RECORD TO DATA-IN.
           CALL "APITPPTN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARTITION-RECORD
               SET WS-PTN-FOUND TO TRUE
           ELSE
      *        ** a partition submitted by hand rather than by
      *        ** COBBAT17 files its own row
               MOVE ZERO TO WS-PTN-SUBMIT-TIME
               MOVE ZERO TO WS-PTN-RESTART-COUNT
           END-IF.

      *    ** no boundary for the partition before this one - its
      *    ** range would start at the first employee and overlap
      *    ** every earlier partition, so nobody is paid; the row is
      *    ** filed failed for COBBAT17 and the job ends RC 16
           IF  WS-PART-AFTER-MISSING THEN
               COMPUTE WS-PART-PRM-NO = WS-PART-NO - 1
               DISPLAY "COBBAT21 - NO PARTHIGH" WS-PART-PRM-NO
                       " BOUNDARY ON APITPPRM - PARTITION "
                       WS-PART-NO " NOT RUN"
               MOVE ZERO       TO WS-RC-READ-COUNT
               MOVE ZERO       TO WS-RC-SELECT-COUNT
               MOVE ZERO       TO WS-RC-WRITE-COUNT
               MOVE 1          TO WS-RC-ERROR-COUNT
               MOVE "FAILED  " TO WS-RC-STATUS
               CALL "COBRNLOG" USING RUN-CONTROL-RECORD
               MOVE WS-RUN-DATE      TO WS-PTN-RUN-DATE
               MOVE "F"              TO WS-PTN-STATUS
               MOVE WS-RC-START-TIME TO WS-PTN-START-TIME
               MOVE ZERO             TO WS-PTN-END-TIME
               MOVE WS-RUN-MODE      TO WS-PTN-RUN-MODE
               MOVE WS-PAY-YEARMONTH TO WS-PTN-PYEARMONTH
               MOVE LOW-VALUES       TO WS-PTN-AFTER-EMP
               MOVE WS-PART-THRU-EMP TO WS-PTN-THRU-EMP
               PERFORM 130-FILE-PARTITION-ROW
               MOVE +16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF  WS-RESTARTED THEN
               ADD 1 TO WS-PTN-RESTART-COUNT
           ELSE
               MOVE ZERO TO WS-PTN-RESTART-COUNT
           END-IF.
           MOVE WS-RUN-DATE       TO WS-PTN-RUN-DATE.
           MOVE "R"               TO WS-PTN-STATUS.
           MOVE WS-RC-START-TIME  TO WS-PTN-START-TIME.
           MOVE ZERO              TO WS-PTN-END-TIME.
           MOVE WS-RUN-MODE       TO WS-PTN-RUN-MODE.
           MOVE WS-PAY-YEARMONTH  TO WS-PTN-PYEARMONTH.
           MOVE WS-PART-AFTER-EMP TO WS-PTN-AFTER-EMP.
           MOVE WS-PART-THRU-EMP  TO WS-PTN-THRU-EMP.
           PERFORM 130-FILE-PARTITION-ROW.

           DISPLAY "COBBAT21 - PARTITION " WS-PART-NO
                   " EMP-ID AFTER " WS-PART-AFTER-EMP
                   " THROUGH " WS-PART-THRU-EMP.

      *-----------------------------------------------------------------
      * 130-FILE-PARTITION-ROW - THE PARTITION ROW BACK ON APITPPTN
      *    WITH THE COUNTS SO FAR.
      *-----------------------------------------------------------------
       130-FILE-PARTITION-ROW.

           MOVE WS-EMP-COUNT            TO WS-PTN-EMP-COUNT.
           MOVE WS-PAID-COUNT           TO WS-PTN-PAID-COUNT.
           MOVE WS-SKIPPED-COUNT        TO WS-PTN-SKIPPED-COUNT.
           MOVE WS-PERMIT-BLOCKED-COUNT TO WS-PTN-HELD-COUNT.
           MOVE WS-GARN-TAKEN-COUNT     TO WS-PTN-GARN-TAKEN.
           MOVE WS-GARN-CLOSED-COUNT    TO WS-PTN-GARN-CLOSED.
           MOVE WS-PEC-WRITTEN-COUNT    TO WS-PTN-PEC-WRITTEN.
           IF  WS-PTN-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE PARTITION-RECORD TO DATA-IN.
           CALL "APITPPTN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT21 - PARTITION ROW WRITE FAILED FOR "
                       "PARTITION " WS-PART-NO
           ELSE
               SET WS-PTN-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 140-MARK-RESTART - ONE MARKER ON EACH OUTPUT WHERE THE RERUN
      *    TOOK OVER, NAMING THE CHECKPOINTED EMPLOYEE.
      *-----------------------------------------------------------------
       140-MARK-RESTART.

           MOVE WS-CKP-LAST-EMP-NO TO PP-EMP-NO.
           MOVE SPACES             TO PP-DEPT-CODE.
           MOVE ZERO               TO PP-SALARYPAID.
           MOVE ZERO               TO PP-BONUSPAID.
           MOVE ZERO               TO PP-COMMPAID.
           MOVE ZERO               TO PP-TAXWITHHELD.
           MOVE ZERO               TO PP-GARNDED.
           MOVE ZERO               TO PP-LOP.
           MOVE WS-RESTART-REASON  TO PP-REMARK.
           WRITE PAY-PROOF-REPORT-RECORD.

           MOVE WS-CKP-LAST-EMP-NO TO XR-EMP-NO.
           MOVE SPACES             TO XR-DEPT-CODE.
           MOVE ZERO               TO XR-NET-THIS-MONTH.
           MOVE ZERO               TO XR-NET-LAST-MONTH.
           MOVE ZERO               TO XR-MOVE-PCT.
           MOVE WS-RESTART-REASON  TO XR-REASON.
           WRITE PAY-EXCEPTION-RECORD.

           MOVE SPACES             TO PAY-EXTRACT-RECORD.
           MOVE "R"                TO PX-REC-TYPE.
           MOVE WS-PART-NO         TO PX-PART-NO.
           MOVE WS-CKP-LAST-EMP-NO TO PX-EMP-NO.
           WRITE PAY-EXTRACT-RECORD.

           DISPLAY "COBBAT21 - PARTITION " WS-PART-NO
                   " RESTARTED AFTER EMPLOYEE " WS-CKP-LAST-EMP-NO.

      *-----------------------------------------------------------------
      * 150-LOAD-BONUS-ENTRIES - ROLL THE MONTH'S KEYED BONUS AND
                   NOT AT END
                       IF  TX-TYPE = "S" THEN
                           MOVE TX-STAT-AMOUNT TO WS-STATUTORY-DED
                           IF  TX-RATE-PCT IS NUMERIC THEN
                               MOVE TX-RATE-PCT TO WS-STATUTORY-PCT
                           END-IF
                       ELSE
                           IF  WS-TAX-BAND-COUNT < 10 THEN
                               ADD 1 TO WS-TAX-BAND-COUNT
       160-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 170-LOAD-COMPONENTS - ROLL THE EARNINGS COMPONENT MASTER
      *    (APITPECM CMD-CODE 4 CURSOR) INTO STORAGE FOR THE
      *    PER-COMPONENT TAX/FUND/GL LOOKUP.
      *-----------------------------------------------------------------
       170-LOAD-COMPONENTS.

           MOVE SPACES TO EARNING-COMPONENT-RECORD.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-ECM-CURSOR-DONE
               MOVE EARNING-COMPONENT-RECORD TO DATA-IN
               CALL "APITPECM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-ECM-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EARNING-COMPONENT-RECORD
                   IF  WS-COMP-MASTER-COUNT < 30 THEN
                       ADD 1 TO WS-COMP-MASTER-COUNT
                       SET CM-IX TO WS-COMP-MASTER-COUNT
                       MOVE WS-ECM-CODE       TO WS-CM-CODE (CM-IX)
                       MOVE WS-ECM-TAXABLE    TO WS-CM-TAXABLE (CM-IX)
                       MOVE WS-ECM-FUND       TO WS-CM-FUND (CM-IX)
                       MOVE WS-ECM-GL-ACCOUNT
                                           TO WS-CM-GL-ACCOUNT (CM-IX)
                   END-IF
               END-IF
           END-PERFORM.

       170-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-SCAN-EMPLOYEES - WALK EVERY EMPLOYEE-MASTER-RECORD AND PAY
      *    EVERY ACTIVE ONE.
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
      *            ** the cursor comes back in EMP-ID order - a
      *            ** partition passes by the head of the file, stops
      *            ** past the top of its range, and on a restart
      *            ** passes by everyone up to and including the
      *            ** checkpointed employee
                   EVALUATE TRUE
                       WHEN WS-EMP-ID NOT > WS-PART-AFTER-EMP
                           CONTINUE
                       WHEN WS-EMP-ID > WS-PART-THRU-EMP
                           SET WS-SCAN-DONE TO TRUE
                       WHEN WS-RESTARTED
                        AND WS-EMP-ID NOT > WS-CKP-LAST-EMP-NO
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-EMP-COUNT
      *                    ** contractors are paid off invoices, never
      *                    ** off this run
                           IF  WS-EMP-DATE-TERMINATED = ZERO
                           AND WS-EMP-TYPE NOT = "C"
                               PERFORM 300-PAY-ONE-EMPLOYEE
                                       THRU 300-EXIT
                           END-IF
                           IF  WS-PARTITIONED THEN
                               PERFORM 350-TAKE-CHECKPOINT
                           END-IF
                   END-EVALUATE
      *            ** restore the cursor command after the pay steps
      *            ** reused it against their own gateways
                   MOVE 4 TO CMD-CODE
       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-TAKE-CHECKPOINT - EVERY WS-CHECKPOINT-INTERVAL EMPLOYEES,
      *    RECORD THE PARTITION'S LAST EMPLOYEE COMMITTED AND ITS
      *    RUNNING COUNTS SO A RERUN AFTER A FAILURE RESUMES HERE.
      *-----------------------------------------------------------------
       350-TAKE-CHECKPOINT.

           ADD 1 TO WS-SINCE-CHECKPOINT.
           IF  WS-SINCE-CHECKPOINT NOT < WS-CHECKPOINT-INTERVAL THEN
               MOVE ZERO                    TO WS-SINCE-CHECKPOINT
               MOVE WS-EMP-ID               TO WS-CKP-LAST-EMP-NO
               MOVE WS-EMP-COUNT            TO WS-CKP-COUNT-1
               MOVE WS-PAID-COUNT           TO WS-CKP-COUNT-2
               MOVE WS-SKIPPED-COUNT        TO WS-CKP-COUNT-3
               MOVE WS-PAY-YEARMONTH        TO WS-CKP-PYEARMONTH
               MOVE WS-RUN-MODE             TO WS-CKP-RUN-MODE
               MOVE WS-PERMIT-BLOCKED-COUNT TO WS-CKP-HELD-COUNT
               MOVE 2                       TO CMD-CODE
               MOVE CHECKPOINT-RECORD TO DATA-IN
               CALL "APITPCKP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
           END-IF.

      *-----------------------------------------------------------------
      * 300-PAY-ONE-EMPLOYEE - BUILD AND (ON A LIVE RUN) INSERT ONE
      *    EMPLOYEE'S PAY ROW FOR THE MONTH. AN EMPLOYEE WHOSE MONTH
               MOVE ZERO               TO PP-BONUSPAID
               MOVE ZERO               TO PP-COMMPAID
               MOVE ZERO               TO PP-TAXWITHHELD
               MOVE ZERO               TO PP-GARNDED
               MOVE ZERO               TO PP-LOP
               MOVE "ALREADY PAID - SKIPPED" TO PP-REMARK
               WRITE PAY-PROOF-REPORT-RECORD
               IF  WS-PARTITIONED THEN
                   MOVE "S" TO PX-OUTCOME
                   PERFORM 610-WRITE-EXTRACT
               END-IF
               GO TO 300-EXIT
           END-IF.

      *    ** a lapsed work permit or visa holds the whole pay line -
      *    ** on the proof report and, on a trial run, on the register
      *    ** for HR to clear before the live run
           PERFORM 320-CHECK-WORK-PERMIT THRU 320-EXIT.
           IF  WS-PERMIT-HELD AND NOT WS-PERMIT-VALID THEN
               ADD 1 TO WS-PERMIT-BLOCKED-COUNT
               MOVE WS-EMP-ID          TO PP-EMP-NO
               MOVE WS-EMP-DEPT-CODE   TO PP-DEPT-CODE
               MOVE ZERO               TO PP-SALARYPAID
               MOVE ZERO               TO PP-BONUSPAID
               MOVE ZERO               TO PP-COMMPAID
               MOVE ZERO               TO PP-TAXWITHHELD
               MOVE ZERO               TO PP-GARNDED
               MOVE ZERO               TO PP-LOP
               MOVE "HELD - PERMIT LAPSED" TO PP-REMARK
               WRITE PAY-PROOF-REPORT-RECORD
               IF  WS-PARTITIONED THEN
                   MOVE "H" TO PX-OUTCOME
                   PERFORM 610-WRITE-EXTRACT
               END-IF
               IF  WS-TRIAL-RUN THEN
                   MOVE ZERO                  TO WS-NET-THIS-MONTH
                   MOVE ZERO                  TO WS-NET-LAST-MONTH
                   MOVE ZERO                  TO WS-NET-MOVE-PCT
                   MOVE "WORK PERMIT EXPIRED" TO XR-REASON
                   PERFORM 570-WRITE-EXCEPTION-LINE
               END-IF
               GO TO 300-EXIT
           END-IF.

                   MOVE SPACES                TO WS-AUD-BEFORE-IMAGE
                   MOVE PAYROLL-MASTER-RECORD TO WS-AUD-AFTER-IMAGE
                   CALL "COBAUDIT" USING HR-AUDIT-RECORD
                   PERFORM 530-POST-COMPONENTS
                   PERFORM 590-POST-GARNISHMENTS
               END-IF
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 320-CHECK-WORK-PERMIT - WALK THE EMPLOYEE'S IDENTITY DOCUMENTS
      *    (APITPIDD CMD-CODE 4, ZERO RESP-CODE MEANS EXHAUSTED). ANY
      *    WORK PERMIT OR VISA ON FILE MARKS THEM AS NEEDING ONE; ONE
      *    EXPIRING ON OR AFTER THE RUN DATE IS THE ONE IN FORCE.
      *    PASSPORTS NEVER HOLD PAY.
      *-----------------------------------------------------------------
       320-CHECK-WORK-PERMIT.

           MOVE "N"       TO WS-PERMIT-HELD-SWITCH.
           MOVE "N"       TO WS-PERMIT-VALID-SWITCH.
           MOVE "N"       TO WS-IDD-CURSOR-SWITCH.
           MOVE SPACES    TO IDENTITY-DOCUMENT-RECORD.
           MOVE WS-EMP-ID TO WS-IDD-EMP-NO.
           MOVE 4 TO CMD-CODE.

           PERFORM UNTIL WS-IDD-CURSOR-DONE
               MOVE IDENTITY-DOCUMENT-RECORD TO DATA-IN
               CALL "APITPIDD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-IDD-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO IDENTITY-DOCUMENT-RECORD
                   IF  WS-IDD-RIGHT-TO-WORK THEN
                       SET WS-PERMIT-HELD TO TRUE
                       IF  WS-IDD-EXPIRY-YY < 50 THEN
                           COMPUTE WS-IDD-EXPIRY-CCYYMMDD =
                                   20000000 + WS-IDD-EXPIRY-DATE
                       ELSE
                           COMPUTE WS-IDD-EXPIRY-CCYYMMDD =
                                   19000000 + WS-IDD-EXPIRY-DATE
                       END-IF
                       IF  WS-IDD-EXPIRY-CCYYMMDD NOT < WS-RUN-CCYYMMDD
                           SET WS-PERMIT-VALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-DERIVE-LOP - READ THE MONTH'S LEAVE LEDGER ROW (APITP014
      *    CMD-CODE 1) FOR THE WORKING-DAYS FIGURE AND THE LOP DAYS -
                   / WS-MONTH-WORKING-DAYS.
           MOVE WS-MONTH-LOP TO WS-LOP.

           PERFORM 520-COMPUTE-COMPONENTS.

           MOVE ZERO TO WS-BONUSPAID.
           MOVE ZERO TO WS-COMMPAID.

               MOVE WS-OTM-AMOUNT TO WS-OTPAID
           END-IF.

      *    ** the month's commission comes off the COBBAT82 plan run;
      *    ** any keyed commission cards below add on top of it
           MOVE SPACES           TO COMM-MONTH-RECORD.
           MOVE WS-EMP-ID        TO WS-CMM-EMP-NO.
           MOVE WS-PAY-YEARMONTH TO WS-CMM-PYEARMONTH.
           MOVE 1 TO CMD-CODE.
           MOVE COMM-MONTH-RECORD TO DATA-IN.
           CALL "APITPCOM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT      TO COMM-MONTH-RECORD
               MOVE WS-CMM-AMOUNT TO WS-COMMPAID
           END-IF.

           PERFORM VARYING BON-IX FROM 1 BY 1
                   UNTIL BON-IX > WS-BONUS-COUNT
               IF  WS-BT-EMP-NO (BON-IX) = WS-EMP-ID THEN
           END-PERFORM.

           PERFORM 550-COMPUTE-WITHHOLDING.
           PERFORM 580-COMPUTE-GARNISHMENT THRU 580-EXIT.

      *-----------------------------------------------------------------
      * 520-COMPUTE-COMPONENTS - SPLIT THE MONTH'S SALARY INTO ITS
      *    EARNINGS COMPONENTS. EVERY ALLOWANCE ASSIGNMENT (APITPECA
      *    CMD-CODE 4 PER-EMPLOYEE CURSOR) IN FORCE AT ANY POINT IN THE
      *    MONTH COUNTS - THE LATEST EFFECTIVE ROW FOR A CODE WINS -
      *    AND IS PRORATED OVER THE PAID DAYS THE SAME WAY SALARY IS.
      *    BASIC IS WHAT IS LEFT OF WS-SALARYPAID, SO THE COMPONENTS
      *    ALWAYS ADD BACK TO IT; ALLOWANCES WORTH MORE THAN THE WHOLE
      *    EMP-SALARY ARE STILL PAID, BASIC FALLS TO ZERO AND SALARY
      *    BECOMES THEIR SUM. A CODE NOT ON THE MASTER IS TREATED AS
      *    TAXABLE, FUND-ELIGIBLE AND POSTED TO SALARY.
      *-----------------------------------------------------------------
       520-COMPUTE-COMPONENTS.

           MOVE SPACES TO WS-PAY-COMP-TABLE.
           MOVE 1      TO WS-PAY-COMP-COUNT.
           MOVE "BASC" TO WS-PC-CODE (1).
           MOVE ZERO   TO WS-PC-EFF-DATE (1).
           MOVE ZERO   TO WS-PC-RATE (1).
           MOVE ZERO   TO WS-PC-AMOUNT (1).
           MOVE ZERO   TO WS-ALLOWANCE-RATE.
           MOVE ZERO   TO WS-ALLOWANCE-PAID.

           MOVE "N"    TO WS-ECA-CURSOR-SWITCH.
           MOVE SPACES TO EMP-COMPONENT-RECORD.
           MOVE WS-EMP-ID TO WS-ECA-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-ECA-CURSOR-DONE
               MOVE EMP-COMPONENT-RECORD TO DATA-IN
               CALL "APITPECA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-ECA-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMP-COMPONENT-RECORD
                   IF  WS-ECA-CODE NOT = "BASC"
                   AND WS-ECA-EFF-DATE NOT > WS-MONTH-END-DATE
                   AND (WS-ECA-END-DATE = ZERO
                        OR WS-ECA-END-DATE NOT < WS-MONTH-START-DATE)
                       PERFORM 525-HOLD-ONE-COMPONENT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING PC-IX FROM 2 BY 1
                   UNTIL PC-IX > WS-PAY-COMP-COUNT
               COMPUTE WS-PC-AMOUNT (PC-IX) ROUNDED =
                       WS-PC-RATE (PC-IX) * WS-PAID-DAYS
                       / WS-MONTH-WORKING-DAYS
               ADD WS-PC-RATE (PC-IX)   TO WS-ALLOWANCE-RATE
               ADD WS-PC-AMOUNT (PC-IX) TO WS-ALLOWANCE-PAID
           END-PERFORM.

           IF  WS-ALLOWANCE-PAID > WS-SALARYPAID THEN
               DISPLAY "COBBAT21 - ALLOWANCES EXCEED SALARY FOR "
                       "EMPLOYEE " WS-EMP-ID
               MOVE WS-ALLOWANCE-PAID TO WS-SALARYPAID
           END-IF.
           COMPUTE WS-PC-RATE (1) = WS-EMP-SALARY - WS-ALLOWANCE-RATE.
           IF  WS-PC-RATE (1) < ZERO THEN
               MOVE ZERO TO WS-PC-RATE (1)
           END-IF.
           COMPUTE WS-PC-AMOUNT (1) =
                   WS-SALARYPAID - WS-ALLOWANCE-PAID.

      *    ** each component's treatment off the master, and the
      *    ** month's non-taxable and fund-eligible totals
           MOVE ZERO TO WS-NONTAX-PAY.
           MOVE ZERO TO WS-FUND-PAY.
           PERFORM VARYING PC-IX FROM 1 BY 1
                   UNTIL PC-IX > WS-PAY-COMP-COUNT
               MOVE "Y"        TO WS-PC-TAXABLE (PC-IX)
               MOVE "Y"        TO WS-PC-FUND (PC-IX)
               MOVE "SALARY  " TO WS-PC-GL-ACCOUNT (PC-IX)
               PERFORM VARYING CM-IX FROM 1 BY 1
                       UNTIL CM-IX > WS-COMP-MASTER-COUNT
                   IF  WS-CM-CODE (CM-IX) = WS-PC-CODE (PC-IX) THEN
                       MOVE WS-CM-TAXABLE (CM-IX)
                                       TO WS-PC-TAXABLE (PC-IX)
                       MOVE WS-CM-FUND (CM-IX)
                                       TO WS-PC-FUND (PC-IX)
                       IF  WS-CM-GL-ACCOUNT (CM-IX) NOT = SPACES
                           MOVE WS-CM-GL-ACCOUNT (CM-IX)
                                       TO WS-PC-GL-ACCOUNT (PC-IX)
                       END-IF
                   END-IF
               END-PERFORM
               IF  WS-PC-TAXABLE (PC-IX) = "N" THEN
                   ADD WS-PC-AMOUNT (PC-IX) TO WS-NONTAX-PAY
               END-IF
               IF  WS-PC-FUND (PC-IX) NOT = "N" THEN
                   ADD WS-PC-AMOUNT (PC-IX) TO WS-FUND-PAY
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 525-HOLD-ONE-COMPONENT - CARRY ONE IN-FORCE ASSIGNMENT INTO
      *    THE MONTH'S COMPONENT TABLE, REPLACING AN EARLIER ROW FOR
      *    THE SAME CODE.
      *-----------------------------------------------------------------
       525-HOLD-ONE-COMPONENT.

           MOVE "N" TO WS-PC-FOUND-SWITCH.
           PERFORM VARYING PC-IX FROM 2 BY 1
                   UNTIL PC-IX > WS-PAY-COMP-COUNT
                   OR WS-PC-FOUND
               IF  WS-PC-CODE (PC-IX) = WS-ECA-CODE THEN
                   SET WS-PC-FOUND TO TRUE
                   IF  WS-ECA-EFF-DATE > WS-PC-EFF-DATE (PC-IX) THEN
                       MOVE WS-ECA-EFF-DATE TO WS-PC-EFF-DATE (PC-IX)
                       MOVE WS-ECA-AMOUNT   TO WS-PC-RATE (PC-IX)
                   END-IF
               END-IF
           END-PERFORM.

           IF  NOT WS-PC-FOUND
           AND WS-PAY-COMP-COUNT < 10
               ADD 1 TO WS-PAY-COMP-COUNT
               SET PC-IX TO WS-PAY-COMP-COUNT
               MOVE WS-ECA-CODE     TO WS-PC-CODE (PC-IX)
               MOVE WS-ECA-EFF-DATE TO WS-PC-EFF-DATE (PC-IX)
               MOVE WS-ECA-AMOUNT   TO WS-PC-RATE (PC-IX)
               MOVE ZERO            TO WS-PC-AMOUNT (PC-IX)
           END-IF.

      *-----------------------------------------------------------------
      * 530-POST-COMPONENTS - LIVE RUN, PAY ROW SAFELY ON FILE. ONE
      *    APITPPEC ROW PER COMPONENT PAID (CMD-CODE 2 ADD), CARRYING
      *    THE TAX/FUND/GL TREATMENT IT WAS PAID UNDER.
      *-----------------------------------------------------------------
       530-POST-COMPONENTS.

           PERFORM VARYING PC-IX FROM 1 BY 1
                   UNTIL PC-IX > WS-PAY-COMP-COUNT
               IF  PC-IX = 1
               OR  WS-PC-AMOUNT (PC-IX) NOT = ZERO
                   MOVE WS-EMP-ID              TO WS-PEC-EMP-NO
                   MOVE WS-PAY-YEARMONTH       TO WS-PEC-PYEARMONTH
                   MOVE WS-PC-CODE (PC-IX)     TO WS-PEC-CODE
                   MOVE WS-PC-AMOUNT (PC-IX)   TO WS-PEC-AMOUNT
                   MOVE WS-PC-TAXABLE (PC-IX)  TO WS-PEC-TAXABLE
                   MOVE WS-PC-FUND (PC-IX)     TO WS-PEC-FUND
                   MOVE WS-PC-GL-ACCOUNT (PC-IX)
                                               TO WS-PEC-GL-ACCOUNT
                   MOVE 2 TO CMD-CODE
                   MOVE PAY-COMPONENT-RECORD TO DATA-IN
                   CALL "APITPPEC" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  RESP-CODE = 0
                       DISPLAY "COBBAT21 - PAY COMPONENT WRITE FAILED "
                               "FOR " WS-EMP-ID " " WS-PEC-CODE
                   ELSE
                       ADD 1 TO WS-PEC-WRITTEN-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 540-COMPUTE-TAX-EXEMPTION - ADD UP THE EMPLOYEE'S TAX-SAVING
      *    DECLARATIONS FOR THE PAY YEAR (APITPTSD CMD-CODE 4
      *    PER-EMPLOYEE CURSOR). UP TO THE TAXPROOFMM MONTH A DECLARED
      *    AMOUNT COUNTS UNLESS PAYROLL HAS REJECTED IT; AFTER IT ONLY
      *    A VERIFIED PROOF COUNTS, AND NEVER FOR MORE THAN WAS
      *    DECLARED. A TWELFTH OF THE TOTAL IS THE MONTH'S EXEMPTION.
      *-----------------------------------------------------------------
       540-COMPUTE-TAX-EXEMPTION.

           MOVE ZERO   TO WS-ANNUAL-EXEMPTION.
           MOVE "N"    TO WS-TSD-CURSOR-SWITCH.
           MOVE SPACES TO TAX-DECLARATION-RECORD.
           MOVE WS-EMP-ID TO WS-TSD-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-TSD-CURSOR-DONE
               MOVE TAX-DECLARATION-RECORD TO DATA-IN
               CALL "APITPTSD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-TSD-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TAX-DECLARATION-RECORD
                   IF  WS-TSD-TAX-YEAR = WS-PAY-YM-YYYY
                       IF  WS-TSD-IS-VERIFIED
                           IF  WS-TSD-PROOF-AMT < WS-TSD-DECLARED-AMT
                               ADD WS-TSD-PROOF-AMT
                                       TO WS-ANNUAL-EXEMPTION
                           ELSE
                               ADD WS-TSD-DECLARED-AMT
                                       TO WS-ANNUAL-EXEMPTION
                           END-IF
                       ELSE
                           IF  NOT WS-TSD-IS-REJECTED
                           AND WS-PAY-YM-MM NOT > WS-TAX-PROOF-MM
                               ADD WS-TSD-DECLARED-AMT
                                       TO WS-ANNUAL-EXEMPTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-TAXEXEMPT ROUNDED = WS-ANNUAL-EXEMPTION / 12.
           IF  WS-TAXEXEMPT > WS-GROSS-PAY - WS-NONTAX-PAY THEN
               COMPUTE WS-TAXEXEMPT = WS-GROSS-PAY - WS-NONTAX-PAY
           END-IF.
           IF  WS-TAXEXEMPT < ZERO THEN
               MOVE ZERO TO WS-TAXEXEMPT
           END-IF.

      *-----------------------------------------------------------------
      * 550-COMPUTE-WITHHOLDING - APPLY THE HIGHEST TAX BAND THE
      *    MONTH'S TAXABLE PAY (GROSS LESS THE NON-TAXABLE COMPONENTS
      *    AND THE 540 EXEMPTION) REACHES PLUS THE STATUTORY
      *    DEDUCTION - A PERCENT OF THE FUND-ELIGIBLE COMPONENTS WHEN
      *    THE STATUTORY CARD CARRIES A RATE, ELSE THE FLAT AMOUNT.
      *    NEITHER DEDUCTION EVER TAKES THE RECORD NEGATIVE.
      *-----------------------------------------------------------------
       550-COMPUTE-WITHHOLDING.
                   WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                 + WS-OTPAID.

      *    ** declared tax-saving investments come off gross before
      *    ** the band is chosen - a twelfth of the year's counted
      *    ** total each month, never more than the month's gross
           PERFORM 540-COMPUTE-TAX-EXEMPTION.
           COMPUTE WS-TAXABLE-PAY =
                   WS-GROSS-PAY - WS-NONTAX-PAY - WS-TAXEXEMPT.

      *    ** take the band with the highest floor the taxable pay
      *    ** reaches, whatever order the parameter cards were keyed in
           MOVE ZERO TO WS-APPLIED-RATE.
           MOVE -1   TO WS-APPLIED-FLOOR.
           PERFORM VARYING TAX-IX FROM 1 BY 1
                   UNTIL TAX-IX > WS-TAX-BAND-COUNT
               IF  WS-TAXABLE-PAY NOT < WS-TX-BAND-FLOOR (TAX-IX)
               AND WS-TX-BAND-FLOOR (TAX-IX) > WS-APPLIED-FLOOR
                   MOVE WS-TX-BAND-FLOOR (TAX-IX) TO WS-APPLIED-FLOOR
                   MOVE WS-TX-RATE-PCT (TAX-IX)   TO WS-APPLIED-RATE
           END-PERFORM.

           COMPUTE WS-TAXWITHHELD ROUNDED =
                   WS-TAXABLE-PAY * WS-APPLIED-RATE / 100.
           MOVE ZERO TO WS-TAXTRUEUP.
           MOVE ZERO TO WS-GRATPAID.
           IF  WS-STATUTORY-PCT > ZERO THEN
               COMPUTE WS-STATDED ROUNDED =
                       WS-FUND-PAY * WS-STATUTORY-PCT / 100
           ELSE
               MOVE WS-STATUTORY-DED TO WS-STATDED
           END-IF.

      *    ** the benefits and loan deduction lines open at zero so
      *    ** the downstream runs ADD into valid packed fields, not
               MOVE ZERO TO WS-STATDED
           END-IF.

      *-----------------------------------------------------------------
      * 580-COMPUTE-GARNISHMENT - TAKE THE EMPLOYEE'S ACTIVE COURT
      *    ORDERS (APITPGRN CMD-CODE 4 PER-EMPLOYEE CURSOR) OUT OF PAY
      *    AFTER TAX AND THE STATUTORY DEDUCTION. DISPOSABLE PAY LESS
      *    THE PROTECTED FLOOR, CAPPED AT THE ATTACHABLE PERCENT, IS
      *    SHARED OUT IN PRIORITY ORDER (EARLIEST START FIRST ON A
      *    TIE); NO ORDER TAKES MORE THAN ITS BALANCE. NOTHING IS
      *    POSTED HERE - THE ORDERS ARE HELD FOR 590 ONCE THE PAY ROW
      *    IS SAFELY ON FILE.
      *-----------------------------------------------------------------
       580-COMPUTE-GARNISHMENT.

           MOVE ZERO   TO WS-GARNDED.
           MOVE ZERO   TO WS-GARN-COUNT.
           MOVE "N"    TO WS-GARN-SHORT-SWITCH.

           MOVE "N"    TO WS-GARN-CURSOR-SWITCH.
           MOVE SPACES TO GARNISH-ORDER-RECORD.
           MOVE WS-EMP-ID TO WS-GRN-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-GARN-CURSOR-DONE
               MOVE GARNISH-ORDER-RECORD TO DATA-IN
               CALL "APITPGRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-GARN-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO GARNISH-ORDER-RECORD
      *            ** a rerun month an order already took from is
      *            ** not taken twice
                   IF  WS-GRN-ACTIVE
                   AND WS-GRN-START-DATE NOT > WS-RUN-DATE
                   AND WS-GRN-BALANCE > ZERO
                   AND WS-GRN-LAST-YEARMONTH NOT = WS-PAY-YEARMONTH
                   AND WS-GARN-COUNT < 10
                       ADD 1 TO WS-GARN-COUNT
                       SET GARN-IX TO WS-GARN-COUNT
                       MOVE GARNISH-ORDER-RECORD
                                       TO WS-GT-ORDER-IMAGE (GARN-IX)
                       MOVE WS-GRN-PRIORITY
                                       TO WS-GT-PRIORITY (GARN-IX)
                       MOVE WS-GRN-START-DATE
                                       TO WS-GT-START-DATE (GARN-IX)
                       MOVE ZERO       TO WS-GT-TAKE (GARN-IX)
                       MOVE "N"        TO WS-GT-PICKED (GARN-IX)
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-GARN-COUNT = ZERO THEN
               GO TO 580-EXIT
           END-IF.

           COMPUTE WS-DISPOSABLE-PAY =
                   WS-GROSS-PAY - WS-TAXWITHHELD - WS-STATDED.
           COMPUTE WS-GARN-AVAILABLE =
                   WS-DISPOSABLE-PAY - WS-GARN-PROTECT-AMT.
           COMPUTE WS-GARN-CAP ROUNDED =
                   WS-DISPOSABLE-PAY * WS-GARN-MAX-PCT / 100.
           IF  WS-GARN-AVAILABLE > WS-GARN-CAP THEN
               MOVE WS-GARN-CAP TO WS-GARN-AVAILABLE
           END-IF.
           IF  WS-GARN-AVAILABLE < ZERO THEN
               MOVE ZERO TO WS-GARN-AVAILABLE
           END-IF.

           PERFORM 585-TAKE-NEXT-ORDER
                   VARYING WS-GARN-PASS FROM 1 BY 1
                   UNTIL WS-GARN-PASS > WS-GARN-COUNT.

       580-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 585-TAKE-NEXT-ORDER - PICK THE HIGHEST-PRIORITY ORDER NOT YET
      *    TAKEN AND GIVE IT WHAT IS LEFT OF THE ATTACHABLE PAY, UP TO
      *    ITS MONTHLY DUE.
      *-----------------------------------------------------------------
       585-TAKE-NEXT-ORDER.

           MOVE ZERO TO WS-GARN-BEST.
           PERFORM VARYING GARN-IX FROM 1 BY 1
                   UNTIL GARN-IX > WS-GARN-COUNT
               IF  WS-GT-PICKED (GARN-IX) = "N" THEN
                   IF  WS-GARN-BEST = ZERO THEN
                       SET WS-GARN-BEST TO GARN-IX
                   ELSE
                       IF  WS-GT-PRIORITY (GARN-IX)
                               < WS-GT-PRIORITY (WS-GARN-BEST)
                       OR (WS-GT-PRIORITY (GARN-IX)
                               = WS-GT-PRIORITY (WS-GARN-BEST)
                       AND WS-GT-START-DATE (GARN-IX)
                               < WS-GT-START-DATE (WS-GARN-BEST))
                           SET WS-GARN-BEST TO GARN-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-GT-ORDER-IMAGE (WS-GARN-BEST)
                                   TO GARNISH-ORDER-RECORD.
           IF  WS-GRN-TYPE = "P" THEN
               COMPUTE WS-GARN-DUE ROUNDED =
                       WS-DISPOSABLE-PAY * WS-GRN-PCT / 100
           ELSE
               MOVE WS-GRN-AMOUNT TO WS-GARN-DUE
           END-IF.
           IF  WS-GARN-DUE > WS-GRN-BALANCE THEN
               MOVE WS-GRN-BALANCE TO WS-GARN-DUE
           END-IF.
           IF  WS-GARN-DUE < ZERO THEN
               MOVE ZERO TO WS-GARN-DUE
           END-IF.
           IF  WS-GARN-DUE > WS-GARN-AVAILABLE THEN
               MOVE WS-GARN-AVAILABLE TO WS-GARN-DUE
               SET WS-GARN-SHORT TO TRUE
           END-IF.

           SUBTRACT WS-GARN-DUE FROM WS-GARN-AVAILABLE.
           ADD      WS-GARN-DUE TO   WS-GARNDED.
           MOVE WS-GARN-DUE TO WS-GT-TAKE (WS-GARN-BEST).
           MOVE "Y"         TO WS-GT-PICKED (WS-GARN-BEST).

      *-----------------------------------------------------------------
      * 590-POST-GARNISHMENTS - LIVE RUN, PAY ROW ON FILE. RUN EACH
      *    ORDER'S BALANCE DOWN BY WHAT IT TOOK, CLOSE ONE THAT IS
      *    SATISFIED, AND FILE THE MONTH'S DEDUCTION ROW THE COBBATA0
      *    REMITTANCE PAYS OUT.
      *-----------------------------------------------------------------
       590-POST-GARNISHMENTS.

           PERFORM VARYING GARN-IX FROM 1 BY 1
                   UNTIL GARN-IX > WS-GARN-COUNT
               IF  WS-GT-TAKE (GARN-IX) > ZERO THEN
                   PERFORM 595-POST-ONE-ORDER
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 595-POST-ONE-ORDER - ONE ORDER'S BALANCE, AUDIT AND DEDUCTION
      *    ROW.
      *-----------------------------------------------------------------
       595-POST-ONE-ORDER.

           MOVE WS-GT-ORDER-IMAGE (GARN-IX) TO GARNISH-ORDER-RECORD.
           MOVE GARNISH-ORDER-RECORD        TO WS-AUD-BEFORE-IMAGE.

           SUBTRACT WS-GT-TAKE (GARN-IX) FROM WS-GRN-BALANCE.
           MOVE WS-PAY-YEARMONTH TO WS-GRN-LAST-YEARMONTH.
           IF  WS-GRN-BALANCE NOT > ZERO THEN
               MOVE ZERO        TO WS-GRN-BALANCE
               MOVE "C"         TO WS-GRN-STATUS
               MOVE WS-RUN-DATE TO WS-GRN-CLOSE-DATE
               ADD 1 TO WS-GARN-CLOSED-COUNT
           END-IF.

           MOVE 3 TO CMD-CODE.
           MOVE GARNISH-ORDER-RECORD TO DATA-IN.
           CALL "APITPGRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT21 - GARNISHMENT UPDATE FAILED FOR "
                       WS-GRN-EMP-NO " CASE " WS-GRN-CASE-NO
           END-IF.

           MOVE "GARNORD "           TO WS-AUD-FILE.
           MOVE WS-GRN-EMP-NO        TO WS-AUD-KEY.
           MOVE GARNISH-ORDER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE WS-PAY-YEARMONTH     TO WS-GRD-PYEARMONTH.
           MOVE WS-GRN-PAYEE-NAME    TO WS-GRD-PAYEE-NAME.
           MOVE WS-GRN-CASE-NO       TO WS-GRD-CASE-NO.
           MOVE WS-GRN-EMP-NO        TO WS-GRD-EMP-NO.
           MOVE WS-GRN-PAYEE-ACCT    TO WS-GRD-PAYEE-ACCT.
           MOVE WS-GT-TAKE (GARN-IX) TO WS-GRD-AMOUNT.
           MOVE WS-GRN-BALANCE       TO WS-GRD-BALANCE-AFTER.
           MOVE 2 TO CMD-CODE.
           MOVE GARNISH-DEDUCT-RECORD TO DATA-IN.
           CALL "APITPGRD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT21 - GARNISHMENT DEDUCTION FAILED FOR "
                       WS-GRN-EMP-NO " CASE " WS-GRN-CASE-NO
           ELSE
               ADD 1 TO WS-GARN-TAKEN-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * 560-CHECK-EXCEPTIONS - TRIAL RUN ONLY. ONE EXCEPTION REGISTER
      *    LINE FOR EACH CONDITION PAYROLL WANTS SIGNED OFF BEFORE THE
                   WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                 + WS-OTPAID
                 - WS-TAXWITHHELD - WS-STATDED
                 - WS-BENDED - WS-LOANDED - WS-GARNDED.

           IF  WS-NET-THIS-MONTH NOT > ZERO THEN
               MOVE ZERO                 TO WS-NET-LAST-MONTH
               PERFORM 570-WRITE-EXCEPTION-LINE
           END-IF.

      *    ** an order the protected earnings left short this month -
      *    ** payroll tells the court, the balance simply runs longer
           IF  WS-GARN-SHORT THEN
               MOVE ZERO                 TO WS-NET-LAST-MONTH
               MOVE ZERO                 TO WS-NET-MOVE-PCT
               MOVE "GARNISHMENT PROTECTED"  TO XR-REASON
               PERFORM 570-WRITE-EXCEPTION-LINE
           END-IF.

           MOVE "N"                TO WS-LAST-PAY-FOUND-SWITCH.
           MOVE SPACES             TO LAST-MONTH-PAY-RECORD.
           MOVE WS-EMP-ID          TO WS-LM-PAY-EMP-NO.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO LAST-MONTH-PAY-RECORD
               SET WS-LAST-PAY-FOUND TO TRUE
      *        ** a row written before garnishments existed carries
      *        ** no figure there
               IF  WS-LM-GARNDED IS NOT NUMERIC THEN
                   MOVE ZERO TO WS-LM-GARNDED
               END-IF
           END-IF.

      *    ** a brand-new employee has no last month to move against -
                     + WS-LM-COMMPAID + WS-LM-OTPAID
                     - WS-LM-TAXWITHHELD - WS-LM-STATDED
                     - WS-LM-BENDED - WS-LM-LOANDED
                     - WS-LM-GARNDED
               IF  WS-NET-LAST-MONTH NOT = ZERO THEN
                   COMPUTE WS-NET-MOVE-PCT ROUNDED =
                           (WS-NET-THIS-MONTH - WS-NET-LAST-MONTH)
           MOVE WS-BONUSPAID       TO PP-BONUSPAID.
           MOVE WS-COMMPAID        TO PP-COMMPAID.
           MOVE WS-TAXWITHHELD     TO PP-TAXWITHHELD.
           MOVE WS-GARNDED         TO PP-GARNDED.
           MOVE WS-LOP             TO PP-LOP.
           IF  WS-TRIAL-RUN THEN
               MOVE "TRIAL - NOT WRITTEN" TO PP-REMARK
               MOVE SPACES              TO PP-REMARK
           END-IF.
           WRITE PAY-PROOF-REPORT-RECORD.
           IF  WS-PARTITIONED THEN
               IF  WS-TRIAL-RUN THEN
                   MOVE "T" TO PX-OUTCOME
               ELSE
                   MOVE "P" TO PX-OUTCOME
               END-IF
               PERFORM 610-WRITE-EXTRACT
           END-IF.

      *-----------------------------------------------------------------
      * 610-WRITE-EXTRACT - THE PROOF LINE JUST WRITTEN, UNEDITED, ON
      *    THE PARTITION'S PAY EXTRACT. A LINE THAT PAID NOTHING
      *    CARRIES ZERO FIGURES.
      *-----------------------------------------------------------------
       610-WRITE-EXTRACT.

           MOVE "D"                TO PX-REC-TYPE.
           MOVE WS-PART-NO         TO PX-PART-NO.
           MOVE WS-EMP-ID          TO PX-EMP-NO.
           MOVE WS-EMP-DEPT-CODE   TO PX-DEPT-CODE.
           MOVE PP-REMARK          TO PX-REMARK.
           IF  PX-OUTCOME = "P" OR PX-OUTCOME = "T" THEN
               MOVE WS-SALARYPAID  TO PX-SALARYPAID
               MOVE WS-BONUSPAID   TO PX-BONUSPAID
               MOVE WS-COMMPAID    TO PX-COMMPAID
               MOVE WS-TAXWITHHELD TO PX-TAXWITHHELD
               MOVE WS-GARNDED     TO PX-GARNDED
               MOVE WS-LOP         TO PX-LOP
               COMPUTE PX-NET =
                       WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                     + WS-OTPAID
                     - WS-TAXWITHHELD - WS-STATDED
                     - WS-BENDED - WS-LOANDED - WS-GARNDED
           ELSE
               MOVE ZERO           TO PX-SALARYPAID
               MOVE ZERO           TO PX-BONUSPAID
               MOVE ZERO           TO PX-COMMPAID
               MOVE ZERO           TO PX-TAXWITHHELD
               MOVE ZERO           TO PX-GARNDED
               MOVE ZERO           TO PX-LOP
               MOVE ZERO           TO PX-NET
           END-IF.
           WRITE PAY-EXTRACT-RECORD.

      *-----------------------------------------------------------------
      * 650-POST-DEPT-TOTAL - ACCUMULATE THE DEPARTMENT CONTROL TOTALS
               MOVE WS-DT-BONUSPAID (DEPT-IX)  TO PP-BONUSPAID
               MOVE WS-DT-COMMPAID (DEPT-IX)   TO PP-COMMPAID
               MOVE ZERO                       TO PP-TAXWITHHELD
               MOVE ZERO                       TO PP-GARNDED
               MOVE WS-DT-EMP-COUNT (DEPT-IX)  TO PP-LOP
               MOVE "DEPARTMENT TOTAL"         TO PP-REMARK
               WRITE PAY-PROOF-REPORT-RECORD
           CLOSE PAY-PROOF-REPORT-FILE.
           CLOSE PAY-EXCEPTION-FILE.

      *    ** a partition that got to the end closes its extract with
      *    ** the trailer the merge checks for, drops its checkpoint
      *    ** and reports itself complete
           IF  WS-PARTITIONED THEN
               MOVE SPACES     TO PAY-EXTRACT-RECORD
               MOVE "T"        TO PX-REC-TYPE
               MOVE WS-PART-NO TO PX-PART-NO
               WRITE PAY-EXTRACT-RECORD
               CLOSE PAY-EXTRACT-FILE
               MOVE 3 TO CMD-CODE
               MOVE CHECKPOINT-RECORD TO DATA-IN
               CALL "APITPCKP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE WS-TIME-HHMMSS TO WS-PTN-END-TIME
               MOVE "C"            TO WS-PTN-STATUS
               PERFORM 130-FILE-PARTITION-ROW
           END-IF.

           MOVE WS-EMP-COUNT     TO WS-RC-READ-COUNT.
           MOVE WS-PAID-COUNT    TO WS-RC-SELECT-COUNT.
           MOVE WS-PAID-COUNT    TO WS-RC-WRITE-COUNT.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

      *    ** a completed live run moves the period to COMPUTED -
      *    ** COBBAT23 moves it on to PAID when the money goes. A
      *    ** partition leaves that to the COBBATB9 merge.
           IF  NOT WS-TRIAL-RUN
           AND NOT WS-PARTITIONED THEN
               MOVE WS-PAY-YEARMONTH TO WS-PPD-PYEARMONTH
               MOVE "C"              TO WS-PPD-STATUS
               MOVE WS-RUN-DATE      TO WS-PPD-STATUS-DATE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT21 - " WS-COUNT-DISPLAY
                   " ALREADY ON FILE - SKIPPED".
           MOVE WS-PERMIT-BLOCKED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT21 - " WS-COUNT-DISPLAY
                   " HELD FOR AN EXPIRED WORK PERMIT OR VISA".
           IF  NOT WS-TRIAL-RUN THEN
               MOVE WS-GARN-TAKEN-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBAT21 - " WS-COUNT-DISPLAY
                       " GARNISHMENT DEDUCTIONS FILED"
               MOVE WS-GARN-CLOSED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBAT21 - " WS-COUNT-DISPLAY
                       " GARNISHMENT ORDERS SATISFIED AND CLOSED"
               MOVE WS-PEC-WRITTEN-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "COBBAT21 - " WS-COUNT-DISPLAY
                       " PAY COMPONENT ROWS FILED"
           END-IF.

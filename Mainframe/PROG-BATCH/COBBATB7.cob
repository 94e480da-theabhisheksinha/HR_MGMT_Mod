      *-----------------------------------------------------------------
      *    COBBATB7 - MASKED TEST COPY OF A MASTER UNLOAD. WHEN A
      *               PROBLEM NEEDED REPRODUCING, DEVELOPERS WERE
      *               EITHER REFUSED THE PRODUCTION FILES OR HANDED
      *               REAL SALARIES, BANK ACCOUNTS, ADDRESSES AND BIRTH
      *               DATES. THIS UTILITY READS A COBBAT44 UNLOAD
      *               (UNLDFILE), PROVES IT AGAINST ITS OWN TRAILER THE
      *               WAY COBBAT45 DOES - AN UNPROVED FILE IS REFUSED
      *               AND NOTHING IS WRITTEN - AND WRITES A MASKED COPY
      *               (MASKFILE) IN THE SAME HEADER/IMAGE/TRAILER SHAPE
      *               SO COBBAT45 CAN LOAD IT INTO TEST:
      *                 EMPLOYEE - NAME, ADDRESS LINES AND ZIP
      *                            SCRAMBLED, BIRTH AND JOINED DATES
      *                            SHIFTED BACK SHIFTDAYS DAYS, SALARY
      *                            SCALED TO SCALEPCT PER CENT
      *                 PAYROLL  - EVERY PAY AND DEDUCTION AMOUNT
      *                            SCALED BY THE SAME SCALEPCT
      *                 BANK     - ACCOUNT NUMBER SCRAMBLED
      *                 LEAVE    - NOTHING PERSONAL, COPIED AS IS
      *               THE SCRAMBLE IS A FIXED SUBSTITUTION OF EVERY
      *               LETTER AND DIGIT, KEYED BY MASKKEY, SO THE SAME
      *               VALUE ALWAYS MASKS THE SAME WAY IN EVERY FILE AND
      *               EVERY RUN WITH THE SAME KEY - AND EMP-NO, DEPT,
      *               JOB, PERIOD AND BANK/BRANCH CODES ARE NEVER
      *               TOUCHED, SO KEYS AND CROSS-FILE LINKS SURVIVE.
      *               SCALEPCT (DEFAULT 85), SHIFTDAYS (DEFAULT 45) AND
      *               MASKKEY (DEFAULT 7) ARE CENTRAL PARAMETERS. THE
      *               NEW TRAILER CARRIES THE MASKED COPY'S OWN COUNT
      *               AND HASH, AND THE RUN LOG SHOWS RECORDS IN EQUAL
      *               TO RECORDS OUT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATB7.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLOAD-FILE ASSIGN TO UNLDFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASKED-FILE ASSIGN TO MASKFILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  UNLOAD-FILE
           RECORDING MODE IS F.
      *    ** same shape COBBAT44 writes
       01  UNLOAD-RECORD.
           03  UN-RECORD-TYPE              PIC X(1).
           03  UN-IMAGE                    PIC X(200).
           03  UN-IMAGE-H REDEFINES UN-IMAGE.
               05  UN-H-MASTER-NAME        PIC X(8).
               05  UN-H-UNLOAD-DATE        PIC 9(6).
               05  FILLER                  PIC X(186).
           03  UN-IMAGE-T REDEFINES UN-IMAGE.
               05  UN-T-RECORD-COUNT       PIC 9(9).
               05  UN-T-HASH-TOTAL         PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
               05  FILLER                  PIC X(175).

       FD  MASKED-FILE
           RECORDING MODE IS F.
      *    ** same shape again, so COBBAT45 proves and loads it
       01  MASKED-RECORD.
           03  MK-RECORD-TYPE              PIC X(1).
           03  MK-IMAGE                    PIC X(200).
           03  MK-IMAGE-T REDEFINES MK-IMAGE.
               05  MK-T-RECORD-COUNT       PIC 9(9).
               05  MK-T-HASH-TOTAL         PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
               05  FILLER                  PIC X(175).

       WORKING-STORAGE SECTION.

      *    ** one record image, with an overlay per master naming the
      *    ** fields that are masked - same positions COBBAT44 hashes
       01  WS-IMAGE                        PIC X(200).
       01  WS-IMAGE-EMP REDEFINES WS-IMAGE.
           03  WS-IMG-EMP-ID               PIC X(6).
           03  WS-IMG-EMP-DEPT-CODE        PIC X(4).
           03  WS-IMG-EMP-NAME             PIC X(30).
           03  WS-IMG-EMP-ADDR-1           PIC X(30).
           03  WS-IMG-EMP-ADDR-2           PIC X(30).
           03  WS-IMG-EMP-ADDR-3           PIC X(30).
           03  WS-IMG-EMP-ZIP-CODE         PIC X(5).
           03  WS-IMG-EMP-DATE-JOINED      PIC 9(5).
           03  WS-IMG-EMP-DATE-TERMINATED  PIC 9(6).
           03  WS-IMG-EMP-DATE-MAINTAINED  PIC 9(5).
           03  WS-IMG-EMP-BIRTH-DATE       PIC 9(5).
           03  WS-IMG-EMP-SECURITY-EXP     PIC 9(5) COMP-3.
           03  WS-IMG-EMP-SALARY           PIC S9(7)V9(2) COMP-3.
           03  FILLER                      PIC X(36).
       01  WS-IMAGE-LVE REDEFINES WS-IMAGE.
           03  FILLER                      PIC X(16).
           03  WS-IMG-LBALANCE             PIC S9(4) COMP.
           03  FILLER                      PIC X(182).
       01  WS-IMAGE-PAY REDEFINES WS-IMAGE.
           03  WS-IMG-PAY-EMP-NO           PIC X(6).
           03  WS-IMG-PYEARMONTH           PIC X(6).
           03  WS-IMG-SALARYPAID           PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-BONUSPAID            PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-COMMPAID             PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-LOP                  PIC S9(4) COMP.
           03  WS-IMG-TAXWITHHELD          PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-STATDED              PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-BENDED               PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-LOANDED              PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-OTPAID               PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-GARNDED              PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-TAXEXEMPT            PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-TAXTRUEUP            PIC S9(7)V9(2) COMP-3.
           03  WS-IMG-GRATPAID             PIC S9(7)V9(2) COMP-3.
           03  FILLER                      PIC X(126).
       01  WS-IMAGE-BNK REDEFINES WS-IMAGE.
           03  WS-IMG-BNK-EMP-NO           PIC X(6).
           03  WS-IMG-BNK-ACCOUNT-NO       PIC X(10).
           03  FILLER                      PIC X(8).
           03  WS-IMG-BNK-EFF-DATE         PIC 9(6).
           03  FILLER                      PIC X(170).

      *    ** the central runtime parameter row on the APITPPRM
      *    ** gateway (CMD-CODE 1 READ BY PROGRAM+NAME, LATEST
      *    ** EFFECTIVE) - maintained on the COBCIO63 screen
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

      *    ** the master named on the unload's own header
       01  WS-MASTER-NAME                  PIC X(8).
           88  WS-MASTER-EMPLOYEE              VALUE "EMPLOYEE".
           88  WS-MASTER-LEAVE                 VALUE "LEAVE   ".
           88  WS-MASTER-PAYROLL               VALUE "PAYROLL ".
           88  WS-MASTER-BANK                  VALUE "BANK    ".

      *    ** salary and pay are scaled to this per cent, birth and
      *    ** joined dates moved back this many days, and the
      *    ** scramble alphabets chosen by this key
       01  WS-SCALE-PCT                    PIC S9(3)V9(2) COMP-3
                                           VALUE +85.
       01  WS-SHIFT-DAYS                   PIC S9(4) COMP VALUE +45.
       01  WS-MASK-KEY                     PIC S9(4) COMP VALUE +7.

      *    ** the scramble - each clear letter or digit maps to the
      *    ** one at the same place in the keyed cut of the mixed
      *    ** alphabet. doubled so any cut of 26 (10) is in range
       01  WS-CLEAR-UPPER                  PIC X(26)
                           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-CLEAR-LOWER                  PIC X(26)
                           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-CLEAR-DIGITS                 PIC X(10) VALUE "0123456789".
       01  WS-MIXED-UPPER.
           03  FILLER                      PIC X(26)
                           VALUE "QAZWSXEDCRFVTGBYHNUJMIKOLP".
           03  FILLER                      PIC X(26)
                           VALUE "QAZWSXEDCRFVTGBYHNUJMIKOLP".
       01  WS-MIXED-LOWER.
           03  FILLER                      PIC X(26)
                           VALUE "qazwsxedcrfvtgbyhnujmikolp".
           03  FILLER                      PIC X(26)
                           VALUE "qazwsxedcrfvtgbyhnujmikolp".
       01  WS-MIXED-DIGITS                 PIC X(20)
                                   VALUE "73059168247305916824".
       01  WS-MASK-UPPER                   PIC X(26).
       01  WS-MASK-LOWER                   PIC X(26).
       01  WS-MASK-DIGITS                  PIC X(10).
       01  WS-KEY-QUOTIENT                 PIC S9(4) COMP.
       01  WS-LETTER-OFFSET                PIC S9(4) COMP.
       01  WS-DIGIT-OFFSET                 PIC S9(4) COMP.

      *    ** a yyddd date moved back across year ends - 2-digit
      *    ** years windowed at 50 like every other site here
       01  WS-SHIFT-YYDDD                  PIC 9(5).
       01  WS-SHIFT-YYDDD-R REDEFINES WS-SHIFT-YYDDD.
           03  WS-SHIFT-YY                 PIC 9(2).
           03  WS-SHIFT-DDD                PIC 9(3).
       01  WS-SHIFT-DAY                    PIC S9(5) COMP.
       01  WS-SHIFT-YYYY                   PIC 9(4).
       01  WS-SHIFT-YEAR-DAYS              PIC S9(4) COMP.
       01  WS-LEAP-QUOTIENT                PIC S9(4) COMP.
       01  WS-LEAP-REM-4                   PIC S9(4) COMP.
       01  WS-LEAP-REM-100                 PIC S9(4) COMP.
       01  WS-LEAP-REM-400                 PIC S9(4) COMP.

      *    ** proof of the file read and totals of the copy written
       01  WS-IN-HASH-TOTAL                PIC S9(13)V9(2) COMP-3
                                           VALUE +0.
       01  WS-OUT-HASH-TOTAL               PIC S9(13)V9(2) COMP-3
                                           VALUE +0.
       01  WS-HASH-TOTAL                   PIC S9(13)V9(2) COMP-3.
       01  WS-RECORD-COUNT                 PIC S9(9) COMP VALUE +0.
       01  WS-MASKED-COUNT                 PIC S9(9) COMP VALUE +0.
       01  WS-TRAILER-COUNT                PIC S9(9) COMP VALUE -1.
       01  WS-TRAILER-HASH                 PIC S9(13)V9(2) COMP-3.
       01  WS-HEADER-SEEN-SWITCH           PIC X VALUE "N".
           88  WS-HEADER-SEEN                  VALUE "Y".
       01  WS-FILE-PROVED-SWITCH           PIC X VALUE "N".
           88  WS-FILE-PROVED                  VALUE "Y".

       01  WS-UNLOAD-EOF-SWITCH            PIC X VALUE "N".
           88  WS-UNLOAD-EOF                   VALUE "Y".
       01  WS-COUNT-DISPLAY                PIC ZZZZZZZZ9.
       01  WS-HASH-DISPLAY                 PIC Z(12)9.99-.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATB7".
           03  WS-RC-RUN-DATE              PIC 9(6).
           03  WS-RC-START-TIME            PIC 9(6).
           03  WS-RC-END-TIME              PIC 9(6).
           03  WS-RC-READ-COUNT            PIC S9(7) COMP.
           03  WS-RC-SELECT-COUNT          PIC S9(7) COMP.
           03  WS-RC-WRITE-COUNT           PIC S9(7) COMP.
           03  WS-RC-ERROR-COUNT           PIC S9(7) COMP.
           03  WS-RC-STATUS                PIC X(8).
      *    ** the CALL to COBRNLOG resets RETURN-CODE when the logger
      *    ** returns, so a refusal is latched here and re-asserted
      *    ** after the log call
       01  WS-FAILED-SWITCH                PIC X VALUE "N".
           88  WS-RUN-FAILED                   VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(6).
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
           PERFORM 200-PROVE-FILE THRU 200-EXIT
           IF  WS-FILE-PROVED THEN
               PERFORM 400-MASK-FILE THRU 400-EXIT
           END-IF
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE MASKING PARAMETERS AND THE SCRAMBLE
      *    ALPHABETS THE KEY SELECTS.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.

      *    ** today's SCALEPCT, SHIFTDAYS and MASKKEY off the central
      *    ** parameter file - the compiled-in defaults stand when no
      *    ** row is on file
           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATB7"     TO WS-PRM-PROGRAM.
           MOVE "SCALEPCT    " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-SCALE-PCT
               END-IF
           END-IF.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATB7"     TO WS-PRM-PROGRAM.
           MOVE "SHIFTDAYS   " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-SHIFT-DAYS
               END-IF
           END-IF.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATB7"     TO WS-PRM-PROGRAM.
           MOVE "MASKKEY     " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-MASK-KEY
               END-IF
           END-IF.

           DIVIDE WS-MASK-KEY BY 26 GIVING WS-KEY-QUOTIENT
                  REMAINDER WS-LETTER-OFFSET.
           DIVIDE WS-MASK-KEY BY 10 GIVING WS-KEY-QUOTIENT
                  REMAINDER WS-DIGIT-OFFSET.
           MOVE WS-MIXED-UPPER (WS-LETTER-OFFSET + 1:26)
                                           TO WS-MASK-UPPER.
           MOVE WS-MIXED-LOWER (WS-LETTER-OFFSET + 1:26)
                                           TO WS-MASK-LOWER.
           MOVE WS-MIXED-DIGITS (WS-DIGIT-OFFSET + 1:10)
                                           TO WS-MASK-DIGITS.

      *-----------------------------------------------------------------
      * 200-PROVE-FILE - PASS ONE, SAME PROOF COBBAT45 MAKES. THE
      *    HEADER NAMES THE MASTER (AND SO THE MASKING), THE TRAILER
      *    MUST BE THERE, AND COUNT AND HASH MUST BOTH PROVE.
      *-----------------------------------------------------------------
       200-PROVE-FILE.

           OPEN INPUT UNLOAD-FILE.

           PERFORM UNTIL WS-UNLOAD-EOF
               READ UNLOAD-FILE
                   AT END
                       SET WS-UNLOAD-EOF TO TRUE
                   NOT AT END
                       EVALUATE UN-RECORD-TYPE
                           WHEN "H"
                               MOVE UN-H-MASTER-NAME
                                       TO WS-MASTER-NAME
                               SET WS-HEADER-SEEN TO TRUE
                           WHEN "D"
                               ADD 1 TO WS-RECORD-COUNT
                               MOVE UN-IMAGE TO WS-IMAGE
                               PERFORM 300-HASH-ONE-IMAGE
                               ADD WS-HASH-TOTAL TO WS-IN-HASH-TOTAL
                           WHEN "T"
                               MOVE UN-T-RECORD-COUNT
                                       TO WS-TRAILER-COUNT
                               MOVE UN-T-HASH-TOTAL
                                       TO WS-TRAILER-HASH
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE UNLOAD-FILE.

           IF  NOT WS-HEADER-SEEN
           OR  NOT (WS-MASTER-EMPLOYEE OR WS-MASTER-LEAVE
                    OR WS-MASTER-PAYROLL OR WS-MASTER-BANK)
               DISPLAY "COBBATB7 - HEADER MISSING OR UNKNOWN MASTER - "
                       "NOTHING MASKED"
               SET WS-RUN-FAILED TO TRUE
               GO TO 200-EXIT
           END-IF.
           IF  WS-TRAILER-COUNT < 0 THEN
               DISPLAY "COBBATB7 - TRAILER MISSING - FILE IS SHORT - "
                       "NOTHING MASKED"
               SET WS-RUN-FAILED TO TRUE
               GO TO 200-EXIT
           END-IF.
           IF  WS-TRAILER-COUNT NOT = WS-RECORD-COUNT
           OR  WS-TRAILER-HASH  NOT = WS-IN-HASH-TOTAL
               DISPLAY "COBBATB7 - COUNT/HASH DO NOT PROVE - "
                       "NOTHING MASKED"
               SET WS-RUN-FAILED TO TRUE
               GO TO 200-EXIT
           END-IF.

           SET WS-FILE-PROVED TO TRUE.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-HASH-ONE-IMAGE - THE KEY-FIELD HASH COBBAT44 TAKES, FOR THE
      *    ONE IMAGE IN WS-IMAGE, INTO WS-HASH-TOTAL.
      *-----------------------------------------------------------------
       300-HASH-ONE-IMAGE.

           MOVE ZERO TO WS-HASH-TOTAL.
           EVALUATE TRUE
               WHEN WS-MASTER-EMPLOYEE
                   MOVE WS-IMG-EMP-SALARY    TO WS-HASH-TOTAL
               WHEN WS-MASTER-LEAVE
                   MOVE WS-IMG-LBALANCE      TO WS-HASH-TOTAL
               WHEN WS-MASTER-PAYROLL
                   MOVE WS-IMG-SALARYPAID    TO WS-HASH-TOTAL
               WHEN WS-MASTER-BANK
                   MOVE WS-IMG-BNK-EFF-DATE  TO WS-HASH-TOTAL
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 400-MASK-FILE - PASS TWO. HEADER COPIED, EVERY IMAGE MASKED AND
      *    RE-HASHED, AND A NEW TRAILER FOR THE MASKED COPY.
      *-----------------------------------------------------------------
       400-MASK-FILE.

           MOVE "N" TO WS-UNLOAD-EOF-SWITCH.
           OPEN INPUT UNLOAD-FILE.
           OPEN OUTPUT MASKED-FILE.

           PERFORM UNTIL WS-UNLOAD-EOF
               READ UNLOAD-FILE
                   AT END
                       SET WS-UNLOAD-EOF TO TRUE
                   NOT AT END
                       EVALUATE UN-RECORD-TYPE
                           WHEN "H"
                               MOVE UNLOAD-RECORD TO MASKED-RECORD
                               WRITE MASKED-RECORD
                           WHEN "D"
                               MOVE UN-IMAGE TO WS-IMAGE
                               PERFORM 500-MASK-ONE-IMAGE
                               PERFORM 300-HASH-ONE-IMAGE
                               ADD WS-HASH-TOTAL TO WS-OUT-HASH-TOTAL
                               MOVE SPACES   TO MASKED-RECORD
                               MOVE "D"      TO MK-RECORD-TYPE
                               MOVE WS-IMAGE TO MK-IMAGE
                               WRITE MASKED-RECORD
                               ADD 1 TO WS-MASKED-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

           MOVE SPACES            TO MASKED-RECORD.
           MOVE "T"               TO MK-RECORD-TYPE.
           MOVE WS-MASKED-COUNT   TO MK-T-RECORD-COUNT.
           MOVE WS-OUT-HASH-TOTAL TO MK-T-HASH-TOTAL.
           WRITE MASKED-RECORD.

           CLOSE UNLOAD-FILE.
           CLOSE MASKED-FILE.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-MASK-ONE-IMAGE - THE MASTER'S PERSONAL FIELDS IN WS-IMAGE.
      *    KEY FIELDS ARE LEFT ALONE.
      *-----------------------------------------------------------------
       500-MASK-ONE-IMAGE.

           EVALUATE TRUE
               WHEN WS-MASTER-EMPLOYEE
                   PERFORM 510-MASK-EMPLOYEE
               WHEN WS-MASTER-PAYROLL
                   PERFORM 520-MASK-PAYROLL
               WHEN WS-MASTER-BANK
                   INSPECT WS-IMG-BNK-ACCOUNT-NO
                       CONVERTING WS-CLEAR-DIGITS TO WS-MASK-DIGITS
                   INSPECT WS-IMG-BNK-ACCOUNT-NO
                       CONVERTING WS-CLEAR-UPPER TO WS-MASK-UPPER
           END-EVALUATE.

       510-MASK-EMPLOYEE.

           INSPECT WS-IMG-EMP-NAME
               CONVERTING WS-CLEAR-UPPER TO WS-MASK-UPPER.
           INSPECT WS-IMG-EMP-NAME
               CONVERTING WS-CLEAR-LOWER TO WS-MASK-LOWER.
           INSPECT WS-IMG-EMP-ADDR-1
               CONVERTING WS-CLEAR-UPPER TO WS-MASK-UPPER.
           INSPECT WS-IMG-EMP-ADDR-1
               CONVERTING WS-CLEAR-LOWER TO WS-MASK-LOWER.
           INSPECT WS-IMG-EMP-ADDR-1
               CONVERTING WS-CLEAR-DIGITS TO WS-MASK-DIGITS.
           INSPECT WS-IMG-EMP-ADDR-2
               CONVERTING WS-CLEAR-UPPER TO WS-MASK-UPPER.
           INSPECT WS-IMG-EMP-ADDR-2
               CONVERTING WS-CLEAR-LOWER TO WS-MASK-LOWER.
           INSPECT WS-IMG-EMP-ADDR-2
               CONVERTING WS-CLEAR-DIGITS TO WS-MASK-DIGITS.
           INSPECT WS-IMG-EMP-ADDR-3
               CONVERTING WS-CLEAR-UPPER TO WS-MASK-UPPER.
           INSPECT WS-IMG-EMP-ADDR-3
               CONVERTING WS-CLEAR-LOWER TO WS-MASK-LOWER.
           INSPECT WS-IMG-EMP-ADDR-3
               CONVERTING WS-CLEAR-DIGITS TO WS-MASK-DIGITS.
           INSPECT WS-IMG-EMP-ZIP-CODE
               CONVERTING WS-CLEAR-DIGITS TO WS-MASK-DIGITS.

           IF  WS-IMG-EMP-BIRTH-DATE IS NUMERIC
           AND WS-IMG-EMP-BIRTH-DATE NOT = ZERO
               MOVE WS-IMG-EMP-BIRTH-DATE TO WS-SHIFT-YYDDD
               PERFORM 600-SHIFT-YYDDD THRU 600-EXIT
               MOVE WS-SHIFT-YYDDD        TO WS-IMG-EMP-BIRTH-DATE
           END-IF.

           IF  WS-IMG-EMP-DATE-JOINED IS NUMERIC
           AND WS-IMG-EMP-DATE-JOINED NOT = ZERO
               MOVE WS-IMG-EMP-DATE-JOINED TO WS-SHIFT-YYDDD
               PERFORM 600-SHIFT-YYDDD THRU 600-EXIT
               MOVE WS-SHIFT-YYDDD         TO WS-IMG-EMP-DATE-JOINED
           END-IF.

           COMPUTE WS-IMG-EMP-SALARY ROUNDED =
                   WS-IMG-EMP-SALARY * WS-SCALE-PCT / 100.

      *    ** every amount by the same factor, so a payslip still adds
      *    ** up (to the penny, give or take rounding) after masking
       520-MASK-PAYROLL.

           COMPUTE WS-IMG-SALARYPAID ROUNDED =
                   WS-IMG-SALARYPAID * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-BONUSPAID ROUNDED =
                   WS-IMG-BONUSPAID * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-COMMPAID ROUNDED =
                   WS-IMG-COMMPAID * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-TAXWITHHELD ROUNDED =
                   WS-IMG-TAXWITHHELD * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-STATDED ROUNDED =
                   WS-IMG-STATDED * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-BENDED ROUNDED =
                   WS-IMG-BENDED * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-LOANDED ROUNDED =
                   WS-IMG-LOANDED * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-OTPAID ROUNDED =
                   WS-IMG-OTPAID * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-GARNDED ROUNDED =
                   WS-IMG-GARNDED * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-TAXEXEMPT ROUNDED =
                   WS-IMG-TAXEXEMPT * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-TAXTRUEUP ROUNDED =
                   WS-IMG-TAXTRUEUP * WS-SCALE-PCT / 100.
           COMPUTE WS-IMG-GRATPAID ROUNDED =
                   WS-IMG-GRATPAID * WS-SCALE-PCT / 100.

      *-----------------------------------------------------------------
      * 600-SHIFT-YYDDD - MOVE THE YYDDD DATE IN WS-SHIFT-YYDDD BACK
      *    WS-SHIFT-DAYS DAYS, BORROWING WHOLE YEARS (365 OR 366 DAYS)
      *    ACROSS EACH YEAR END.
      *-----------------------------------------------------------------
       600-SHIFT-YYDDD.

           COMPUTE WS-SHIFT-DAY = WS-SHIFT-DDD - WS-SHIFT-DAYS.

           PERFORM UNTIL WS-SHIFT-DAY > 0
               IF  WS-SHIFT-YY = ZERO
                   MOVE 99 TO WS-SHIFT-YY
               ELSE
                   SUBTRACT 1 FROM WS-SHIFT-YY
               END-IF
               PERFORM 610-DAYS-IN-YEAR THRU 610-EXIT
               ADD WS-SHIFT-YEAR-DAYS TO WS-SHIFT-DAY
           END-PERFORM.

           MOVE WS-SHIFT-DAY TO WS-SHIFT-DDD.

       600-EXIT.
           EXIT.

       610-DAYS-IN-YEAR.

           IF  WS-SHIFT-YY < 50 THEN
               COMPUTE WS-SHIFT-YYYY = 2000 + WS-SHIFT-YY
           ELSE
               COMPUTE WS-SHIFT-YYYY = 1900 + WS-SHIFT-YY
           END-IF.

           DIVIDE WS-SHIFT-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-SHIFT-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-SHIFT-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-400.

           IF  WS-LEAP-REM-4 = 0
           AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 366 TO WS-SHIFT-YEAR-DAYS
           ELSE
               MOVE 365 TO WS-SHIFT-YEAR-DAYS
           END-IF.

       610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - LOG THE RUN AND DISPLAY THE CONTROL TOTALS -
      *    RECORDS IN MUST EQUAL RECORDS MASKED.
      *-----------------------------------------------------------------
       900-TERMINATE.

           IF  WS-FILE-PROVED
           AND WS-MASKED-COUNT NOT = WS-RECORD-COUNT
               DISPLAY "COBBATB7 - MASKED COUNT DOES NOT AGREE WITH "
                       "THE UNLOAD"
               SET WS-RUN-FAILED TO TRUE
           END-IF.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS  TO WS-RC-END-TIME.
           MOVE WS-RECORD-COUNT TO WS-RC-READ-COUNT.
           MOVE WS-MASKED-COUNT TO WS-RC-SELECT-COUNT.
           MOVE WS-MASKED-COUNT TO WS-RC-WRITE-COUNT.
           MOVE ZERO            TO WS-RC-ERROR-COUNT.
           IF  WS-RUN-FAILED THEN
               MOVE "REFUSED " TO WS-RC-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RC-STATUS
           END-IF.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB7 - " WS-COUNT-DISPLAY " "
                   WS-MASTER-NAME " IMAGES ON THE UNLOAD".
           MOVE WS-MASKED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB7 - " WS-COUNT-DISPLAY
                   " IMAGES ON THE MASKED COPY".
           MOVE WS-IN-HASH-TOTAL TO WS-HASH-DISPLAY.
           DISPLAY "COBBATB7 - UNLOAD HASH      " WS-HASH-DISPLAY.
           MOVE WS-OUT-HASH-TOTAL TO WS-HASH-DISPLAY.
           DISPLAY "COBBATB7 - MASKED COPY HASH " WS-HASH-DISPLAY.

           IF  WS-RUN-FAILED THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      *    COBGRATY - END-OF-SERVICE GRATUITY VALUATION ROUTINE. THE
      *               GRATUITY OWED TO A LEAVER USED TO BE WORKED OUT
      *               BY HAND FROM THE JOINING LETTER AND A PRINTED
      *               RULE SHEET, AND NOTHING WAS EVER PROVIDED FOR IT
      *               IN THE BOOKS UNTIL THE DAY IT WAS PAID. GIVEN AN
      *               EMPLOYEE'S ORIGINAL JOINING DATE (YYDDD - THE
      *               FIRST-JOINED DATE A REHIRE KEEPS, FALLING BACK TO
      *               THE CURRENT DATE-JOINED WHEN IT WAS NEVER SET),
      *               AN AS-OF DATE (YYMMDD) AND THE MONTHLY SALARY,
      *               THIS ROUTINE COUNTS THE COMPLETED MONTHS OF
      *               SERVICE, PICKS THE TIER FROM THE COBCIO82 RULE
      *               TABLE (APITPGRT CMD-CODE 4 CURSOR - THE HIGHEST
      *               MINIMUM-YEARS ROW THE SERVICE HAS REACHED) AND
      *               VALUES THE GRATUITY AS THAT TIER'S DAYS OF SALARY
      *               PER YEAR OVER THE WHOLE SERVICE, PART YEARS
      *               PRO RATA BY COMPLETED MONTH. THE DAILY RATE IS
      *               THE MONTHLY SALARY OVER GRATDAYDIV ON APITPPRM
      *               (30 WHEN NO ROW IS ON FILE). SERVICE BELOW THE
      *               LOWEST TIER VALUES TO ZERO. CALLED BY THE COBBATA1
      *               MONTHLY PROVISION RUN AND THE COBCIO57 FINAL
      *               SETTLEMENT SO THE TWO CAN NEVER DISAGREE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBGRATY.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the gratuity tier row the COBCIO82 screen maintains -
      *    ** keyed by the minimum completed years it starts at
       01  GRATUITY-RULE-RECORD.
           10 WS-GRT-MIN-YEARS        PIC 9(2).
           10 WS-GRT-DAYS-PER-YEAR    PIC S9(3)V9(2) USAGE COMP-3.
           10 WS-GRT-DESC             PIC X(30).
           10 WS-GRT-MAINT-DATE       PIC 9(6).
           10 WS-GRT-OPID             PIC X(3).
       01  WS-GRT-CURSOR-SWITCH            PIC X.
           88  WS-GRT-CURSOR-DONE              VALUE "Y".
       01  WS-BEST-MIN-YEARS               PIC S9(4) COMP.

      *    ** the central runtime parameter row (APITPPRM CMD-CODE 1
      *    ** READ BY PROGRAM+NAME, LATEST EFFECTIVE)
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).
       01  WS-DAY-DIVISOR                  PIC S9(3)V9(2) COMP-3
                                           VALUE 30.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** same COBDTE3 parameter shape COBCIO14 uses
       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                PIC X(8).
           03  COBDATE-DATE-RED1 REDEFINES COBDATE-DATE.
               05  COBDATE-DATE-YYDDD      PIC 9(5).
               05  FILLER                  PIC X(3).
           03  COBDATE-DATE-RED2 REDEFINES COBDATE-DATE.
               05  COBDATE-DATE-YYMMDD     PIC 9(6).
               05  FILLER                  PIC X(2).
           03  COBDATE-INPUT-FORMAT        PIC X(8).
           03  COBDATE-OUTPUT-FORMAT       PIC X(8).
           03  COBDATE-MESSAGE             PIC X(30).

      *    ** both ends of the service as windowed year/month/day
       01  WS-JOINED-YYMMDD                PIC 9(6).
       01  WS-JOINED-YYMMDD-R REDEFINES WS-JOINED-YYMMDD.
           03  WS-JOINED-YY                PIC 99.
           03  WS-JOINED-MM                PIC 99.
           03  WS-JOINED-DD                PIC 99.
       01  WS-JOINED-CCYY                  PIC 9(4).
       01  WS-ASOF-YYMMDD                  PIC 9(6).
       01  WS-ASOF-YYMMDD-R REDEFINES WS-ASOF-YYMMDD.
           03  WS-ASOF-YY                  PIC 99.
           03  WS-ASOF-MM                  PIC 99.
           03  WS-ASOF-DD                  PIC 99.
       01  WS-ASOF-CCYY                    PIC 9(4).
       01  WS-DIV-REM                      PIC S9(4) COMP.

           EJECT

       LINKAGE SECTION.
       01  GRATUITY-PARAMETERS.
      *        ** original joining date (yyddd) - zero or not numeric
      *        ** falls back to the current joining date below
           03  GR-FIRST-JOINED             PIC 9(5).
           03  GR-DATE-JOINED              PIC 9(5).
      *        ** the date the service is valued to (yymmdd) - the
      *        ** month end for a provision, the leaving date for a
      *        ** settlement
           03  GR-ASOF-DATE                PIC 9(6).
           03  GR-MONTHLY-SALARY           PIC S9(7)V9(2) COMP-3.
           03  GR-SERVICE-MONTHS           PIC S9(4) COMP.
           03  GR-SERVICE-YEARS            PIC S9(4) COMP.
           03  GR-DAYS-PER-YEAR            PIC S9(3)V9(2) COMP-3.
           03  GR-AMOUNT                   PIC S9(7)V9(2) COMP-3.
           03  GR-MESSAGE                  PIC X(30).

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING GRATUITY-PARAMETERS.

       000-MAIN-LOGIC.

           MOVE ZERO   TO GR-SERVICE-MONTHS
                          GR-SERVICE-YEARS
                          GR-DAYS-PER-YEAR
                          GR-AMOUNT.
           MOVE SPACES TO GR-MESSAGE.

           PERFORM 100-SERVICE-MONTHS THRU 100-EXIT.
           IF  GR-MESSAGE NOT = SPACES THEN
               GOBACK
           END-IF.

           PERFORM 200-PICK-TIER THRU 200-EXIT.
           IF  GR-DAYS-PER-YEAR = ZERO THEN
               MOVE "SERVICE BELOW LOWEST TIER" TO GR-MESSAGE
               GOBACK
           END-IF.

           PERFORM 300-VALUE-GRATUITY THRU 300-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * 100-SERVICE-MONTHS - COMPLETED MONTHS FROM THE JOINING DATE TO
      *    THE AS-OF DATE. A MONTH COUNTS ONCE ITS ANNIVERSARY DAY HAS
      *    BEEN REACHED.
      *-----------------------------------------------------------------
       100-SERVICE-MONTHS.

           IF  GR-FIRST-JOINED IS NUMERIC
           AND GR-FIRST-JOINED NOT = ZERO
               MOVE GR-FIRST-JOINED TO COBDATE-DATE
           ELSE
               IF  GR-DATE-JOINED IS NUMERIC
               AND GR-DATE-JOINED NOT = ZERO
                   MOVE GR-DATE-JOINED TO COBDATE-DATE
               ELSE
                   MOVE "NO JOINING DATE ON FILE" TO GR-MESSAGE
                   GO TO 100-EXIT
               END-IF
           END-IF.

           IF  GR-ASOF-DATE IS NOT NUMERIC
           OR  GR-ASOF-DATE = ZERO
               MOVE "INVALID AS-OF DATE" TO GR-MESSAGE
               GO TO 100-EXIT
           END-IF.

           MOVE "YYDDD"            TO COBDATE-INPUT-FORMAT.
           MOVE "YYMMDD"           TO COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE-YYMMDD TO WS-JOINED-YYMMDD.
           IF  WS-JOINED-YY < 50 THEN
               COMPUTE WS-JOINED-CCYY = 2000 + WS-JOINED-YY
           ELSE
               COMPUTE WS-JOINED-CCYY = 1900 + WS-JOINED-YY
           END-IF.

           MOVE GR-ASOF-DATE TO WS-ASOF-YYMMDD.
           IF  WS-ASOF-YY < 50 THEN
               COMPUTE WS-ASOF-CCYY = 2000 + WS-ASOF-YY
           ELSE
               COMPUTE WS-ASOF-CCYY = 1900 + WS-ASOF-YY
           END-IF.

           COMPUTE GR-SERVICE-MONTHS =
                   (WS-ASOF-CCYY * 12 + WS-ASOF-MM)
                 - (WS-JOINED-CCYY * 12 + WS-JOINED-MM).
           IF  WS-ASOF-DD < WS-JOINED-DD THEN
               SUBTRACT 1 FROM GR-SERVICE-MONTHS
           END-IF.
           IF  GR-SERVICE-MONTHS < ZERO THEN
               MOVE ZERO TO GR-SERVICE-MONTHS
           END-IF.

           DIVIDE GR-SERVICE-MONTHS BY 12
                   GIVING GR-SERVICE-YEARS REMAINDER WS-DIV-REM.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-PICK-TIER - WALK THE RULE TABLE AND KEEP THE HIGHEST TIER
      *    WHOSE MINIMUM YEARS THE SERVICE HAS REACHED. ZERO RESP-CODE
      *    ENDS THE CURSOR.
      *-----------------------------------------------------------------
       200-PICK-TIER.

           MOVE -1     TO WS-BEST-MIN-YEARS.
           MOVE "N"    TO WS-GRT-CURSOR-SWITCH.
           MOVE SPACES TO GRATUITY-RULE-RECORD.
           MOVE ZERO   TO WS-GRT-MIN-YEARS.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-GRT-CURSOR-DONE
               MOVE GRATUITY-RULE-RECORD TO DATA-IN
               CALL "APITPGRT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-GRT-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO GRATUITY-RULE-RECORD
                   IF  WS-GRT-MIN-YEARS NOT > GR-SERVICE-YEARS
                   AND WS-GRT-MIN-YEARS > WS-BEST-MIN-YEARS
                       MOVE WS-GRT-MIN-YEARS     TO WS-BEST-MIN-YEARS
                       MOVE WS-GRT-DAYS-PER-YEAR TO GR-DAYS-PER-YEAR
                   END-IF
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-VALUE-GRATUITY - DAILY RATE TIMES THE TIER'S DAYS PER YEAR
      *    TIMES THE SERVICE IN YEARS (COMPLETED MONTHS OVER TWELVE).
      *-----------------------------------------------------------------
       300-VALUE-GRATUITY.

           MOVE SPACES     TO PARAMETER-RECORD.
           MOVE "COBGRATY" TO WS-PRM-PROGRAM.
           MOVE "GRATDAYDIV  " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO AND WS-PRM-VALUE < 1000 THEN
                   MOVE WS-PRM-VALUE TO WS-DAY-DIVISOR
               END-IF
           END-IF.

           IF  GR-MONTHLY-SALARY IS NOT NUMERIC
           OR  GR-MONTHLY-SALARY NOT > ZERO
               MOVE "NO SALARY ON FILE" TO GR-MESSAGE
               GO TO 300-EXIT
           END-IF.

           COMPUTE GR-AMOUNT ROUNDED =
                   GR-MONTHLY-SALARY / WS-DAY-DIVISOR
                 * GR-DAYS-PER-YEAR * GR-SERVICE-MONTHS / 12.

       300-EXIT.
           EXIT.

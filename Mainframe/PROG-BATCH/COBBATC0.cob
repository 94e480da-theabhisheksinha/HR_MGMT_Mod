      *-----------------------------------------------------------------
      *    COBBATC0 - ONLINE TRANSACTION USAGE AND RESPONSE-TIME
      *               STATISTICS. EVERY COBCIO SCREEN AND COBSV SERVICE
      *               NOW ADDS ONE ROW PER TASK TO THE APITPTXL USAGE
      *               LOG THROUGH COBTXLOG - PROGRAM, TRANSACTION,
      *               OPERATOR, START AND END TIME, ELAPSED HUNDREDTHS
      *               AND OUTCOME. THIS RUN WALKS THE WHOLE LOG
      *               (APITPTXL CMD-CODE 4) AND PRINTS, FOR THE
      *               BUSINESS DATE (RUN CARD DAILY, THE DEFAULT) OR
      *               THE BUSINESS MONTH TO DATE (RUN CARD MONTH):
      *               TASKS, ERROR RATE AND AVERAGE AND WORST RESPONSE
      *               BY PROGRAM; TASKS BY PROGRAM AND HOUR OF THE DAY;
      *               TASKS BY OPERATOR; THE TEN SLOWEST TASKS; AND
      *               EVERY INSTALLED TRANSACTION ON THE TRANCAT
      *               CATALOGUE WITH NO USE IN IDLEDAYS (CENTRAL
      *               PARAMETER, DEFAULT 90) OR NONE EVER. THE DAILY
      *               RUN ALSO POSTS THE DAY'S COUNT AND LAST-USED DATE
      *               PER PROGRAM TO THE APITPTXS SUMMARY, SO THE IDLE
      *               CHECK STILL HOLDS ONCE OLD LOG ROWS ARE PURGED.
      *               A RERUN FOR THE SAME DATE DOES NOT POST TWICE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATC0.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** one card per installed online program - maintained with
      *    ** the region's program definitions
           SELECT TRANSACTION-CATALOGUE-FILE ASSIGN TO TRANCAT
               ORGANIZATION IS SEQUENTIAL.
           SELECT USAGE-PRINT-FILE ASSIGN TO TXSTATS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  TRANSACTION-CATALOGUE-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-CATALOGUE-RECORD.
           03  TC-PROGRAM                  PIC X(8).
           03  FILLER                      PIC X(1).
           03  TC-TRANSID                  PIC X(4).
           03  FILLER                      PIC X(1).
           03  TC-DESCRIPTION              PIC X(30).
           03  FILLER                      PIC X(36).

       FD  USAGE-PRINT-FILE
           RECORDING MODE IS F.
       01  USAGE-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

      *    ** run card - MONTH reports the business month to date,
      *    ** DAILY or blank the business date alone
       01  WS-RUN-MODE                     PIC X(5).
           88  WS-MONTHLY-RUN                  VALUE "MONTH".
           88  WS-DAILY-RUN                    VALUES "DAILY" SPACES.

      *    ** one task off the usage log - APITPTXL CMD-CODE 4
      *    ** ALL-ROWS CURSOR, same shape COBTXLOG adds
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8).
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-START-TIME-R REDEFINES WS-TXU-START-TIME.
               05  WS-TXU-START-HH         PIC 9(2).
               05  FILLER                  PIC 9(6).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
           03  WS-TXU-OUTCOME              PIC X(1).
               88  WS-TXU-ERROR                VALUES "E" "D".
               88  WS-TXU-REFUSED              VALUE "R".

      *    ** the per-program running summary on APITPTXS - CMD-CODE
      *    ** 1 READ BY PROGRAM, 2 ADD, 3 CHANGE
       01  USAGE-SUMMARY-RECORD.
           03  WS-TUS-PROGRAM              PIC X(8).
           03  WS-TUS-TRANSID              PIC X(4).
           03  WS-TUS-LAST-USED            PIC 9(6).
           03  WS-TUS-TASK-COUNT           PIC S9(9) COMP.
      *        ** the business date last posted - a rerun of that
      *        ** day's statistics leaves the row alone
           03  WS-TUS-POSTED-DATE          PIC 9(6).

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

      *    ** an installed transaction unused for longer than this
      *    ** many days is a retirement candidate
       01  WS-IDLE-DAYS                    PIC S9(5) COMP VALUE +90.
       01  WS-DAYS-IDLE                    PIC S9(7) COMP.

      *    ** one row per program - the catalogue first, then any
      *    ** program found on the log that the catalogue lacks.
      *    ** Built up in memory then printed, same accumulate-then-
      *    ** report shape as COBBATB5's operator table
       01  WS-MAX-PROGRAMS                 PIC S9(4) COMP VALUE +300.
       01  PROGRAM-USAGE-TABLE.
           03  PROGRAM-USAGE-ROW OCCURS 300 TIMES
                                 INDEXED BY PGM-IDX.
               05  PU-PROGRAM              PIC X(8).
               05  PU-TRANSID              PIC X(4).
               05  PU-DESCRIPTION          PIC X(30).
               05  PU-CATALOGUE-SWITCH     PIC X(1).
                   88  PU-CATALOGUED           VALUE "Y".
               05  PU-TASK-COUNT           PIC S9(7) COMP.
               05  PU-ERROR-COUNT          PIC S9(7) COMP.
               05  PU-REFUSED-COUNT        PIC S9(7) COMP.
               05  PU-TOTAL-ELAPSED        PIC S9(11) COMP.
               05  PU-MAX-ELAPSED          PIC S9(7) COMP.
      *            ** the latest use anywhere on the log, as YYMMDD
      *            ** and as a day number
               05  PU-LAST-USED            PIC 9(6).
               05  PU-LAST-JULIAN          PIC 9(7).
               05  PU-HOUR-COUNT           PIC S9(7) COMP
                                           OCCURS 24 TIMES.
       01  WS-PROGRAM-COUNT                PIC S9(4) COMP VALUE +0.
       01  WS-PGM-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-PGM-FOUND                    VALUE "Y".

      *    ** every program's tasks by hour added together
       01  WS-HOUR-TOTAL-TABLE.
           03  WS-HOUR-TOTAL               PIC S9(7) COMP
                                           OCCURS 24 TIMES.
       01  WS-HOUR-SUB                     PIC S9(4) COMP.
       01  WS-HOUR-CELL                    PIC S9(4) COMP.

       01  WS-MAX-OPERATORS                PIC S9(4) COMP VALUE +500.
       01  OPERATOR-USAGE-TABLE.
           03  OPERATOR-USAGE-ROW OCCURS 500 TIMES
                                  INDEXED BY OPU-IDX.
               05  OU-OPERATOR             PIC X(3).
               05  OU-TASK-COUNT           PIC S9(7) COMP.
               05  OU-ERROR-COUNT          PIC S9(7) COMP.
               05  OU-REFUSED-COUNT        PIC S9(7) COMP.
       01  WS-OPERATOR-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-OPU-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-OPU-FOUND                    VALUE "Y".

      *    ** the slowest tasks in the period, slowest first
       01  WS-MAX-SLOWEST                  PIC S9(4) COMP VALUE +10.
       01  SLOWEST-TASK-TABLE.
           03  SLOWEST-TASK-ROW OCCURS 10 TIMES.
               05  SL-ELAPSED              PIC S9(7) COMP.
               05  SL-PROGRAM              PIC X(8).
               05  SL-TRANSID              PIC X(4).
               05  SL-OPERATOR             PIC X(3).
               05  SL-START-DATE           PIC 9(6).
               05  SL-START-TIME           PIC 9(8).
               05  SL-OUTCOME              PIC X(1).
       01  WS-SLOWEST-COUNT                PIC S9(4) COMP VALUE +0.
       01  WS-SLOT                         PIC S9(4) COMP.
       01  WS-SHIFT                        PIC S9(4) COMP.

       01  WS-SECONDS                      PIC S9(7)V9(2) COMP-3.
       01  WS-ERROR-PERCENT                PIC S9(3)V9(1) COMP-3.

      *    ** the report period - the business date alone, or the
      *    ** first of its month up to it
       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YYMM                 PIC 9(4).
           03  WS-RUN-DD                   PIC 9(2).
       01  WS-PERIOD-FROM-DATE             PIC 9(6).
       01  WS-PERIOD-FROM-R REDEFINES WS-PERIOD-FROM-DATE.
           03  WS-FROM-YYMM                PIC 9(4).
           03  WS-FROM-DD                  PIC 9(2).
       01  WS-PERIOD-FROM-JULIAN           PIC 9(7).
       01  WS-TASK-JULIAN                  PIC 9(7).

       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                 PIC 9(8).
           03  COBDATE-INPUT-FORMAT         PIC X(10).
           03  COBDATE-OUTPUT-FORMAT        PIC X(10).
           03  COBDATE-MESSAGE              PIC X(60).
      *    ** true continuous day numbers, so two dates in different
      *    ** years subtract safely - same conversion as COBBAT06
       01  WS-RUN-DATE-JULIAN               PIC 9(7).
       01  WS-CONV-YYMMDD                   PIC 9(6).
       01  WS-CONV-YYDDD                    PIC 9(5).
       01  WS-CONV-YY                       PIC 9(2).
       01  WS-CONV-DDD                      PIC 9(3).
       01  WS-CONV-YYYY                     PIC 9(4).
       01  WS-CONV-JULIAN                   PIC 9(7).

      *    ** print lines
       01  PL-HEADING.
           03  FILLER                      PIC X(38) VALUE
               "COBBATC0  ONLINE TRANSACTION USAGE - ".
           03  PL-H-PERIOD                 PIC X(7).
           03  FILLER                      PIC X(8)  VALUE " PERIOD ".
           03  PL-H-FROM                   PIC 9(6).
           03  FILLER                      PIC X(4)  VALUE " TO ".
           03  PL-H-TO                     PIC 9(6).
           03  FILLER                      PIC X(63) VALUE SPACES.
       01  PL-SECTION.
           03  PL-S-TEXT                   PIC X(60).
           03  FILLER                      PIC X(72) VALUE SPACES.
       01  PL-PROGRAM-HEADING.
           03  FILLER                      PIC X(10) VALUE "PROGRAM".
           03  FILLER                      PIC X(6)  VALUE "TRAN".
           03  FILLER                      PIC X(9)  VALUE "  TASKS".
           03  FILLER                      PIC X(9)  VALUE " ERRORS".
           03  FILLER                      PIC X(7)  VALUE " ERR%".
           03  FILLER                      PIC X(9)  VALUE "REFUSED".
           03  FILLER                      PIC X(10) VALUE "AVG SECS".
           03  FILLER                      PIC X(8)  VALUE "MAX SECS".
           03  FILLER                      PIC X(64) VALUE SPACES.
       01  PL-PROGRAM.
           03  PL-P-PROGRAM                PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-P-TRANSID                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-P-TASKS                  PIC ZZZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-P-ERRORS                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-P-ERROR-PERCENT          PIC ZZ9.9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-P-REFUSED                PIC ZZZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-P-AVERAGE                PIC ZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-P-MAXIMUM                PIC ZZZZ9.99.
           03  FILLER                      PIC X(64) VALUE SPACES.
      *    ** tasks by hour - two lines a program, hours 00-11 then
      *    ** 12-23
       01  PL-HOUR-HEADING.
           03  FILLER                      PIC X(15) VALUE
               "PROGRAM  HOURS".
           03  PL-HH-HOUR OCCURS 12 TIMES.
               05  FILLER                  PIC X(5).
               05  PL-HH-LABEL             PIC 9(2).
           03  FILLER                      PIC X(33) VALUE SPACES.
       01  PL-HOURS.
           03  PL-R-PROGRAM                PIC X(8).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  PL-R-RANGE                  PIC X(5).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  PL-R-COUNT                  PIC ZZZZZZ9
                                           OCCURS 12 TIMES.
           03  FILLER                      PIC X(33) VALUE SPACES.
       01  PL-OPERATOR-HEADING.
           03  FILLER                      PIC X(5)  VALUE "OPER".
           03  FILLER                      PIC X(9)  VALUE "  TASKS".
           03  FILLER                      PIC X(9)  VALUE " ERRORS".
           03  FILLER                      PIC X(7)  VALUE "REFUSED".
           03  FILLER                      PIC X(102) VALUE SPACES.
       01  PL-OPERATOR.
           03  PL-O-OPERATOR               PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-O-TASKS                  PIC ZZZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-O-ERRORS                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-O-REFUSED                PIC ZZZZZZ9.
           03  FILLER                      PIC X(102) VALUE SPACES.
       01  PL-SLOWEST-HEADING.
           03  FILLER                      PIC X(4)  VALUE "NO".
           03  FILLER                      PIC X(10) VALUE "PROGRAM".
           03  FILLER                      PIC X(6)  VALUE "TRAN".
           03  FILLER                      PIC X(5)  VALUE "OPER".
           03  FILLER                      PIC X(8)  VALUE "DATE".
           03  FILLER                      PIC X(8)  VALUE "START".
           03  FILLER                      PIC X(10) VALUE "    SECS".
           03  FILLER                      PIC X(7)  VALUE "OUTCOME".
           03  FILLER                      PIC X(74) VALUE SPACES.
       01  PL-SLOWEST.
           03  PL-L-RANK                   PIC Z9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-L-PROGRAM                PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-L-TRANSID                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-L-OPERATOR               PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-L-DATE                   PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-L-TIME                   PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-L-SECONDS                PIC ZZZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-L-OUTCOME                PIC X(1).
           03  FILLER                      PIC X(80) VALUE SPACES.
       01  PL-IDLE-HEADING.
           03  FILLER                      PIC X(10) VALUE "PROGRAM".
           03  FILLER                      PIC X(6)  VALUE "TRAN".
           03  FILLER                      PIC X(11) VALUE "LAST USED".
           03  FILLER                      PIC X(7)  VALUE "  DAYS".
           03  FILLER                      PIC X(11) VALUE
               "DESCRIPTION".
           03  FILLER                      PIC X(87) VALUE SPACES.
       01  PL-IDLE.
           03  PL-I-PROGRAM                PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-I-TRANSID                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-I-LAST-USED              PIC X(6).
           03  FILLER                      PIC X(5)  VALUE SPACES.
           03  PL-I-DAYS                   PIC ZZZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  PL-I-DESCRIPTION            PIC X(30).
           03  FILLER                      PIC X(68) VALUE SPACES.
       01  PL-NOTE.
           03  FILLER                      PIC X(12) VALUE SPACES.
           03  PL-N-TEXT                   PIC X(120).

       01  WS-CATALOGUE-EOF-SWITCH         PIC X VALUE "N".
           88  WS-CATALOGUE-EOF                VALUE "Y".
       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-CATALOGUE-COUNT              PIC S9(7) COMP VALUE +0.
       01  WS-READ-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-PERIOD-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-PERIOD-ERROR-COUNT           PIC S9(7) COMP VALUE +0.
       01  WS-POSTED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-IDLE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-WRITE-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATC0".
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
               PERFORM 150-LOAD-CATALOGUE THRU 150-EXIT
               PERFORM 200-SCAN-USAGE-LOG THRU 200-EXIT
               PERFORM 500-PRINT-PROGRAMS THRU 500-EXIT
               PERFORM 520-PRINT-HOURS THRU 520-EXIT
               PERFORM 540-PRINT-OPERATORS THRU 540-EXIT
               PERFORM 560-PRINT-SLOWEST THRU 560-EXIT
               IF  WS-DAILY-RUN THEN
                   PERFORM 600-POST-SUMMARY THRU 600-EXIT
               END-IF
               PERFORM 700-REPORT-IDLE THRU 700-EXIT
           END-IF
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE IDLE LIMIT, THE RUN CARD, THE REPORT
      *    PERIOD AS DAY NUMBERS, AND OPEN THE FILES. A RUN CARD
      *    THAT IS NEITHER DAILY NOR MONTH REFUSES THE RUN.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

      *    ** today's figure for IDLEDAYS off the central parameter
      *    ** file - the compiled-in default stands when no row is on
      *    ** file
           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATC0"     TO WS-PRM-PROGRAM.
           MOVE "IDLEDAYS    " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-IDLE-DAYS
               END-IF
           END-IF.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.

           MOVE SPACES TO WS-RUN-MODE.
           ACCEPT WS-RUN-MODE.
           IF  NOT WS-DAILY-RUN
           AND NOT WS-MONTHLY-RUN
               DISPLAY "COBBATC0 - INVALID RUN CARD " WS-RUN-MODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 100-EXIT
           END-IF.

           MOVE WS-RUN-DATE TO WS-CONV-YYMMDD.
           PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RUN-DATE-JULIAN.

           MOVE WS-RUN-DATE TO WS-PERIOD-FROM-DATE.
           IF  WS-MONTHLY-RUN THEN
               MOVE 1 TO WS-FROM-DD
               MOVE WS-PERIOD-FROM-DATE TO WS-CONV-YYMMDD
               PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT
               MOVE WS-CONV-JULIAN TO WS-PERIOD-FROM-JULIAN
           ELSE
               MOVE WS-RUN-DATE-JULIAN TO WS-PERIOD-FROM-JULIAN
           END-IF.

           MOVE SPACES TO PROGRAM-USAGE-TABLE.
           MOVE SPACES TO OPERATOR-USAGE-TABLE.
           MOVE SPACES TO SLOWEST-TASK-TABLE.
           PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
               MOVE ZERO TO WS-HOUR-TOTAL (WS-HOUR-SUB)
           END-PERFORM.

           OPEN INPUT  TRANSACTION-CATALOGUE-FILE.
           OPEN OUTPUT USAGE-PRINT-FILE.

           IF  WS-MONTHLY-RUN THEN
               MOVE "MONTHLY"      TO PL-H-PERIOD
           ELSE
               MOVE "DAILY  "      TO PL-H-PERIOD
           END-IF.
           MOVE WS-PERIOD-FROM-DATE TO PL-H-FROM.
           MOVE WS-RUN-DATE         TO PL-H-TO.
           WRITE USAGE-PRINT-LINE FROM PL-HEADING.
           ADD 1 TO WS-WRITE-COUNT.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 150-LOAD-CATALOGUE - ONE PROGRAM ROW PER CATALOGUE CARD, SO
      *    A TRANSACTION NOBODY HAS EVER RUN STILL HAS A ROW TO BE
      *    REPORTED IDLE. A DUPLICATE CARD IS IGNORED.
      *-----------------------------------------------------------------
       150-LOAD-CATALOGUE.

           PERFORM UNTIL WS-CATALOGUE-EOF
               READ TRANSACTION-CATALOGUE-FILE
                   AT END
                       SET WS-CATALOGUE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CATALOGUE-COUNT
                       MOVE TC-PROGRAM TO WS-TXU-PROGRAM
                       PERFORM 400-FIND-PROGRAM THRU 400-EXIT
                       IF  WS-PGM-FOUND THEN
                           MOVE TC-TRANSID TO PU-TRANSID (PGM-IDX)
                           MOVE TC-DESCRIPTION
                                       TO PU-DESCRIPTION (PGM-IDX)
                           SET PU-CATALOGUED (PGM-IDX) TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-CATALOGUE-FILE.

           IF  WS-CATALOGUE-COUNT = ZERO THEN
               DISPLAY "COBBATC0 - TRANSACTION CATALOGUE IS EMPTY"
               SET WS-RUN-INCOMPLETE TO TRUE
           END-IF.

       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-SCAN-USAGE-LOG - EVERY LOGGED TASK (APITPTXL CMD-CODE 4,
      *    WALKED TO EXHAUSTION). THE LOOKUPS INSIDE THE LOOP REUSE
      *    CMD-CODE, SO THE CURSOR'S IS PUT BACK EACH TIME.
      *-----------------------------------------------------------------
       200-SCAN-USAGE-LOG.

           MOVE SPACES TO TRANSACTION-USAGE-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE TRANSACTION-USAGE-RECORD TO DATA-IN
               CALL "APITPTXL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TRANSACTION-USAGE-RECORD
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 300-COUNT-ONE-TASK THRU 300-EXIT
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-COUNT-ONE-TASK - EVERY TASK MOVES ITS PROGRAM'S LAST-USED
      *    DATE ON; A TASK STARTED INSIDE THE REPORT PERIOD IS ALSO
      *    COUNTED AGAINST ITS PROGRAM, HOUR AND OPERATOR AND RANKED
      *    FOR THE SLOWEST LIST.
      *-----------------------------------------------------------------
       300-COUNT-ONE-TASK.

           IF  WS-TXU-START-DATE IS NOT NUMERIC
           OR  WS-TXU-START-DATE = ZERO
           OR  WS-TXU-START-TIME IS NOT NUMERIC
           OR  WS-TXU-START-HH > 23
               ADD 1 TO WS-ERROR-COUNT
               GO TO 300-EXIT
           END-IF.

           MOVE WS-TXU-START-DATE TO WS-CONV-YYMMDD.
           PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN TO WS-TASK-JULIAN.

           PERFORM 400-FIND-PROGRAM THRU 400-EXIT.
           IF  NOT WS-PGM-FOUND THEN
               GO TO 300-EXIT
           END-IF.

           IF  WS-TASK-JULIAN > PU-LAST-JULIAN (PGM-IDX) THEN
               MOVE WS-TASK-JULIAN    TO PU-LAST-JULIAN (PGM-IDX)
               MOVE WS-TXU-START-DATE TO PU-LAST-USED (PGM-IDX)
           END-IF.
           IF  PU-TRANSID (PGM-IDX) = SPACES THEN
               MOVE WS-TXU-TRANSID    TO PU-TRANSID (PGM-IDX)
           END-IF.

           IF  WS-TASK-JULIAN < WS-PERIOD-FROM-JULIAN
           OR  WS-TASK-JULIAN > WS-RUN-DATE-JULIAN
               GO TO 300-EXIT
           END-IF.
           ADD 1 TO WS-PERIOD-COUNT.

      *    ** a task whose elapsed time did not come out sensibly is
      *    ** still a task, it just does not count toward the times
           IF  WS-TXU-ELAPSED < ZERO THEN
               MOVE ZERO TO WS-TXU-ELAPSED
           END-IF.

           ADD 1              TO PU-TASK-COUNT (PGM-IDX).
           ADD WS-TXU-ELAPSED TO PU-TOTAL-ELAPSED (PGM-IDX).
           IF  WS-TXU-ELAPSED > PU-MAX-ELAPSED (PGM-IDX) THEN
               MOVE WS-TXU-ELAPSED TO PU-MAX-ELAPSED (PGM-IDX)
           END-IF.
           COMPUTE WS-HOUR-SUB = WS-TXU-START-HH + 1.
           ADD 1 TO PU-HOUR-COUNT (PGM-IDX, WS-HOUR-SUB).
           ADD 1 TO WS-HOUR-TOTAL (WS-HOUR-SUB).
           IF  WS-TXU-ERROR THEN
               ADD 1 TO PU-ERROR-COUNT (PGM-IDX)
               ADD 1 TO WS-PERIOD-ERROR-COUNT
           END-IF.
           IF  WS-TXU-REFUSED THEN
               ADD 1 TO PU-REFUSED-COUNT (PGM-IDX)
           END-IF.

           PERFORM 420-COUNT-OPERATOR THRU 420-EXIT.
           PERFORM 450-RANK-SLOWEST THRU 450-EXIT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 340-DATE-TO-JULIAN - A YYMMDD DATE (WS-CONV-YYMMDD) TO ITS
      *    CONTINUOUS DAY NUMBER (WS-CONV-JULIAN) THROUGH COBDTE3.
      *-----------------------------------------------------------------
       340-DATE-TO-JULIAN.

           MOVE WS-CONV-YYMMDD       TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE(1:5)    TO  WS-CONV-YYDDD.
           PERFORM 345-CONVERT-YYDDD-TO-JULIAN THRU 345-EXIT.

       340-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 345-CONVERT-YYDDD-TO-JULIAN - TURN A COBDTE3 "YYDDD" VALUE
      *    (WS-CONV-YYDDD) INTO A TRUE CONTINUOUS DAY NUMBER
      *    (WS-CONV-JULIAN) - SAME ARITHMETIC AS COBBAT06.
      *-----------------------------------------------------------------
       345-CONVERT-YYDDD-TO-JULIAN.

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

       345-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-FIND-PROGRAM - FIND (OR ADD) WS-TXU-PROGRAM'S ROW IN
      *    PROGRAM-USAGE-TABLE. PGM-IDX IS LEFT ON THE ROW; A FULL
      *    TABLE LEAVES WS-PGM-FOUND OFF AND THE RUN INCOMPLETE.
      *-----------------------------------------------------------------
       400-FIND-PROGRAM.

           MOVE "N" TO WS-PGM-FOUND-SWITCH.

           IF  WS-PROGRAM-COUNT > 0 THEN
               SET PGM-IDX TO 1
               SEARCH PROGRAM-USAGE-ROW
                   VARYING PGM-IDX
                   AT END CONTINUE
                   WHEN PU-PROGRAM (PGM-IDX) = WS-TXU-PROGRAM
                       SET WS-PGM-FOUND TO TRUE
               END-SEARCH
           END-IF.

           IF  NOT WS-PGM-FOUND THEN
               IF  WS-PROGRAM-COUNT < WS-MAX-PROGRAMS THEN
                   ADD 1 TO WS-PROGRAM-COUNT
                   SET PGM-IDX TO WS-PROGRAM-COUNT
                   MOVE WS-TXU-PROGRAM TO PU-PROGRAM (PGM-IDX)
                   MOVE "N"            TO PU-CATALOGUE-SWITCH (PGM-IDX)
                   MOVE ZERO           TO PU-TASK-COUNT (PGM-IDX)
                   MOVE ZERO           TO PU-ERROR-COUNT (PGM-IDX)
                   MOVE ZERO           TO PU-REFUSED-COUNT (PGM-IDX)
                   MOVE ZERO           TO PU-TOTAL-ELAPSED (PGM-IDX)
                   MOVE ZERO           TO PU-MAX-ELAPSED (PGM-IDX)
                   MOVE ZERO           TO PU-LAST-USED (PGM-IDX)
                   MOVE ZERO           TO PU-LAST-JULIAN (PGM-IDX)
                   PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                           UNTIL WS-HOUR-SUB > 24
                       MOVE ZERO TO PU-HOUR-COUNT (PGM-IDX, WS-HOUR-SUB)
                   END-PERFORM
                   SET WS-PGM-FOUND    TO TRUE
               ELSE
                   DISPLAY "COBBATC0 - PROGRAM TABLE FULL, SKIPPING "
                           WS-TXU-PROGRAM
                   ADD 1 TO WS-ERROR-COUNT
                   SET WS-RUN-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 420-COUNT-OPERATOR - FIND (OR ADD) THE OPERATOR'S ROW IN
      *    OPERATOR-USAGE-TABLE AND COUNT THE TASK. A TASK WITH NO
      *    SIGNED-ON OPERATOR (A SERVICE CALLED FROM THE PORTAL)
      *    COUNTS UNDER BLANKS.
      *-----------------------------------------------------------------
       420-COUNT-OPERATOR.

           MOVE "N" TO WS-OPU-FOUND-SWITCH.

           IF  WS-OPERATOR-COUNT > 0 THEN
               SET OPU-IDX TO 1
               SEARCH OPERATOR-USAGE-ROW
                   VARYING OPU-IDX
                   AT END CONTINUE
                   WHEN OU-OPERATOR (OPU-IDX) = WS-TXU-OPERATOR
                       SET WS-OPU-FOUND TO TRUE
               END-SEARCH
           END-IF.

           IF  NOT WS-OPU-FOUND THEN
               IF  WS-OPERATOR-COUNT < WS-MAX-OPERATORS THEN
                   ADD 1 TO WS-OPERATOR-COUNT
                   SET OPU-IDX TO WS-OPERATOR-COUNT
                   MOVE WS-TXU-OPERATOR TO OU-OPERATOR (OPU-IDX)
                   MOVE ZERO            TO OU-TASK-COUNT (OPU-IDX)
                   MOVE ZERO            TO OU-ERROR-COUNT (OPU-IDX)
                   MOVE ZERO            TO OU-REFUSED-COUNT (OPU-IDX)
               ELSE
                   DISPLAY "COBBATC0 - OPERATOR TABLE FULL, SKIPPING "
                           WS-TXU-OPERATOR
                   ADD 1 TO WS-ERROR-COUNT
                   SET WS-RUN-INCOMPLETE TO TRUE
                   GO TO 420-EXIT
               END-IF
           END-IF.

           ADD 1 TO OU-TASK-COUNT (OPU-IDX).
           IF  WS-TXU-ERROR THEN
               ADD 1 TO OU-ERROR-COUNT (OPU-IDX)
           END-IF.
           IF  WS-TXU-REFUSED THEN
               ADD 1 TO OU-REFUSED-COUNT (OPU-IDX)
           END-IF.

       420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-RANK-SLOWEST - A TASK SLOWER THAN THE LAST OF THE SLOWEST
      *    SO FAR (OR ANY TASK WHILE THE LIST IS SHORT) TAKES ITS
      *    PLACE IN THE LIST; THE ROWS BELOW SHUFFLE DOWN ONE AND THE
      *    BOTTOM ONE FALLS OFF.
      *-----------------------------------------------------------------
       450-RANK-SLOWEST.

           IF  WS-SLOWEST-COUNT NOT < WS-MAX-SLOWEST
           AND WS-TXU-ELAPSED NOT > SL-ELAPSED (WS-MAX-SLOWEST)
               GO TO 450-EXIT
           END-IF.

           COMPUTE WS-SLOT = WS-SLOWEST-COUNT + 1.
           PERFORM VARYING WS-SHIFT FROM WS-SLOWEST-COUNT BY -1
                   UNTIL WS-SHIFT < 1
                   OR WS-TXU-ELAPSED NOT > SL-ELAPSED (WS-SHIFT)
               MOVE WS-SHIFT TO WS-SLOT
           END-PERFORM.

           IF  WS-SLOWEST-COUNT < WS-MAX-SLOWEST THEN
               ADD 1 TO WS-SLOWEST-COUNT
           END-IF.
           PERFORM VARYING WS-SHIFT FROM WS-SLOWEST-COUNT BY -1
                   UNTIL WS-SHIFT NOT > WS-SLOT
               MOVE SLOWEST-TASK-ROW (WS-SHIFT - 1)
                                    TO SLOWEST-TASK-ROW (WS-SHIFT)
           END-PERFORM.

           MOVE WS-TXU-ELAPSED     TO SL-ELAPSED (WS-SLOT).
           MOVE WS-TXU-PROGRAM     TO SL-PROGRAM (WS-SLOT).
           MOVE WS-TXU-TRANSID     TO SL-TRANSID (WS-SLOT).
           MOVE WS-TXU-OPERATOR    TO SL-OPERATOR (WS-SLOT).
           MOVE WS-TXU-START-DATE  TO SL-START-DATE (WS-SLOT).
           MOVE WS-TXU-START-TIME  TO SL-START-TIME (WS-SLOT).
           MOVE WS-TXU-OUTCOME     TO SL-OUTCOME (WS-SLOT).

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-PRINT-PROGRAMS - ONE LINE PER PROGRAM USED IN THE PERIOD:
      *    TASKS, ERRORS AND THEIR RATE, REFUSALS, AND THE AVERAGE AND
      *    WORST RESPONSE IN SECONDS.
      *-----------------------------------------------------------------
       500-PRINT-PROGRAMS.

           MOVE "TASKS AND RESPONSE BY PROGRAM" TO PL-S-TEXT.
           WRITE USAGE-PRINT-LINE FROM PL-SECTION AFTER 2.
           WRITE USAGE-PRINT-LINE FROM PL-PROGRAM-HEADING.
           ADD 2 TO WS-WRITE-COUNT.

           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > WS-PROGRAM-COUNT
               IF  PU-TASK-COUNT (PGM-IDX) > ZERO
                   MOVE PU-PROGRAM (PGM-IDX)     TO PL-P-PROGRAM
                   MOVE PU-TRANSID (PGM-IDX)     TO PL-P-TRANSID
                   MOVE PU-TASK-COUNT (PGM-IDX)  TO PL-P-TASKS
                   MOVE PU-ERROR-COUNT (PGM-IDX) TO PL-P-ERRORS
                   COMPUTE WS-ERROR-PERCENT ROUNDED =
                           PU-ERROR-COUNT (PGM-IDX) * 100
                           / PU-TASK-COUNT (PGM-IDX)
                   MOVE WS-ERROR-PERCENT         TO PL-P-ERROR-PERCENT
                   MOVE PU-REFUSED-COUNT (PGM-IDX)
                                                 TO PL-P-REFUSED
                   COMPUTE WS-SECONDS ROUNDED =
                           PU-TOTAL-ELAPSED (PGM-IDX)
                           / (PU-TASK-COUNT (PGM-IDX) * 100)
                   MOVE WS-SECONDS               TO PL-P-AVERAGE
                   COMPUTE WS-SECONDS =
                           PU-MAX-ELAPSED (PGM-IDX) / 100
                   MOVE WS-SECONDS               TO PL-P-MAXIMUM
                   WRITE USAGE-PRINT-LINE FROM PL-PROGRAM
                   ADD 1 TO WS-WRITE-COUNT
               END-IF
           END-PERFORM.

           IF  WS-PERIOD-COUNT = ZERO THEN
               MOVE "NO TASKS WERE LOGGED IN THE PERIOD" TO PL-N-TEXT
               PERFORM 590-WRITE-NOTE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 520-PRINT-HOURS - EACH PROGRAM USED IN THE PERIOD AS TWO LINES
      *    OF TASKS BY START HOUR, 00-11 THEN 12-23, AND THE SAME FOR
      *    ALL PROGRAMS TOGETHER.
      *-----------------------------------------------------------------
       520-PRINT-HOURS.

           IF  WS-PERIOD-COUNT = ZERO THEN
               GO TO 520-EXIT
           END-IF.

           MOVE "TASKS BY PROGRAM AND HOUR STARTED" TO PL-S-TEXT.
           WRITE USAGE-PRINT-LINE FROM PL-SECTION AFTER 2.
           ADD 1 TO WS-WRITE-COUNT.
           PERFORM VARYING WS-HOUR-CELL FROM 1 BY 1
                   UNTIL WS-HOUR-CELL > 12
               MOVE SPACES TO PL-HH-HOUR (WS-HOUR-CELL)
               COMPUTE PL-HH-LABEL (WS-HOUR-CELL) = WS-HOUR-CELL - 1
           END-PERFORM.
           WRITE USAGE-PRINT-LINE FROM PL-HOUR-HEADING.
           PERFORM VARYING WS-HOUR-CELL FROM 1 BY 1
                   UNTIL WS-HOUR-CELL > 12
               COMPUTE PL-HH-LABEL (WS-HOUR-CELL) = WS-HOUR-CELL + 11
           END-PERFORM.
           MOVE SPACES TO PL-HOUR-HEADING (1:15).
           WRITE USAGE-PRINT-LINE FROM PL-HOUR-HEADING.
           ADD 2 TO WS-WRITE-COUNT.

           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > WS-PROGRAM-COUNT
               IF  PU-TASK-COUNT (PGM-IDX) > ZERO
                   MOVE PU-PROGRAM (PGM-IDX) TO PL-R-PROGRAM
                   MOVE "00-11"              TO PL-R-RANGE
                   PERFORM VARYING WS-HOUR-CELL FROM 1 BY 1
                           UNTIL WS-HOUR-CELL > 12
                       MOVE PU-HOUR-COUNT (PGM-IDX, WS-HOUR-CELL)
                                       TO PL-R-COUNT (WS-HOUR-CELL)
                   END-PERFORM
                   WRITE USAGE-PRINT-LINE FROM PL-HOURS
                   MOVE SPACES               TO PL-R-PROGRAM
                   MOVE "12-23"              TO PL-R-RANGE
                   PERFORM VARYING WS-HOUR-CELL FROM 1 BY 1
                           UNTIL WS-HOUR-CELL > 12
                       COMPUTE WS-HOUR-SUB = WS-HOUR-CELL + 12
                       MOVE PU-HOUR-COUNT (PGM-IDX, WS-HOUR-SUB)
                                       TO PL-R-COUNT (WS-HOUR-CELL)
                   END-PERFORM
                   WRITE USAGE-PRINT-LINE FROM PL-HOURS
                   ADD 2 TO WS-WRITE-COUNT
               END-IF
           END-PERFORM.

           MOVE "ALL     "               TO PL-R-PROGRAM.
           MOVE "00-11"                  TO PL-R-RANGE.
           PERFORM VARYING WS-HOUR-CELL FROM 1 BY 1
                   UNTIL WS-HOUR-CELL > 12
               MOVE WS-HOUR-TOTAL (WS-HOUR-CELL)
                                       TO PL-R-COUNT (WS-HOUR-CELL)
           END-PERFORM.
           WRITE USAGE-PRINT-LINE FROM PL-HOURS.
           MOVE SPACES                   TO PL-R-PROGRAM.
           MOVE "12-23"                  TO PL-R-RANGE.
           PERFORM VARYING WS-HOUR-CELL FROM 1 BY 1
                   UNTIL WS-HOUR-CELL > 12
               COMPUTE WS-HOUR-SUB = WS-HOUR-CELL + 12
               MOVE WS-HOUR-TOTAL (WS-HOUR-SUB)
                                       TO PL-R-COUNT (WS-HOUR-CELL)
           END-PERFORM.
           WRITE USAGE-PRINT-LINE FROM PL-HOURS.
           ADD 2 TO WS-WRITE-COUNT.

       520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 540-PRINT-OPERATORS - ONE LINE PER OPERATOR WITH TASKS IN THE
      *    PERIOD.
      *-----------------------------------------------------------------
       540-PRINT-OPERATORS.

           IF  WS-PERIOD-COUNT = ZERO THEN
               GO TO 540-EXIT
           END-IF.

           MOVE "TASKS BY OPERATOR" TO PL-S-TEXT.
           WRITE USAGE-PRINT-LINE FROM PL-SECTION AFTER 2.
           WRITE USAGE-PRINT-LINE FROM PL-OPERATOR-HEADING.
           ADD 2 TO WS-WRITE-COUNT.

           PERFORM VARYING OPU-IDX FROM 1 BY 1
                   UNTIL OPU-IDX > WS-OPERATOR-COUNT
               MOVE OU-OPERATOR (OPU-IDX)      TO PL-O-OPERATOR
               MOVE OU-TASK-COUNT (OPU-IDX)    TO PL-O-TASKS
               MOVE OU-ERROR-COUNT (OPU-IDX)   TO PL-O-ERRORS
               MOVE OU-REFUSED-COUNT (OPU-IDX) TO PL-O-REFUSED
               WRITE USAGE-PRINT-LINE FROM PL-OPERATOR
               ADD 1 TO WS-WRITE-COUNT
           END-PERFORM.

       540-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 560-PRINT-SLOWEST - THE SLOWEST TASKS OF THE PERIOD, SLOWEST
      *    FIRST.
      *-----------------------------------------------------------------
       560-PRINT-SLOWEST.

           IF  WS-SLOWEST-COUNT = ZERO THEN
               GO TO 560-EXIT
           END-IF.

           MOVE "SLOWEST TASKS" TO PL-S-TEXT.
           WRITE USAGE-PRINT-LINE FROM PL-SECTION AFTER 2.
           WRITE USAGE-PRINT-LINE FROM PL-SLOWEST-HEADING.
           ADD 2 TO WS-WRITE-COUNT.

           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-SLOWEST-COUNT
               MOVE WS-SLOT                 TO PL-L-RANK
               MOVE SL-PROGRAM (WS-SLOT)    TO PL-L-PROGRAM
               MOVE SL-TRANSID (WS-SLOT)    TO PL-L-TRANSID
               MOVE SL-OPERATOR (WS-SLOT)   TO PL-L-OPERATOR
               MOVE SL-START-DATE (WS-SLOT) TO PL-L-DATE
               MOVE SL-START-TIME (WS-SLOT) (1:6)
                                            TO PL-L-TIME
               COMPUTE WS-SECONDS = SL-ELAPSED (WS-SLOT) / 100
               MOVE WS-SECONDS              TO PL-L-SECONDS
               MOVE SL-OUTCOME (WS-SLOT)    TO PL-L-OUTCOME
               WRITE USAGE-PRINT-LINE FROM PL-SLOWEST
               ADD 1 TO WS-WRITE-COUNT
           END-PERFORM.

       560-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 590-WRITE-NOTE - ONE FREE-TEXT LINE UNDER THE CURRENT SECTION.
      *-----------------------------------------------------------------
       590-WRITE-NOTE.

           WRITE USAGE-PRINT-LINE FROM PL-NOTE.
           ADD 1 TO WS-WRITE-COUNT.
           MOVE SPACES TO PL-N-TEXT.

      *-----------------------------------------------------------------
      * 600-POST-SUMMARY - DAILY RUN ONLY: EACH PROGRAM USED TODAY
      *    HAS ITS TASKS ADDED TO, AND ITS LAST-USED DATE MOVED ON,
      *    ON THE APITPTXS SUMMARY ROW (ADDED WHEN NEW). A ROW
      *    ALREADY POSTED FOR TODAY IS LEFT AS IT IS.
      *-----------------------------------------------------------------
       600-POST-SUMMARY.

           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > WS-PROGRAM-COUNT
               IF  PU-TASK-COUNT (PGM-IDX) > ZERO
                   MOVE SPACES               TO USAGE-SUMMARY-RECORD
                   MOVE PU-PROGRAM (PGM-IDX) TO WS-TUS-PROGRAM
                   MOVE 1 TO CMD-CODE
                   MOVE USAGE-SUMMARY-RECORD TO DATA-IN
                   CALL "APITPTXS" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  RESP-CODE = 0
                       MOVE PU-TRANSID (PGM-IDX) TO WS-TUS-TRANSID
                       MOVE WS-RUN-DATE          TO WS-TUS-LAST-USED
                       MOVE PU-TASK-COUNT (PGM-IDX)
                                                 TO WS-TUS-TASK-COUNT
                       MOVE WS-RUN-DATE          TO WS-TUS-POSTED-DATE
                       MOVE 2 TO CMD-CODE
                       MOVE USAGE-SUMMARY-RECORD TO DATA-IN
                       CALL "APITPTXS" USING CMD-CODE RESP-CODE
                                             DATA-IN DATA-OUT
                       ADD 1 TO WS-POSTED-COUNT
                   ELSE
                       MOVE DATA-OUT TO USAGE-SUMMARY-RECORD
                       IF  WS-TUS-POSTED-DATE NOT = WS-RUN-DATE
                           MOVE WS-RUN-DATE      TO WS-TUS-LAST-USED
                           ADD PU-TASK-COUNT (PGM-IDX)
                                                 TO WS-TUS-TASK-COUNT
                           MOVE WS-RUN-DATE      TO WS-TUS-POSTED-DATE
                           MOVE 3 TO CMD-CODE
                           MOVE USAGE-SUMMARY-RECORD TO DATA-IN
                           CALL "APITPTXS" USING CMD-CODE RESP-CODE
                                                 DATA-IN DATA-OUT
                           ADD 1 TO WS-POSTED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-REPORT-IDLE - EVERY CATALOGUED PROGRAM WHOSE LAST USE, ON
      *    THE LOG OR ON ITS APITPTXS SUMMARY ROW, IS MORE THAN THE
      *    IDLE LIMIT BEFORE THE BUSINESS DATE - OR THAT HAS NEVER
      *    BEEN USED AT ALL.
      *-----------------------------------------------------------------
       700-REPORT-IDLE.

           MOVE "INSTALLED TRANSACTIONS NOT USED IN THE IDLE LIMIT"
                                    TO PL-S-TEXT.
           WRITE USAGE-PRINT-LINE FROM PL-SECTION AFTER 2.
           WRITE USAGE-PRINT-LINE FROM PL-IDLE-HEADING.
           ADD 2 TO WS-WRITE-COUNT.

           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > WS-PROGRAM-COUNT
               IF  PU-CATALOGUED (PGM-IDX)
                   PERFORM 720-CHECK-ONE-IDLE THRU 720-EXIT
               END-IF
           END-PERFORM.

           IF  WS-IDLE-COUNT = ZERO THEN
               MOVE "EVERY CATALOGUED TRANSACTION HAS BEEN USED"
                                    TO PL-N-TEXT
               PERFORM 590-WRITE-NOTE
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 720-CHECK-ONE-IDLE - THE PROGRAM AT PGM-IDX: THE LATER OF ITS
      *    LOG AND SUMMARY LAST-USED DATES AGAINST THE IDLE LIMIT.
      *-----------------------------------------------------------------
       720-CHECK-ONE-IDLE.

           MOVE SPACES               TO USAGE-SUMMARY-RECORD.
           MOVE PU-PROGRAM (PGM-IDX) TO WS-TUS-PROGRAM.
           MOVE 1 TO CMD-CODE.
           MOVE USAGE-SUMMARY-RECORD TO DATA-IN.
           CALL "APITPTXS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO USAGE-SUMMARY-RECORD
               IF  WS-TUS-LAST-USED IS NUMERIC
               AND WS-TUS-LAST-USED > ZERO
                   MOVE WS-TUS-LAST-USED TO WS-CONV-YYMMDD
                   PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT
                   IF  WS-CONV-JULIAN > PU-LAST-JULIAN (PGM-IDX)
                       MOVE WS-CONV-JULIAN   TO PU-LAST-JULIAN (PGM-IDX)
                       MOVE WS-TUS-LAST-USED TO PU-LAST-USED (PGM-IDX)
                   END-IF
               END-IF
           END-IF.

           MOVE PU-PROGRAM (PGM-IDX)     TO PL-I-PROGRAM.
           MOVE PU-TRANSID (PGM-IDX)     TO PL-I-TRANSID.
           MOVE PU-DESCRIPTION (PGM-IDX) TO PL-I-DESCRIPTION.

           IF  PU-LAST-JULIAN (PGM-IDX) = ZERO THEN
               MOVE "NEVER "             TO PL-I-LAST-USED
               MOVE ZERO                 TO PL-I-DAYS
           ELSE
               COMPUTE WS-DAYS-IDLE =
                       WS-RUN-DATE-JULIAN - PU-LAST-JULIAN (PGM-IDX)
               IF  WS-DAYS-IDLE NOT > WS-IDLE-DAYS
                   GO TO 720-EXIT
               END-IF
               MOVE PU-LAST-USED (PGM-IDX) TO PL-I-LAST-USED
               MOVE WS-DAYS-IDLE         TO PL-I-DAYS
           END-IF.

           WRITE USAGE-PRINT-LINE FROM PL-IDLE.
           ADD 1 TO WS-IDLE-COUNT.
           ADD 1 TO WS-WRITE-COUNT.

       720-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           IF  NOT WS-RUN-FAILED THEN
               CLOSE USAGE-PRINT-FILE
           END-IF.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS     TO WS-RC-END-TIME.
           MOVE WS-READ-COUNT      TO WS-RC-READ-COUNT.
           MOVE WS-PERIOD-COUNT    TO WS-RC-SELECT-COUNT.
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

           MOVE WS-CATALOGUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC0 - " WS-COUNT-DISPLAY
                   " CATALOGUED TRANSACTIONS".
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC0 - " WS-COUNT-DISPLAY
                   " USAGE LOG ROWS READ".
           MOVE WS-PERIOD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC0 - " WS-COUNT-DISPLAY
                   " TASKS IN THE REPORT PERIOD".
           MOVE WS-PERIOD-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC0 - " WS-COUNT-DISPLAY
                   " TASKS ENDED IN ERROR".
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC0 - " WS-COUNT-DISPLAY
                   " PROGRAM SUMMARIES POSTED".
           MOVE WS-IDLE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC0 - " WS-COUNT-DISPLAY
                   " IDLE TRANSACTIONS REPORTED".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC0 - " WS-COUNT-DISPLAY
                   " ROWS IN ERROR".

           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-INCOMPLETE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

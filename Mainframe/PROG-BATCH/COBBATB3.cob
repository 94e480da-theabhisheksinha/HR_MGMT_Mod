      *-----------------------------------------------------------------
      *    COBBATB3 - MONTHLY HARDWARE REPAIR REPORT. THE COBCIO94
      *               REPAIR TICKETS SAY WHAT BROKE, WHO FIXED IT,
      *               HOW LONG IT WAS AWAY AND WHO PAID, BUT NOBODY
      *               ADDED IT UP. THIS RUN WALKS EVERY TICKET
      *               (APITPRPR CMD-CODE 5) WITH ITS HARDWARE ROW
      *               (APITP017 CMD-CODE 1 - MODEL AND DEPARTMENT) AND
      *               WRITES TWO FILES. THE SUMMARY HAS ONE LINE PER
      *               MODEL AND DEPARTMENT: TICKETS CLOSED IN THE RUN
      *               MONTH WITH THEIR DAYS AWAY, TICKETS STILL OPEN
      *               WITH THEIR DAYS AWAY SO FAR, AND THE REPAIR
      *               SPEND ON THE CLOSED TICKETS THE WARRANTY DID NOT
      *               COVER. THE REPEAT-FAILURE FILE LISTS EVERY ITEM
      *               SENT FOR REPAIR AT LEAST RPTFAILS TIMES (CENTRAL
      *               PARAMETER, DEFAULT 2) IN THE YEAR TO THE RUN
      *               DATE, WITH ITS TOTAL SPEND, SO THE REPLACEMENT
      *               DECISION IS MADE ON THE RECORD.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATB3.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPAIR-SUMMARY-FILE ASSIGN TO RPRSUMM
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPEAT-FAILURE-FILE ASSIGN TO RPRFAIL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  REPAIR-SUMMARY-FILE
           RECORDING MODE IS F.
       01  REPAIR-SUMMARY-RECORD.
           03  RS-YEARMONTH                PIC X(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RS-MODEL                    PIC X(10).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RS-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RS-CLOSED-COUNT             PIC ZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RS-CLOSED-DAYS              PIC ZZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RS-OPEN-COUNT               PIC ZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RS-OPEN-DAYS                PIC ZZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RS-WARRANTY-COUNT           PIC ZZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RS-OOW-SPEND                PIC ZZZZZZ9.99.

       FD  REPEAT-FAILURE-FILE
           RECORDING MODE IS F.
       01  REPEAT-FAILURE-RECORD.
           03  RF-HARDWARE-ID              PIC X(10).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RF-MODEL                    PIC X(10).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RF-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RF-FAILURE-COUNT            PIC ZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RF-LAST-SENT                PIC 9(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RF-LAST-FAULT               PIC X(30).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  RF-SPEND                    PIC ZZZZZZ9.99.

       WORKING-STORAGE SECTION.

      *    ** the COBCIO94 repair ticket - APITPRPR CMD-CODE 5
      *    ** ALL-TICKETS CURSOR
       01  REPAIR-TICKET-RECORD.
           10 WS-RPR-TICKET-NO        PIC X(8).
           10 WS-RPR-HARDWARE-ID      PIC X(10).
           10 WS-RPR-FAULT            PIC X(30).
           10 WS-RPR-VENDOR-ID        PIC X(6).
           10 WS-RPR-SENT-DATE        PIC 9(6).
           10 WS-RPR-RETURNED-DATE    PIC 9(6).
           10 WS-RPR-COST             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-RPR-WARRANTY         PIC X(1).
               88  WS-RPR-UNDER-WARRANTY  VALUE "Y".
           10 WS-RPR-LOANER-ID        PIC X(10).
           10 WS-RPR-OPID             PIC X(3).

      *    ** the HARDWARE-MASTER-RECORD shape COBCIO61 maintains -
      *    ** only the department and model matter here
       01  HARDWARE-MASTER-RECORD.
           10 WS-HARDWARE-ID          PIC X(10).
           10 FILLER                  PIC X(72).
           10 WS-DEPT-CODE            PIC X(4).
           10 WS-ACQUISITION-COST     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PO-NO                PIC X(8).
           10 WS-MODEL                PIC X(10).
           10 WS-WARRANTY-END-DATE    PIC 9(6).
           10 WS-WARRANTY-PROVIDER    PIC X(20).

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

      *    ** an item sent for repair this many times in the year to
      *    ** the run date is listed as a repeat failure
       01  WS-REPEAT-FAILURES              PIC S9(4) COMP VALUE +2.
       01  WS-REPEAT-WINDOW-DAYS           PIC S9(4) COMP VALUE +365.

      *    ** one line per model and department for the summary
       01  WS-GROUP-TABLE.
           03  WS-GROUP-ENTRY OCCURS 500 TIMES INDEXED BY GRP-IX.
               05  WS-GR-MODEL             PIC X(10).
               05  WS-GR-DEPT-CODE         PIC X(4).
               05  WS-GR-CLOSED-COUNT      PIC S9(5) COMP.
               05  WS-GR-CLOSED-DAYS       PIC S9(7) COMP.
               05  WS-GR-OPEN-COUNT        PIC S9(5) COMP.
               05  WS-GR-OPEN-DAYS         PIC S9(7) COMP.
               05  WS-GR-WARRANTY-COUNT    PIC S9(5) COMP.
               05  WS-GR-OOW-SPEND         PIC S9(7)V9(2) COMP-3.
       01  WS-GROUP-COUNT                  PIC S9(4) COMP VALUE +0.
       01  WS-GROUP-SUB                    PIC S9(4) COMP.
       01  WS-GROUP-FOUND-SWITCH           PIC X.
           88  WS-GROUP-FOUND                  VALUE "Y".

      *    ** one entry per item sent away within the repeat window
       01  WS-ITEM-TABLE.
           03  WS-ITEM-ENTRY OCCURS 3000 TIMES INDEXED BY ITM-IX.
               05  WS-IT-HARDWARE-ID       PIC X(10).
               05  WS-IT-MODEL             PIC X(10).
               05  WS-IT-DEPT-CODE         PIC X(4).
               05  WS-IT-FAILURE-COUNT     PIC S9(4) COMP.
               05  WS-IT-LAST-SENT         PIC 9(6).
               05  WS-IT-LAST-FAULT        PIC X(30).
               05  WS-IT-SPEND             PIC S9(7)V9(2) COMP-3.
       01  WS-ITEM-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-ITEM-SUB                     PIC S9(4) COMP.
       01  WS-ITEM-FOUND-SWITCH            PIC X.
           88  WS-ITEM-FOUND                   VALUE "Y".

       01  WS-TICKET-MODEL                 PIC X(10).
       01  WS-TICKET-DEPT                  PIC X(4).
       01  WS-DAYS-AWAY                    PIC S9(7) COMP.
       01  WS-DAYS-SINCE-SENT              PIC S9(7) COMP.
       01  WS-SENT-JULIAN                  PIC 9(7).
       01  WS-RETURNED-JULIAN              PIC 9(7).

      *    ** the run month and its first and last days
       01  WS-RUN-DATE                     PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03  WS-RUN-YY                   PIC 99.
           03  WS-RUN-MM                   PIC 99.
           03  FILLER                      PIC 99.
       01  WS-RUN-YYYY                     PIC 9(4).
       01  WS-RUN-YEARMONTH                PIC X(6).
       01  WS-RUN-YM-R REDEFINES WS-RUN-YEARMONTH.
           03  WS-RUN-YM-YYYY              PIC 9(4).
           03  WS-RUN-YM-MM                PIC 9(2).
       01  WS-MONTH-START-YYMMDD           PIC 9(6).
       01  WS-MONTH-END                    PIC 9(6).
       01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
           03  WS-ME-YY                    PIC 99.
           03  WS-ME-MM                    PIC 99.
           03  WS-ME-DD                    PIC 99.
       01  WS-MONTH-DAYS-VALUES            PIC X(24)
                                 VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-LEAP-QUOTIENT                PIC S9(4) COMP.
       01  WS-LEAP-REMAINDER               PIC S9(4) COMP.

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

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-TICKET-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-CLOSED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-OPEN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-REPEAT-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-WRITE-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-OOW-TOTAL                    PIC S9(9)V9(2) COMP-3
                                                   VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZ9.99-.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATB3".
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
           PERFORM 200-SCAN-TICKETS THRU 200-EXIT
           PERFORM 600-WRITE-SUMMARY THRU 600-EXIT
           PERFORM 700-WRITE-REPEATS THRU 700-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE REPEAT THRESHOLD, THE RUN MONTH AND ITS
      *    FIRST AND LAST DAYS, THE RUN DATE'S DAY NUMBER, AND OPEN
      *    THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

      *    ** today's figure for RPTFAILS off the central parameter
      *    ** file - the compiled-in default stands when no row is on
      *    ** file
           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBATB3"     TO WS-PRM-PROGRAM.
           MOVE "RPTFAILS    " TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-REPEAT-FAILURES
               END-IF
           END-IF.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 1900 + WS-RUN-YY
           END-IF.
           MOVE WS-RUN-YYYY TO WS-RUN-YM-YYYY.
           MOVE WS-RUN-MM   TO WS-RUN-YM-MM.
           COMPUTE WS-MONTH-START-YYMMDD =
                   (WS-RUN-YY * 10000) + (WS-RUN-MM * 100) + 1.

           PERFORM 120-MONTH-END.

           MOVE WS-RUN-DATE TO WS-CONV-YYMMDD.
           PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RUN-DATE-JULIAN.

           OPEN OUTPUT REPAIR-SUMMARY-FILE.
           OPEN OUTPUT REPEAT-FAILURE-FILE.

      *-----------------------------------------------------------------
      * 120-MONTH-END - THE LAST DAY OF THE RUN MONTH, FEBRUARY TAKING
      *    THE LEAP DAY IN A LEAP YEAR - SAME TEST AS COBBATA1.
      *-----------------------------------------------------------------
       120-MONTH-END.

           MOVE WS-RUN-YY TO WS-ME-YY.
           MOVE WS-RUN-MM TO WS-ME-MM.
           MOVE WS-MONTH-DAYS (WS-ME-MM) TO WS-ME-DD.

           IF  WS-ME-MM = 2 THEN
               DIVIDE WS-RUN-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
               IF  WS-LEAP-REMAINDER = ZERO THEN
                   MOVE 29 TO WS-ME-DD
                   DIVIDE WS-RUN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                   IF  WS-LEAP-REMAINDER = ZERO THEN
                       DIVIDE WS-RUN-YYYY BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                       IF  WS-LEAP-REMAINDER NOT = ZERO THEN
                           MOVE 28 TO WS-ME-DD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-SCAN-TICKETS - EVERY REPAIR TICKET (APITPRPR CMD-CODE 5,
      *    WALKED TO EXHAUSTION). THE HARDWARE READ INSIDE THE LOOP
      *    REUSES CMD-CODE, SO THE CURSOR'S IS PUT BACK EACH TIME.
      *-----------------------------------------------------------------
       200-SCAN-TICKETS.

           MOVE SPACES TO REPAIR-TICKET-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 5 TO CMD-CODE
               MOVE REPAIR-TICKET-RECORD TO DATA-IN
               CALL "APITPRPR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REPAIR-TICKET-RECORD
                   ADD 1 TO WS-TICKET-COUNT
                   PERFORM 300-TAKE-ONE-TICKET THRU 300-EXIT
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-TAKE-ONE-TICKET - THE TICKET'S MODEL AND DEPARTMENT OFF
      *    ITS HARDWARE ROW, THEN ITS DAYS AWAY AND SPEND ONTO THE
      *    SUMMARY IF IT CLOSED THIS MONTH OR IS STILL OPEN, AND ONTO
      *    THE ITEM'S FAILURE COUNT IF IT WENT AWAY WITHIN THE YEAR.
      *-----------------------------------------------------------------
       300-TAKE-ONE-TICKET.

           IF  WS-RPR-SENT-DATE IS NOT NUMERIC
           OR  WS-RPR-SENT-DATE = ZERO
               ADD 1 TO WS-ERROR-COUNT
               GO TO 300-EXIT
           END-IF.
           IF  WS-RPR-RETURNED-DATE IS NOT NUMERIC THEN
               MOVE ZERO TO WS-RPR-RETURNED-DATE
           END-IF.

           MOVE SPACES             TO HARDWARE-MASTER-RECORD.
           MOVE WS-RPR-HARDWARE-ID TO WS-HARDWARE-ID.
           MOVE 1 TO CMD-CODE.
           MOVE HARDWARE-MASTER-RECORD TO DATA-IN.
           CALL "APITP017" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT     TO HARDWARE-MASTER-RECORD
               MOVE WS-MODEL     TO WS-TICKET-MODEL
               MOVE WS-DEPT-CODE TO WS-TICKET-DEPT
           ELSE
               MOVE "NOT FOUND"   TO WS-TICKET-MODEL
               MOVE SPACES        TO WS-TICKET-DEPT
           END-IF.

           MOVE WS-RPR-SENT-DATE TO WS-CONV-YYMMDD.
           PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN TO WS-SENT-JULIAN.
           COMPUTE WS-DAYS-SINCE-SENT =
                   WS-RUN-DATE-JULIAN - WS-SENT-JULIAN.

           IF  WS-RPR-RETURNED-DATE = ZERO THEN
               PERFORM 400-FIND-GROUP THRU 400-EXIT
               IF  WS-GROUP-FOUND THEN
                   ADD 1 TO WS-GR-OPEN-COUNT (GRP-IX)
                   ADD WS-DAYS-SINCE-SENT TO WS-GR-OPEN-DAYS (GRP-IX)
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           ELSE
               IF  WS-RPR-RETURNED-DATE NOT < WS-MONTH-START-YYMMDD
               AND WS-RPR-RETURNED-DATE NOT > WS-MONTH-END
                   PERFORM 350-TAKE-CLOSED-TICKET THRU 350-EXIT
               END-IF
           END-IF.

           IF  WS-DAYS-SINCE-SENT NOT > WS-REPEAT-WINDOW-DAYS THEN
               PERFORM 500-COUNT-FAILURE THRU 500-EXIT
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 340-DATE-TO-JULIAN - WS-CONV-YYMMDD TO A CONTINUOUS DAY NUMBER
      *    IN WS-CONV-JULIAN, THROUGH THE STANDARD COBDTE3 CONVERSION.
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
      * 350-TAKE-CLOSED-TICKET - A TICKET BACK THIS MONTH: ITS DAYS
      *    AWAY, AND ITS COST WHERE THE WARRANTY DID NOT COVER IT.
      *-----------------------------------------------------------------
       350-TAKE-CLOSED-TICKET.

           PERFORM 400-FIND-GROUP THRU 400-EXIT.
           IF  NOT WS-GROUP-FOUND THEN
               GO TO 350-EXIT
           END-IF.

           MOVE WS-RPR-RETURNED-DATE TO WS-CONV-YYMMDD.
           PERFORM 340-DATE-TO-JULIAN THRU 340-EXIT.
           MOVE WS-CONV-JULIAN TO WS-RETURNED-JULIAN.
           COMPUTE WS-DAYS-AWAY =
                   WS-RETURNED-JULIAN - WS-SENT-JULIAN.

           ADD 1            TO WS-GR-CLOSED-COUNT (GRP-IX).
           ADD WS-DAYS-AWAY TO WS-GR-CLOSED-DAYS (GRP-IX).
           ADD 1            TO WS-CLOSED-COUNT.
           IF  WS-RPR-UNDER-WARRANTY THEN
               ADD 1 TO WS-GR-WARRANTY-COUNT (GRP-IX)
           ELSE
               ADD WS-RPR-COST TO WS-GR-OOW-SPEND (GRP-IX)
               ADD WS-RPR-COST TO WS-OOW-TOTAL
           END-IF.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-FIND-GROUP - THE TICKET'S MODEL AND DEPARTMENT ON THE
      *    SUMMARY TABLE, ADDED IF NEW. GRP-IX LEFT ON THE ENTRY. A
      *    FULL TABLE LEAVES THE TICKET OFF THE SUMMARY AS AN ERROR.
      *-----------------------------------------------------------------
       400-FIND-GROUP.

           MOVE "N" TO WS-GROUP-FOUND-SWITCH.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   OR WS-GROUP-FOUND
               IF  WS-GR-MODEL (WS-GROUP-SUB) = WS-TICKET-MODEL
               AND WS-GR-DEPT-CODE (WS-GROUP-SUB) = WS-TICKET-DEPT
                   SET WS-GROUP-FOUND TO TRUE
                   SET GRP-IX TO WS-GROUP-SUB
               END-IF
           END-PERFORM.
           IF  WS-GROUP-FOUND THEN
               GO TO 400-EXIT
           END-IF.

           IF  WS-GROUP-COUNT = 500 THEN
               ADD 1 TO WS-ERROR-COUNT
               GO TO 400-EXIT
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           SET GRP-IX TO WS-GROUP-COUNT.
           MOVE WS-TICKET-MODEL TO WS-GR-MODEL (GRP-IX).
           MOVE WS-TICKET-DEPT  TO WS-GR-DEPT-CODE (GRP-IX).
           MOVE ZERO TO WS-GR-CLOSED-COUNT (GRP-IX)
                        WS-GR-CLOSED-DAYS (GRP-IX)
                        WS-GR-OPEN-COUNT (GRP-IX)
                        WS-GR-OPEN-DAYS (GRP-IX)
                        WS-GR-WARRANTY-COUNT (GRP-IX)
                        WS-GR-OOW-SPEND (GRP-IX).
           SET WS-GROUP-FOUND TO TRUE.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-COUNT-FAILURE - ONE MORE TRIP AWAY FOR THE ITEM WITHIN THE
      *    REPEAT WINDOW, WITH ITS COST AND THE LATEST FAULT.
      *-----------------------------------------------------------------
       500-COUNT-FAILURE.

           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND
               IF  WS-IT-HARDWARE-ID (WS-ITEM-SUB)
                       = WS-RPR-HARDWARE-ID
                   SET WS-ITEM-FOUND TO TRUE
                   SET ITM-IX TO WS-ITEM-SUB
               END-IF
           END-PERFORM.

           IF  NOT WS-ITEM-FOUND THEN
               IF  WS-ITEM-COUNT = 3000 THEN
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 500-EXIT
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               SET ITM-IX TO WS-ITEM-COUNT
               MOVE WS-RPR-HARDWARE-ID TO WS-IT-HARDWARE-ID (ITM-IX)
               MOVE WS-TICKET-MODEL    TO WS-IT-MODEL (ITM-IX)
               MOVE WS-TICKET-DEPT     TO WS-IT-DEPT-CODE (ITM-IX)
               MOVE ZERO               TO WS-IT-FAILURE-COUNT (ITM-IX)
                                          WS-IT-LAST-SENT (ITM-IX)
                                          WS-IT-SPEND (ITM-IX)
           END-IF.

           ADD 1           TO WS-IT-FAILURE-COUNT (ITM-IX).
           ADD WS-RPR-COST TO WS-IT-SPEND (ITM-IX).
           IF  WS-RPR-SENT-DATE > WS-IT-LAST-SENT (ITM-IX) THEN
               MOVE WS-RPR-SENT-DATE TO WS-IT-LAST-SENT (ITM-IX)
               MOVE WS-RPR-FAULT     TO WS-IT-LAST-FAULT (ITM-IX)
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-WRITE-SUMMARY - ONE SUMMARY LINE PER MODEL AND DEPARTMENT.
      *-----------------------------------------------------------------
       600-WRITE-SUMMARY.

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               SET GRP-IX TO WS-GROUP-SUB
               MOVE SPACES                  TO REPAIR-SUMMARY-RECORD
               MOVE WS-RUN-YEARMONTH        TO RS-YEARMONTH
               MOVE WS-GR-MODEL (GRP-IX)    TO RS-MODEL
               MOVE WS-GR-DEPT-CODE (GRP-IX) TO RS-DEPT-CODE
               MOVE WS-GR-CLOSED-COUNT (GRP-IX) TO RS-CLOSED-COUNT
               MOVE WS-GR-CLOSED-DAYS (GRP-IX)  TO RS-CLOSED-DAYS
               MOVE WS-GR-OPEN-COUNT (GRP-IX)   TO RS-OPEN-COUNT
               MOVE WS-GR-OPEN-DAYS (GRP-IX)    TO RS-OPEN-DAYS
               MOVE WS-GR-WARRANTY-COUNT (GRP-IX)
                                            TO RS-WARRANTY-COUNT
               MOVE WS-GR-OOW-SPEND (GRP-IX) TO RS-OOW-SPEND
               WRITE REPAIR-SUMMARY-RECORD
               ADD 1 TO WS-WRITE-COUNT
           END-PERFORM.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-WRITE-REPEATS - EVERY ITEM AWAY AT LEAST THE THRESHOLD
      *    NUMBER OF TIMES IN THE YEAR.
      *-----------------------------------------------------------------
       700-WRITE-REPEATS.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               SET ITM-IX TO WS-ITEM-SUB
               IF  WS-IT-FAILURE-COUNT (ITM-IX)
                       NOT < WS-REPEAT-FAILURES
                   MOVE SPACES                 TO REPEAT-FAILURE-RECORD
                   MOVE WS-IT-HARDWARE-ID (ITM-IX) TO RF-HARDWARE-ID
                   MOVE WS-IT-MODEL (ITM-IX)   TO RF-MODEL
                   MOVE WS-IT-DEPT-CODE (ITM-IX) TO RF-DEPT-CODE
                   MOVE WS-IT-FAILURE-COUNT (ITM-IX)
                                               TO RF-FAILURE-COUNT
                   MOVE WS-IT-LAST-SENT (ITM-IX) TO RF-LAST-SENT
                   MOVE WS-IT-LAST-FAULT (ITM-IX) TO RF-LAST-FAULT
                   MOVE WS-IT-SPEND (ITM-IX)   TO RF-SPEND
                   WRITE REPEAT-FAILURE-RECORD
                   ADD 1 TO WS-REPEAT-COUNT
                   ADD 1 TO WS-WRITE-COUNT
               END-IF
           END-PERFORM.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE REPAIR-SUMMARY-FILE.
           CLOSE REPEAT-FAILURE-FILE.

           MOVE WS-TICKET-COUNT    TO WS-RC-READ-COUNT.
           COMPUTE WS-RC-SELECT-COUNT = WS-CLOSED-COUNT + WS-OPEN-COUNT.
           MOVE WS-WRITE-COUNT     TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT     TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"         TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-TICKET-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB3 - " WS-COUNT-DISPLAY
                   " REPAIR TICKETS READ".
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB3 - " WS-COUNT-DISPLAY
                   " TICKETS CLOSED THIS MONTH".
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB3 - " WS-COUNT-DISPLAY
                   " TICKETS STILL OPEN".
           MOVE WS-OOW-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATB3 - " WS-AMOUNT-DISPLAY
                   " OUT-OF-WARRANTY REPAIR SPEND".
           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB3 - " WS-COUNT-DISPLAY
                   " ITEMS WITH REPEATED FAILURES".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB3 - " WS-COUNT-DISPLAY
                   " TICKETS IN ERROR".

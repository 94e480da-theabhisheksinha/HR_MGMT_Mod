      *-----------------------------------------------------------------
      *    COBBAT94 - DUPLICATE CUSTOMER MATCHING PASS. THE COBCIO50/51
      *               NAME SEARCH KEPT TURNING UP THE SAME COMPANY
      *               UNDER TWO OR THREE CUST-NOS, EACH WITH ITS OWN
      *               ACCOUNTS AND PROJECTS, SPLITTING THE COBBAT43
      *               CREDIT EXPOSURE AND THE COBBAT65 PROFITABILITY.
      *               THIS RUN LOADS EVERY LIVE CUSTOMER OFF THE
      *               APITP050 CMD-CODE 1 CURSOR AND BUILDS A
      *               NORMALISED NAME KEY (UPPER CASE, PUNCTUATION
      *               DROPPED, LEGAL-FORM WORDS SUCH AS LTD, LIMITED,
      *               PLC, INC, CO AND THE IGNORED) AND NORMALISED
      *               ADDRESS KEYS (THE FIRST ADDRESS LINE AND THE
      *               POSTCODE, SPACING AND PUNCTUATION DROPPED). EVERY
      *               PAIR WHOSE NAME KEYS AGREE - IN FULL, OR ON THEIR
      *               FIRST 12 CHARACTERS - AND WHOSE FIRST ADDRESS
      *               LINE OR POSTCODE AGREES IS LISTED AS PROBABLE.
      *               A PAIR AGREEING ON THE FULL NAME KEY ALONE IS
      *               LISTED AS POSSIBLE. THE LIST IS FOR REVIEW ONLY -
      *               NOTHING IS CHANGED HERE. A CONFIRMED DUPLICATE IS
      *               MERGED THROUGH THE COBCIO73 DUAL-CONTROL REQUEST
      *               AND THE COBBAT95 MERGE RUN, WHICH RETIRES IT, SO
      *               IT DROPS OFF THIS LIST.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT94.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO DUPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  DUPLICATE-REPORT-FILE
           RECORDING MODE IS F.
       01  DUPLICATE-REPORT-RECORD.
           03  DR-LEVEL                    PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  DR-CUST-NO-1                PIC X(10).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  DR-CUST-NAME-1              PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  DR-CUST-NO-2                PIC X(10).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  DR-CUST-NAME-2              PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
      *        ** what agreed - NAME, NAME+ADDR, NAME+POST
           03  DR-MATCH-ON                 PIC X(10).

       WORKING-STORAGE SECTION.

      *    ** the customer row the APITP050 gateway serves, with the
      *    ** address lines COBBAT84 prints and the merge marker
      *    ** COBBAT95 sets
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-CUST-NAME                 PIC X(30).
           10 WS-CREDIT-LIMIT              PIC S9(9)V99 COMP-3.
           10 WS-OVERLIMIT-FLAG            PIC X(1).
      *        ** the surviving customer once COBBAT95 has merged
      *        ** this one away - blank while the customer is live
           10 WS-CUST-MERGED-INTO          PIC X(10).
           10 FILLER                       PIC X(23).
           10 WS-CUST-ADDR-1               PIC X(30).
           10 WS-CUST-ADDR-2               PIC X(30).
           10 WS-CUST-ADDR-3               PIC X(30).
           10 WS-CUST-POSTCODE             PIC X(8).
           10 WS-CUST-CURRENCY             PIC X(3).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** every live customer with its match keys
       01  WS-CUST-TABLE.
           03  WS-CUST-ENTRY OCCURS 3000 TIMES
                             INDEXED BY CT-IX CT-JX.
               05  WS-CT-CUST-NO           PIC X(10).
               05  WS-CT-CUST-NAME         PIC X(30).
               05  WS-CT-NAME-KEY          PIC X(30).
               05  WS-CT-ADDR-KEY          PIC X(30).
               05  WS-CT-POST-KEY          PIC X(8).
       01  WS-CUST-COUNT                   PIC S9(4) COMP VALUE +0.

      *    ** the normaliser - WS-NORM-IN IN, WS-NORM-OUT OUT. the
      *    ** text is upper-cased, punctuation turned to spaces and
      *    ** the words run together; legal-form words are dropped
      *    ** only when WS-NORM-NAME is set
       01  WS-NORM-IN                      PIC X(30).
       01  WS-NORM-OUT                     PIC X(30).
       01  WS-NORM-POINTER                 PIC S9(4) COMP.
       01  WS-NORM-SWITCH                  PIC X.
           88  WS-NORM-NAME                    VALUE "N".
           88  WS-NORM-ADDRESS                 VALUE "A".
       01  WS-NORM-WORDS.
           03  WS-NORM-WORD                PIC X(30) OCCURS 8 TIMES
                                           INDEXED BY NW-IX.
       01  WS-ONE-WORD                     PIC X(30).
           88  WS-LEGAL-FORM-WORD              VALUE "LTD" "LIMITED"
                                                     "PLC" "INC"
                                                     "INCORPORATED"
                                                     "CO" "COMPANY"
                                                     "CORP"
                                                     "CORPORATION"
                                                     "LLC" "LLP"
                                                     "THE" "AND".
       01  WS-LOWER-CASE                   PIC X(26)
                                   VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE                   PIC X(26)
                                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-NAME-MATCH-SWITCH            PIC X.
           88  WS-NAME-FULL-MATCH              VALUE "F".
           88  WS-NAME-PART-MATCH              VALUE "P".
           88  WS-NAME-NO-MATCH                VALUE "N".

       01  WS-CUST-SWITCH                  PIC X VALUE "N".
           88  WS-CUST-DONE                    VALUE "Y".
       01  WS-READ-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-RETIRED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-PROBABLE-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-POSSIBLE-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT94".
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
           PERFORM 200-LOAD-CUSTOMERS THRU 200-EXIT
           PERFORM 400-COMPARE-CUSTOMERS THRU 400-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - OPEN THE REVIEW LIST.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.
           CALL "COBBUSDT" USING WS-RC-RUN-DATE.

           OPEN OUTPUT DUPLICATE-REPORT-FILE.

      *-----------------------------------------------------------------
      * 200-LOAD-CUSTOMERS - EVERY LIVE CUSTOMER AND ITS MATCH KEYS.
      *    A CUSTOMER ALREADY MERGED AWAY IS LEFT OUT.
      *-----------------------------------------------------------------
       200-LOAD-CUSTOMERS.

           MOVE 1      TO  CMD-CODE.
           MOVE SPACES TO  CUSTOMER-MASTER-RECORD.

           PERFORM UNTIL WS-CUST-DONE
               MOVE CUSTOMER-MASTER-RECORD TO DATA-IN
               CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CUST-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO CUSTOMER-MASTER-RECORD
                   ADD 1 TO WS-READ-COUNT
                   IF  WS-CUST-MERGED-INTO > SPACES
                       ADD 1 TO WS-RETIRED-COUNT
                   ELSE
                       PERFORM 300-LOAD-ONE-CUSTOMER THRU 300-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-LOAD-ONE-CUSTOMER - ONE TABLE ROW WITH ITS THREE KEYS.
      *-----------------------------------------------------------------
       300-LOAD-ONE-CUSTOMER.

           IF  WS-CUST-COUNT NOT < 3000 THEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT94 - CUSTOMER TABLE FULL AT " WS-CUST-NO
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-CUST-COUNT.
           SET CT-IX TO WS-CUST-COUNT.
           MOVE WS-CUST-NO       TO WS-CT-CUST-NO (CT-IX).
           MOVE WS-CUST-NAME     TO WS-CT-CUST-NAME (CT-IX).

           SET WS-NORM-NAME      TO TRUE.
           MOVE WS-CUST-NAME     TO WS-NORM-IN.
           PERFORM 350-NORMALISE THRU 350-EXIT.
           MOVE WS-NORM-OUT      TO WS-CT-NAME-KEY (CT-IX).

           SET WS-NORM-ADDRESS   TO TRUE.
           MOVE WS-CUST-ADDR-1   TO WS-NORM-IN.
           PERFORM 350-NORMALISE THRU 350-EXIT.
           MOVE WS-NORM-OUT      TO WS-CT-ADDR-KEY (CT-IX).

           MOVE SPACES           TO WS-NORM-IN.
           MOVE WS-CUST-POSTCODE TO WS-NORM-IN.
           PERFORM 350-NORMALISE THRU 350-EXIT.
           MOVE WS-NORM-OUT      TO WS-CT-POST-KEY (CT-IX).

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-NORMALISE - UPPER CASE, PUNCTUATION TO SPACES, WORDS RUN
      *    TOGETHER - LEGAL-FORM WORDS DROPPED FROM A NAME.
      *-----------------------------------------------------------------
       350-NORMALISE.

           MOVE SPACES TO WS-NORM-OUT.
           IF  WS-NORM-IN IS NOT > SPACES THEN
               GO TO 350-EXIT
           END-IF.

           INSPECT WS-NORM-IN
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-NORM-IN
               CONVERTING ".,&-'/()#:;" TO "           ".

           MOVE SPACES TO WS-NORM-WORDS.
           UNSTRING WS-NORM-IN DELIMITED BY ALL SPACE
               INTO WS-NORM-WORD (1) WS-NORM-WORD (2)
                    WS-NORM-WORD (3) WS-NORM-WORD (4)
                    WS-NORM-WORD (5) WS-NORM-WORD (6)
                    WS-NORM-WORD (7) WS-NORM-WORD (8)
           END-UNSTRING.

           MOVE 1 TO WS-NORM-POINTER.
           PERFORM VARYING NW-IX FROM 1 BY 1 UNTIL NW-IX > 8
               MOVE WS-NORM-WORD (NW-IX) TO WS-ONE-WORD
               IF  WS-ONE-WORD > SPACES
               AND NOT (WS-NORM-NAME AND WS-LEGAL-FORM-WORD)
               AND WS-NORM-POINTER NOT > 30
                   STRING WS-ONE-WORD DELIMITED BY SPACE
                       INTO WS-NORM-OUT
                       WITH POINTER WS-NORM-POINTER
                   END-STRING
               END-IF
           END-PERFORM.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-COMPARE-CUSTOMERS - EVERY PAIR ONCE.
      *-----------------------------------------------------------------
       400-COMPARE-CUSTOMERS.

           PERFORM VARYING CT-IX FROM 1 BY 1
                   UNTIL CT-IX > WS-CUST-COUNT
               IF  WS-CT-NAME-KEY (CT-IX) > SPACES
                   SET CT-JX TO CT-IX
                   SET CT-JX UP BY 1
                   PERFORM 450-COMPARE-PAIR THRU 450-EXIT
                       UNTIL CT-JX > WS-CUST-COUNT
               END-IF
           END-PERFORM.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-COMPARE-PAIR - CUSTOMER CT-IX AGAINST CUSTOMER CT-JX, THEN
      *    ON TO THE NEXT CT-JX.
      *-----------------------------------------------------------------
       450-COMPARE-PAIR.

           SET WS-NAME-NO-MATCH TO TRUE.
           IF  WS-CT-NAME-KEY (CT-JX) = WS-CT-NAME-KEY (CT-IX) THEN
               SET WS-NAME-FULL-MATCH TO TRUE
           ELSE
           IF  WS-CT-NAME-KEY (CT-JX) (1:12) =
               WS-CT-NAME-KEY (CT-IX) (1:12)
           AND WS-CT-NAME-KEY (CT-IX) (12:1) > SPACE
               SET WS-NAME-PART-MATCH TO TRUE
           END-IF
           END-IF.
           IF  WS-NAME-NO-MATCH THEN
               GO TO 450-NEXT
           END-IF.

           MOVE SPACES TO DUPLICATE-REPORT-RECORD.
           IF  WS-CT-ADDR-KEY (CT-IX) > SPACES
           AND WS-CT-ADDR-KEY (CT-JX) = WS-CT-ADDR-KEY (CT-IX) THEN
               MOVE "PROBABLE"   TO DR-LEVEL
               MOVE "NAME+ADDR"  TO DR-MATCH-ON
           ELSE
           IF  WS-CT-POST-KEY (CT-IX) > SPACES
           AND WS-CT-POST-KEY (CT-JX) = WS-CT-POST-KEY (CT-IX) THEN
               MOVE "PROBABLE"   TO DR-LEVEL
               MOVE "NAME+POST"  TO DR-MATCH-ON
           ELSE
           IF  WS-NAME-FULL-MATCH THEN
               MOVE "POSSIBLE"   TO DR-LEVEL
               MOVE "NAME"       TO DR-MATCH-ON
           ELSE
               GO TO 450-NEXT
           END-IF
           END-IF
           END-IF.

           IF  DR-LEVEL = "PROBABLE" THEN
               ADD 1 TO WS-PROBABLE-COUNT
           ELSE
               ADD 1 TO WS-POSSIBLE-COUNT
           END-IF.
           MOVE WS-CT-CUST-NO (CT-IX)   TO DR-CUST-NO-1.
           MOVE WS-CT-CUST-NAME (CT-IX) TO DR-CUST-NAME-1.
           MOVE WS-CT-CUST-NO (CT-JX)   TO DR-CUST-NO-2.
           MOVE WS-CT-CUST-NAME (CT-JX) TO DR-CUST-NAME-2.
           WRITE DUPLICATE-REPORT-RECORD.

       450-NEXT.
           SET CT-JX UP BY 1.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE LIST, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE DUPLICATE-REPORT-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS   TO WS-RC-END-TIME.
           MOVE WS-READ-COUNT    TO WS-RC-READ-COUNT.
           MOVE WS-CUST-COUNT    TO WS-RC-SELECT-COUNT.
           COMPUTE WS-RC-WRITE-COUNT =
                   WS-PROBABLE-COUNT + WS-POSSIBLE-COUNT.
           MOVE WS-ERROR-COUNT   TO WS-RC-ERROR-COUNT.
           IF  WS-ERROR-COUNT > ZERO THEN
               MOVE "ERRORS"     TO WS-RC-STATUS
           ELSE
               MOVE "COMPLETE"   TO WS-RC-STATUS
           END-IF.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT94 - " WS-COUNT-DISPLAY
                   " CUSTOMERS READ".
           MOVE WS-RETIRED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT94 - " WS-COUNT-DISPLAY
                   " ALREADY MERGED AWAY".
           MOVE WS-PROBABLE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT94 - " WS-COUNT-DISPLAY
                   " PROBABLE DUPLICATE PAIRS".
           MOVE WS-POSSIBLE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT94 - " WS-COUNT-DISPLAY
                   " POSSIBLE DUPLICATE PAIRS".

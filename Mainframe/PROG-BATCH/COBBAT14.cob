      *               STOPS DISABLING BADGES OFF A WEEKLY EMAILED
      *               LIST; COBBAT81 RECONCILES THE OTHER DIRECTION
      *               WEEKLY, FLAGGING BADGE ACTIVITY FOR ANYONE
      *               ALREADY TERMINATED. ANY SOFTWARE SEAT STILL
      *               HELD BY THE LEAVER (APITPSTA) IS RECLAIMED BACK
      *               TO ITS LICENSE POOL THE SAME NIGHT, SO THE SEAT
      *               IS FREE FOR THE NEXT HIRE INSTEAD OF BOUGHT
      *               AGAIN AT RENEWAL.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------

       01  WS-BADGE-COUNT                  PIC S9(7) COMP VALUE +0.

      *    ** same seat row COBCIO96 assigns - walked per employee
      *    ** (APITPSTA CMD-CODE 4) and any seat still held is
      *    ** reclaimed to its pool (CMD-CODE 3) as of termination
       01  SEAT-ASSIGNMENT-RECORD.
           10 WS-STA-POOL-ID          PIC X(8).
           10 WS-STA-EMP-NO           PIC X(6).
           10 WS-STA-ASSIGN-DATE      PIC 9(6).
           10 WS-STA-RECLAIM-DATE     PIC 9(6).
           10 WS-STA-RECLAIM-REASON   PIC X(1).
           10 WS-STA-OPID             PIC X(3).

       01  WS-STA-SWITCH                   PIC X.
           88  WS-STA-DONE                     VALUE "Y".
       01  WS-SEAT-RECLAIM-COUNT           PIC S9(7) COMP VALUE +0.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
           PERFORM 650-REPORT-OPEN-HARDWARE THRU 650-EXIT.
           PERFORM 660-REPORT-OUTSTANDING-LOAN THRU 660-EXIT.
           PERFORM 670-FEED-BADGE-DEACTIVATION THRU 670-EXIT.
           PERFORM 680-RECLAIM-SOFTWARE-SEATS THRU 680-EXIT.

      *-----------------------------------------------------------------
      * 400-CLOSE-PROJECT-ACTIVITY - WALK EVERY ACTIVITY ROW FOR THIS
       670-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 680-RECLAIM-SOFTWARE-SEATS - EVERY SEAT STILL HELD BY THE
      *    TERMINATED EMPLOYEE (APITPSTA CMD-CODE 4 PER-EMPLOYEE
      *    CURSOR, RECLAIM-DATE STILL ZERO) IS STAMPED RECLAIMED AS
      *    OF THE TERMINATION DATE, REASON T, AND GOES BACK TO ITS
      *    POOL - AUDITED AND LISTED ON THE TERMINATION REPORT.
      *-----------------------------------------------------------------
       680-RECLAIM-SOFTWARE-SEATS.

           MOVE "N"       TO  WS-STA-SWITCH.
           MOVE SPACES    TO  SEAT-ASSIGNMENT-RECORD.
           MOVE WS-EMP-ID TO  WS-STA-EMP-NO.
           MOVE 4         TO  CMD-CODE.

           PERFORM UNTIL WS-STA-DONE
               MOVE SEAT-ASSIGNMENT-RECORD TO DATA-IN
               CALL "APITPSTA" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-STA-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO SEAT-ASSIGNMENT-RECORD
                   IF  WS-STA-RECLAIM-DATE = ZERO THEN
                       MOVE SEAT-ASSIGNMENT-RECORD
                                      TO WS-AUD-BEFORE-IMAGE
                       MOVE WS-EMP-DATE-TERMINATED
                                      TO WS-STA-RECLAIM-DATE
                       MOVE "T"       TO WS-STA-RECLAIM-REASON
                       MOVE 3         TO CMD-CODE
                       MOVE SEAT-ASSIGNMENT-RECORD TO DATA-IN
                       CALL "APITPSTA" USING CMD-CODE RESP-CODE
                                             DATA-IN DATA-OUT
                       IF RESP-CODE <> 0
                           ADD 1 TO WS-SEAT-RECLAIM-COUNT
                           MOVE "SEATASGN" TO WS-AUD-FILE
                           MOVE SPACES     TO WS-AUD-KEY
                           STRING WS-STA-POOL-ID WS-STA-EMP-NO
                               DELIMITED BY SIZE INTO WS-AUD-KEY
                           MOVE SEAT-ASSIGNMENT-RECORD
                                           TO WS-AUD-AFTER-IMAGE
                           CALL "COBAUDIT" USING HR-AUDIT-RECORD
                           MOVE WS-EMP-ID TO TR-EMP-NO
                           MOVE WS-EMP-DATE-TERMINATED
                                          TO TR-DATE-TERMINATED
                           MOVE SPACES    TO TR-ACTION
                           STRING "SOFTWARE SEAT RECLAIMED: "
                                  WS-STA-POOL-ID
                               DELIMITED BY SIZE INTO TR-ACTION
                           WRITE TERM-PROCESS-REPORT-RECORD
                       END-IF
                       MOVE 4 TO CMD-CODE
                   END-IF
                   MOVE WS-EMP-ID TO WS-STA-EMP-NO
               END-IF
           END-PERFORM.

       680-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT AND DISPLAY THE RUN TOTALS.
      *-----------------------------------------------------------------
           MOVE WS-ACT-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT14 - " WS-COUNT-DISPLAY
                   " OPEN PROJECT ACTIVITY ROWS CLOSED".
           MOVE WS-SEAT-RECLAIM-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT14 - " WS-COUNT-DISPLAY
                   " SOFTWARE SEATS RECLAIMED".

      *               STATUS/REASON TAIL COBCIO42 MAINTAINS, AUDITED -
      *               AND THE NEXT CUSTOMER-INITIATED POSTING THROUGH
      *               COBBAT26 REACTIVATES IT, LOGGED THE SAME WAY.
      *               A COBBAT87 FEE POSTING IS NOT ACTIVITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

       FD  DORMANT-REPORT-FILE
           RECORDING MODE IS F.
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** the warning row on the new APITPDOR gateway - CMD-CODE
      *    ** 1 READ BY ACC-NO, 2 ADD, 5 DELETE
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 170-POST-ACTIVITY THRU 170-EXIT
               END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.
           EXIT.

      *-----------------------------------------------------------------
      * 170-POST-ACTIVITY - KEEP THE LATEST DATE SEEN PER ACCOUNT. A
      *    COBBAT87 FEE IS THE BANK'S OWN CHARGE, NOT ACTIVITY.
      *-----------------------------------------------------------------
       170-POST-ACTIVITY.

           IF  TH-SOURCE-REF (1:4) = "FEE " THEN
               GO TO 170-EXIT
           END-IF.

           MOVE "N" TO WS-ACT-FOUND-SWITCH.
           PERFORM VARYING ACT-IX FROM 1 BY 1
                   UNTIL ACT-IX > WS-ACTIVITY-COUNT
               MOVE TH-POST-DATE TO WS-AC-LAST-DATE (ACT-IX)
           END-IF.

       170-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-SCAN-ACCOUNTS - EVERY OPEN ACCOUNT GETS THE DORMANCY
      *    TEST. CLOSED AND ALREADY-FROZEN ACCOUNTS ARE LEFT ALONE.

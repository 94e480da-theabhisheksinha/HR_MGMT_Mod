      *               REPORTED BY ACCOUNT, AND THE DAY'S TOTALS -
      *               DEBITS, CREDITS, NET - CLOSE THE REPORT AS THE
      *               CONTROL PAGE THE MORNING SUMMARY CAN REFERENCE.
      *               THE CONTROL PAGE ALSO PROVES THE DAY BY
      *               TRANSACTION CODE - ONE LINE PER CODE WITH ITS
      *               DEBITS, CREDITS, NET AND GL ACCOUNT OFF THE
      *               COBBAT88 CODE MASTER (APITPTCD). A CODE NOT ON
      *               THE MASTER, A CODE POSTED AGAINST ITS ALLOWED
      *               DIRECTION, OR CODE TOTALS THAT DO NOT CROSS-FOOT
      *               TO THE DAY TOTALS ARE BREAKS LIKE ANY OTHER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

       FD  TRIAL-BALANCE-FILE
           RECORDING MODE IS F.
       01  WS-DAY-FOUND-SWITCH             PIC X.
           88  WS-DAY-FOUND                    VALUE "Y".

      *    ** the day's postings rolled up per transaction code
       01  WS-CODE-TABLE.
           03  WS-CODE-ENTRY OCCURS 100 TIMES INDEXED BY CODE-IX.
               05  WS-CD-TRAN-CODE         PIC X(3).
               05  WS-CD-DEBITS            PIC S9(13)V9(2) COMP-3.
               05  WS-CD-CREDITS           PIC S9(13)V9(2) COMP-3.
       01  WS-CODE-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-CODE-FOUND-SWITCH            PIC X.
           88  WS-CODE-FOUND                   VALUE "Y".
       01  WS-CODE-NET                     PIC S9(13)V9(2) COMP-3.
       01  WS-CODE-DEBITS                  PIC S9(13)V9(2) COMP-3
                                           VALUE +0.
       01  WS-CODE-CREDITS                 PIC S9(13)V9(2) COMP-3
                                           VALUE +0.

      *    ** the COBBAT88 transaction-code master - APITPTCD
      *    ** CMD-CODE 1 READS BY CODE
       01  TRAN-CODE-RECORD.
           10 WS-TCD-TRAN-CODE        PIC X(3).
           10 WS-TCD-DESCRIPTION      PIC X(30).
           10 WS-TCD-DIRECTION        PIC X(1).
               88  WS-TCD-DEBIT-ONLY      VALUE "D".
               88  WS-TCD-CREDIT-ONLY     VALUE "C".
           10 WS-TCD-NARRATIVE        PIC X(30).
           10 WS-TCD-GL-ACCOUNT       PIC X(8).

       01  WS-TOT-DEBITS                   PIC S9(13)V9(2) COMP-3
                                           VALUE +0.
       01  WS-TOT-CREDITS                  PIC S9(13)V9(2) COMP-3

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.
           CALL "COBBUSDT" USING WS-RUN-DATE.

           OPEN INPUT  TRAN-HISTORY-FILE.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
                           ADD 1 TO WS-POSTING-COUNT
                           PERFORM 250-POST-ONE-ROW
                                   THRU 250-EXIT-POINT
                           PERFORM 270-ROLL-BY-CODE
                                   THRU 270-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       250-EXIT-POINT.
           EXIT.

      *-----------------------------------------------------------------
      * 270-ROLL-BY-CODE - THE ROW'S AMOUNT INTO ITS TRANSACTION CODE'S
      *    ENTRY. A ROW THAT FINDS THE TABLE FULL IS LEFT OUT, AND THE
      *    CROSS-FOOT ON THE CONTROL PAGE REPORTS IT.
      *-----------------------------------------------------------------
       270-ROLL-BY-CODE.

           MOVE "N" TO WS-CODE-FOUND-SWITCH.
           PERFORM VARYING CODE-IX FROM 1 BY 1
                   UNTIL CODE-IX > WS-CODE-COUNT
                   OR WS-CODE-FOUND
               IF  WS-CD-TRAN-CODE (CODE-IX) = TH-TRAN-CODE THEN
                   SET WS-CODE-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF  WS-CODE-FOUND THEN
               SET CODE-IX DOWN BY 1
           ELSE
               IF  WS-CODE-COUNT NOT < 100 THEN
                   GO TO 270-EXIT
               END-IF
               ADD 1 TO WS-CODE-COUNT
               SET CODE-IX TO WS-CODE-COUNT
               MOVE TH-TRAN-CODE TO WS-CD-TRAN-CODE (CODE-IX)
               MOVE ZERO         TO WS-CD-DEBITS (CODE-IX)
               MOVE ZERO         TO WS-CD-CREDITS (CODE-IX)
           END-IF.

           IF  TH-DC-CODE = "D" THEN
               ADD TH-AMOUNT TO WS-CD-DEBITS (CODE-IX)
           ELSE
               ADD TH-AMOUNT TO WS-CD-CREDITS (CODE-IX)
           END-IF.

       270-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-PROVE-ACCOUNTS - TWO PROOFS PER ACCOUNT POSTED TODAY:
      *    OPENING PLUS MOVEMENT MUST EQUAL CLOSING, AND CLOSING MUST
           MOVE "DAY DEBITS/CREDITS/NET"  TO TB-REMARK.
           WRITE TRIAL-BALANCE-RECORD.

           PERFORM VARYING CODE-IX FROM 1 BY 1
                   UNTIL CODE-IX > WS-CODE-COUNT
               PERFORM 450-PROVE-ONE-CODE THRU 450-EXIT
           END-PERFORM.

      *    ** the code lines must add back to the day totals
           IF  WS-CODE-DEBITS  NOT = WS-TOT-DEBITS
           OR  WS-CODE-CREDITS NOT = WS-TOT-CREDITS
               ADD 1 TO WS-BREAK-COUNT
               COMPUTE WS-CODE-NET = WS-CODE-CREDITS - WS-CODE-DEBITS
               MOVE SPACES          TO TRIAL-BALANCE-RECORD
               MOVE WS-CODE-DEBITS  TO TB-OPENING
               MOVE WS-CODE-CREDITS TO TB-MOVEMENT
               MOVE WS-CODE-NET     TO TB-CLOSING
               MOVE "CODES DO NOT CROSS-FOOT" TO TB-REMARK
               WRITE TRIAL-BALANCE-RECORD
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-PROVE-ONE-CODE - ONE CONTROL LINE PER TRANSACTION CODE.
      *    THE CODE MUST BE ON THE MASTER AND MUST NOT HAVE POSTED
      *    AGAINST ITS ALLOWED DIRECTION; A CLEAN CODE SHOWS ITS GL
      *    ACCOUNT.
      *-----------------------------------------------------------------
       450-PROVE-ONE-CODE.

           ADD WS-CD-DEBITS (CODE-IX)  TO WS-CODE-DEBITS.
           ADD WS-CD-CREDITS (CODE-IX) TO WS-CODE-CREDITS.
           COMPUTE WS-CODE-NET =
                   WS-CD-CREDITS (CODE-IX) - WS-CD-DEBITS (CODE-IX).

           MOVE SPACES                    TO TRIAL-BALANCE-RECORD.
           MOVE "CODE"                    TO TB-ACC-NO.
           MOVE WS-CD-TRAN-CODE (CODE-IX) TO TB-ACC-NO (6:3).
           MOVE WS-CD-DEBITS (CODE-IX)    TO TB-OPENING.
           MOVE WS-CD-CREDITS (CODE-IX)   TO TB-MOVEMENT.
           MOVE WS-CODE-NET               TO TB-CLOSING.

           MOVE SPACES                    TO TRAN-CODE-RECORD.
           MOVE WS-CD-TRAN-CODE (CODE-IX) TO WS-TCD-TRAN-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE TRAN-CODE-RECORD TO DATA-IN.
           CALL "APITPTCD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-BREAK-COUNT
               MOVE "CODE NOT ON MASTER"  TO TB-REMARK
               WRITE TRIAL-BALANCE-RECORD
               GO TO 450-EXIT
           END-IF.
           MOVE DATA-OUT TO TRAN-CODE-RECORD.

           IF  (WS-TCD-DEBIT-ONLY  AND WS-CD-CREDITS (CODE-IX) > ZERO)
           OR  (WS-TCD-CREDIT-ONLY AND WS-CD-DEBITS (CODE-IX) > ZERO)
               ADD 1 TO WS-BREAK-COUNT
               MOVE "CODE POSTED WRONG WAY" TO TB-REMARK
               WRITE TRIAL-BALANCE-RECORD
               GO TO 450-EXIT
           END-IF.

           MOVE "GL"              TO TB-REMARK.
           MOVE WS-TCD-GL-ACCOUNT TO TB-REMARK (4:8).
           WRITE TRIAL-BALANCE-RECORD.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS. ANY BREAK LEAVES THE STATUS FLAGGED SO THE

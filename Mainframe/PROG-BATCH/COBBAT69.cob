      *               PRINTS ONE CERTIFICATE PER CUSTOMER WITH
      *               INTEREST FOR THE YEAR. A CUSTOMER WITH NO
      *               LEDGER ROW EARNED NOTHING AND GETS NO PAPER.
      *               INTEREST THE COBBAT90 MATURITY RUN PAID ON TERM
      *               DEPOSITS IS ROLLED ONTO THE SAME LEDGER AND IS
      *               SHOWN AS ITS OWN LINE UNDER THE TOTAL EARNED.
      *               A JOINT HOLDER'S LEDGER CARRIES ONLY THEIR AGREED
      *               SHARE OF A JOINT ACCOUNT'S INTEREST AND TAX
      *               (COBBAT28 SPLITS IT BY THE COBCIO70 ACCOUNT-PARTY
      *               SHARES), SO EACH HOLDER GETS THEIR OWN
      *               CERTIFICATE, WITH THE JOINT PART ON ITS OWN LINE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-IWT-YEAR             PIC 9(4).
           10 WS-IWT-INTEREST         PIC S9(11)V9(2) USAGE COMP-3.
           10 WS-IWT-TAX              PIC S9(11)V9(2) USAGE COMP-3.
      *        ** the part of WS-IWT-INTEREST earned on COBBAT90
      *        ** term deposits
           10 WS-IWT-DEPOSIT-INTEREST PIC S9(11)V9(2) USAGE COMP-3.
      *        ** the part of WS-IWT-INTEREST that is this customer's
      *        ** share of interest on jointly held accounts
           10 WS-IWT-JOINT-INTEREST   PIC S9(11)V9(2) USAGE COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 400-WRITE-PRINT-LINE.

      *    ** the share earned on term deposits, where there is one -
      *    ** a row rolled before deposits were carried has none
           IF  WS-IWT-DEPOSIT-INTEREST IS NUMERIC
           AND WS-IWT-DEPOSIT-INTEREST > ZERO THEN
               MOVE WS-IWT-DEPOSIT-INTEREST TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    ON TERM DEPOSITS ... " WS-AMOUNT-DISPLAY
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 400-WRITE-PRINT-LINE
           END-IF.

      *    ** likewise the share of jointly held accounts
           IF  WS-IWT-JOINT-INTEREST IS NUMERIC
           AND WS-IWT-JOINT-INTEREST > ZERO THEN
               MOVE WS-IWT-JOINT-INTEREST TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    ON JOINT ACCOUNTS .. " WS-AMOUNT-DISPLAY
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 400-WRITE-PRINT-LINE
           END-IF.

           MOVE WS-IWT-TAX TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TAX WITHHELD ......... " WS-AMOUNT-DISPLAY

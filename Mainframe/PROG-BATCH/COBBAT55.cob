           10 WS-STATDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.


      *    ** the month's lifecycle on the APITPPPD pay-period gateway
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE

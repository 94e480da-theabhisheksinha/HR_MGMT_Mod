           03  TN-SOURCE-REF               PIC X(10).
           03  TN-BATCH-COUNT              PIC 9(7).
           03  TN-BATCH-HASH               PIC 9(13)V9(2).
           03  FILLER                      PIC X(3).
           03  TN-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(13).

       FD  SI-REGISTER-FILE
           RECORDING MODE IS F.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
           MOVE WS-STO-DC-CODE      TO TN-DC-CODE.
           MOVE WS-STO-AMOUNT       TO TN-AMOUNT.
           MOVE WS-STO-COUNTERPARTY TO TN-SOURCE-REF.
           MOVE "STO"               TO TN-TRAN-CODE.
           MOVE ZERO                TO TN-BATCH-COUNT.
           MOVE ZERO                TO TN-BATCH-HASH.
           WRITE SI-TRAN-RECORD.

      *               FROM WS-ASSET-ACQUIRED-DATE, SO FINANCE GETS A
      *               CURRENT BOOK VALUE PER ASSET INSTEAD OF TREATING
      *               THE ORIGINAL INSURED VALUE AS STATIC FOREVER.
      *               AN ASSET RECEIVED AGAINST A PURCHASE ORDER ON
      *               COBCIO93 CARRIES ITS ACQUISITION COST (THE
      *               ORDER'S AGREED PRICE) AND IS DEPRECIATED FROM
      *               THAT INSTEAD - THE INSURED TOTAL STANDS IN ONLY
      *               FOR A ROW WITH NO COST ON FILE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *        ** the owning department COBCIO17 carries - the GL
      *        ** charge file needs the dimension
           10 WS-DEPT-CODE            PIC X(4).
      *        ** the COBCIO93 order price - zero (or the spaces an
      *        ** older row carries) where nothing was received
           10 WS-ACQUISITION-COST     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PO-NO                PIC X(8).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
           COMPUTE WS-TOTAL-INSURED-VALUE =
                   WS-MOUSE-INS-VALUE + WS-KEYBOARD-INS-VALUE
                 + WS-CPU-INS-VALUE   + WS-MONITOR-INS-VALUE.
           IF  WS-ACQUISITION-COST IS NUMERIC
           AND WS-ACQUISITION-COST > ZERO THEN
               MOVE WS-ACQUISITION-COST TO WS-TOTAL-INSURED-VALUE
           END-IF.

           COMPUTE WS-ANNUAL-DEPRECIATION =
                   WS-TOTAL-INSURED-VALUE / WS-DEPRECIATION-YEARS.

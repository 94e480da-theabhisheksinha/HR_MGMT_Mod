      *               THE COBCIO50/51 CUSTOMER DATA, WRITES A SEVERITY-
      *               TIERED EXCEPTION REPORT, AND SETS THE OVER-LIMIT
      *               FLAG THE COBCIO52/53 ACCOUNT INQUIRIES DISPLAY.
      *               A CUSTOMER WHOSE INVOICES HAVE GONE PAST 90 DAYS
      *               ON THE MONTH-END COBBAT84 AGING (APITPAGD AGED-
      *               DEBT ROW, CMD-CODE 1) IS HELD OVER LIMIT WHATEVER
      *               THE EXPOSURE PERCENTAGE SAYS - THE INVOICES ARE
      *               ALREADY IN THE ACCOUNT BALANCES, SO THE OVER-90
      *               AMOUNT IS SHOWN BUT NOT ADDED A SECOND TIME.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-CREDIT-LIMIT              PIC S9(9)V99 COMP-3.
           10 WS-OVERLIMIT-FLAG            PIC X(1).
           10 FILLER                       PIC X(33).
      *        ** the address lines COBBAT84 prints on the dunning
      *        ** letters - carried so the flag change hands them back
           10 FILLER                       PIC X(98).
      *        ** the billing currency COBBAT37 invoices in - carried
      *        ** for the same reason
           10 WS-CUST-CURRENCY             PIC X(3).

      *    ** the COBBAT84 month-end aged-debt row for the customer
       01  AGED-DEBT-RECORD.
           10 WS-AGD-CUST-NO          PIC X(10).
           10 WS-AGD-YEARMONTH        PIC X(6).
           10 WS-AGD-BUCKET           PIC S9(9)V9(2) USAGE COMP-3
                                      OCCURS 5 TIMES.
           10 WS-AGD-DUNNING-LEVEL    PIC 9(1).

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT13 carries
       01  ACCOUNT-MASTER-RECORD.
       01  WS-CUST-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-OVER-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-WARN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-OVER90-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-OVER90-AMOUNT                PIC S9(9)V99 COMP-3.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
               END-IF
           END-IF.

      *    ** debt past 90 days holds the customer over limit even
      *    ** when the balance sits inside it
           MOVE ZERO       TO WS-OVER90-AMOUNT.
           MOVE SPACES     TO AGED-DEBT-RECORD.
           MOVE WS-CUST-NO TO WS-AGD-CUST-NO.
           MOVE 1          TO CMD-CODE.
           MOVE AGED-DEBT-RECORD TO DATA-IN.
           CALL "APITPAGD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO AGED-DEBT-RECORD
               MOVE WS-AGD-BUCKET (5) TO WS-OVER90-AMOUNT
           END-IF.
           IF  WS-OVER90-AMOUNT > 0 AND WS-NEW-FLAG NOT = "Y" THEN
               MOVE "Y" TO WS-NEW-FLAG
               ADD 1 TO WS-OVER90-COUNT
               MOVE "OVER 90 DAYS" TO EX-SEVERITY
               PERFORM 400-WRITE-EXCEPTION
           END-IF.

           IF  WS-NEW-FLAG NOT = WS-OVERLIMIT-FLAG THEN
               MOVE WS-NEW-FLAG TO WS-OVERLIMIT-FLAG
               MOVE 3 TO CMD-CODE
           CLOSE EXPOSURE-REPORT-FILE.

           MOVE WS-CUST-COUNT TO WS-RC-READ-COUNT.
           COMPUTE WS-RC-SELECT-COUNT = WS-OVER-COUNT + WS-WARN-COUNT
                                      + WS-OVER90-COUNT.
           MOVE WS-RC-SELECT-COUNT TO WS-RC-WRITE-COUNT.
           COMPUTE WS-RC-ERROR-COUNT = WS-OVER-COUNT + WS-OVER90-COUNT.
           MOVE "COMPLETE"    TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-WARN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT43 - " WS-COUNT-DISPLAY
                   " CUSTOMERS ON WARNING".
           MOVE WS-OVER90-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT43 - " WS-COUNT-DISPLAY
                   " CUSTOMERS HELD FOR DEBT OVER 90 DAYS".

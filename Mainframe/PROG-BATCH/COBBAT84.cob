      *-----------------------------------------------------------------
      *    COBBAT84 - MONTH-END RECEIVABLES AGING AND DUNNING RUN. NOW
      *               THAT COBBAT83 APPLIES RECEIPTS TO THE INVOICE
      *               REGISTER, WHAT IS STILL OWED IS A FACT ON FILE.
      *               THIS RUN AGES EVERY OPEN REGISTER ROW (RAISED OR
      *               PARTPAID, LESS ITS PAID AMOUNT AND ANY CREDIT
      *               NOTE RAISED AGAINST IT) BY THE MONTHS
      *               SINCE IT WAS RAISED - CURRENT, 30, 60, 90 AND
      *               OVER 90 - AND PRINTS THE AGING REPORT PER
      *               CUSTOMER (SAME APITP050 CMD-CODE 1 CUSTOMER
      *               CURSOR COBBAT43 WALKS) WITH A LINE PER PROJECT.
      *               EVERY CUSTOMER WITH MONEY PAST DUE GETS A DUNNING
      *               LETTER TO THE NAME AND ADDRESS ON THE CUSTOMER
      *               ROW, WORDED BY THE OLDEST BUCKET REACHED - A
      *               REMINDER AT 30, A SECOND NOTICE AT 60, A FINAL
      *               DEMAND AT 90, AND A CREDIT-STOP NOTICE PAST 90 -
      *               LISTING THE INVOICES BEHIND IT. THE BUCKETS AND
      *               THE LETTER LEVEL ARE KEPT PER CUSTOMER ON THE NEW
      *               APITPAGD AGED-DEBT GATEWAY (CMD-CODE 1 READ BY
      *               CUSTOMER, 2 ADD, 3 CHANGE), WHERE THE NIGHTLY
      *               COBBAT43 ROLLUP PICKS UP THE OVER-90 AMOUNT AND
      *               HOLDS THE CUSTOMER OVER LIMIT UNTIL IT CLEARS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT84.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** the cumulative invoice register, as COBBAT83 last left it
           SELECT INVOICE-REGISTER-FILE ASSIGN TO INVREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO ARAGING
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUNNING-LETTER-FILE ASSIGN TO DUNLETR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  INVOICE-REGISTER-FILE
           RECORDING MODE IS F.
      *    ** same layout COBBAT37 writes
       01  INVOICE-REGISTER-RECORD.
           03  IR-INVOICE-NO               PIC X(6).
           03  FILLER                      PIC X(2).
           03  IR-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2).
           03  IR-PROJ-NO                  PIC X(6).
           03  FILLER                      PIC X(2).
           03  IR-BILL-YEARMONTH           PIC X(6).
           03  FILLER                      PIC X(2).
           03  IR-AMOUNT                   PIC 9(9)V9(2).
           03  FILLER                      PIC X(2).
           03  IR-STATUS                   PIC X(8).
           03  FILLER                      PIC X(2).
           03  IR-PAID-AMOUNT              PIC 9(9)V9(2).
           03  FILLER                      PIC X(2).
           03  IR-LAST-PAID-DATE           PIC 9(6).
           03  FILLER                      PIC X(2).
           03  IR-CREDIT-AMOUNT            PIC 9(9)V9(2).
      *        ** the COBBAT85 credit note tail
           03  FILLER                      PIC X(25).
      *        ** the currency tail - a customer's invoices are all in
      *        ** its own currency, so its aging needs no conversion
           03  FILLER                      PIC X(18).

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-RECORD.
           03  AR-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  AR-PROJ-NO                  PIC X(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  AR-BUCKET OCCURS 5 TIMES.
               05  AR-AMOUNT               PIC ZZZZZZZZ9.99-.
               05  FILLER                  PIC X(1).
           03  AR-TOTAL                    PIC ZZZZZZZZ9.99-.

       FD  DUNNING-LETTER-FILE
           RECORDING MODE IS F.
       01  DUNNING-LETTER-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

      *    ** the customer row on the APITP050 customer cursor, with
      *    ** the address lines it carries past the credit tail
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-CUST-NAME                 PIC X(30).
           10 FILLER                       PIC X(40).
           10 WS-CUST-ADDR-1               PIC X(30).
           10 WS-CUST-ADDR-2               PIC X(30).
           10 WS-CUST-ADDR-3               PIC X(30).
           10 WS-CUST-POSTCODE             PIC X(8).

      *    ** one aged-debt row per customer - COBBAT43 reads the
      *    ** over-90 bucket back
       01  AGED-DEBT-RECORD.
           10 WS-AGD-CUST-NO          PIC X(10).
           10 WS-AGD-YEARMONTH        PIC X(6).
           10 WS-AGD-BUCKET           PIC S9(9)V9(2) USAGE COMP-3
                                      OCCURS 5 TIMES.
      *        ** 0 NONE, 1 REMINDER, 2 SECOND NOTICE, 3 FINAL
      *        ** DEMAND, 4 CREDIT STOP
           10 WS-AGD-DUNNING-LEVEL    PIC 9(1).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** per customer/project buckets built off the register
       01  WS-AGE-TABLE.
           03  WS-AGE-ENTRY OCCURS 3000 TIMES INDEXED BY AGE-IX.
               05  WS-AT-CUST-NO           PIC X(10).
               05  WS-AT-PROJ-NO           PIC X(6).
               05  WS-AT-BUCKET            PIC S9(9)V9(2) COMP-3
                                           OCCURS 5 TIMES.
       01  WS-AGE-COUNT                    PIC S9(4) COMP VALUE +0.
       01  WS-AGE-FOUND-SWITCH             PIC X.
           88  WS-AGE-FOUND                    VALUE "Y".

      *    ** every past-due invoice, for the letter's invoice list
       01  WS-OVERDUE-TABLE.
           03  WS-OVERDUE-ENTRY OCCURS 5000 TIMES INDEXED BY OVD-IX.
               05  WS-OV-CUST-NO           PIC X(10).
               05  WS-OV-INVOICE-NO        PIC X(6).
               05  WS-OV-YEARMONTH         PIC X(6).
               05  WS-OV-BUCKET-NO         PIC S9(4) COMP.
               05  WS-OV-AMOUNT            PIC S9(9)V9(2) COMP-3.
       01  WS-OVERDUE-COUNT                PIC S9(4) COMP VALUE +0.

      *    ** one customer in hand
       01  WS-CUST-BUCKET                  PIC S9(11)V9(2) COMP-3
                                           OCCURS 5 TIMES.
       01  WS-CUST-TOTAL                   PIC S9(11)V9(2) COMP-3.
       01  WS-LINE-TOTAL                   PIC S9(11)V9(2) COMP-3.
       01  WS-GRAND-BUCKET                 PIC S9(11)V9(2) COMP-3
                                           OCCURS 5 TIMES.
       01  WS-GRAND-TOTAL                  PIC S9(11)V9(2) COMP-3
                                           VALUE +0.
       01  WS-WORST-BUCKET                 PIC S9(4) COMP.
       01  WS-BUCKET-NO                    PIC S9(4) COMP.
       01  WS-AGD-FOUND-SWITCH             PIC X.
           88  WS-AGD-FOUND                    VALUE "Y".

      *    ** the aging window in yyyymm arithmetic form - a register
      *    ** row's billing month was invoiced the month after, so
      *    ** that is the month its age counts from
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
       01  WS-RUN-MONTHS                   PIC S9(6) COMP.
       01  WS-ROW-MONTHS                   PIC S9(6) COMP.
       01  WS-ROW-YYYY                     PIC 9(4).
       01  WS-ROW-MM                       PIC 9(2).
       01  WS-MONTHS-LATE                  PIC S9(4) COMP.
       01  WS-OUTSTANDING                  PIC S9(9)V9(2) COMP-3.

       01  WS-PRINT-LINE                   PIC X(80).
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZ9.99-.
       01  WS-LETTER-TITLE                 PIC X(30).

       01  WS-REG-EOF-SWITCH               PIC X VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-CUST-SWITCH                  PIC X VALUE "N".
           88  WS-CUST-DONE                    VALUE "Y".
       01  WS-REG-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-OPEN-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-CUST-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-LETTER-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-OVER90-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT84".
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
           PERFORM 200-AGE-REGISTER THRU 200-EXIT
           PERFORM 400-SCAN-CUSTOMERS THRU 400-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - SET THE RUN MONTH AND OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 1900 + WS-RUN-YY
           END-IF.
           MOVE WS-RUN-YYYY TO WS-RUN-YM-YYYY.
           MOVE WS-RUN-MM   TO WS-RUN-YM-MM.
           COMPUTE WS-RUN-MONTHS = (WS-RUN-YYYY * 12) + WS-RUN-MM.

           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 5
               MOVE ZERO TO WS-GRAND-BUCKET (WS-BUCKET-NO)
           END-PERFORM.

           OPEN INPUT  INVOICE-REGISTER-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           OPEN OUTPUT DUNNING-LETTER-FILE.

      *-----------------------------------------------------------------
      * 200-AGE-REGISTER - EVERY OPEN ROW'S OUTSTANDING AMOUNT GOES
      *    INTO ITS CUSTOMER/PROJECT BUCKET.
      *-----------------------------------------------------------------
       200-AGE-REGISTER.

           PERFORM UNTIL WS-REG-EOF
               READ INVOICE-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REG-COUNT
                       IF  IR-STATUS = "RAISED  " OR "PARTPAID"
                           PERFORM 300-AGE-ONE-ROW THRU 300-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-FILE.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-AGE-ONE-ROW - BUCKET 1 IS CURRENT, 2 IS 30, 3 IS 60, 4 IS
      *    90, 5 IS OVER 90.
      *-----------------------------------------------------------------
       300-AGE-ONE-ROW.

           IF  IR-PAID-AMOUNT IS NUMERIC
               COMPUTE WS-OUTSTANDING = IR-AMOUNT - IR-PAID-AMOUNT
           ELSE
               MOVE IR-AMOUNT TO WS-OUTSTANDING
           END-IF.
      *    ** less whatever a COBBAT85 credit note took back
           IF  IR-CREDIT-AMOUNT IS NUMERIC
               SUBTRACT IR-CREDIT-AMOUNT FROM WS-OUTSTANDING
           END-IF.
           IF  WS-OUTSTANDING NOT > ZERO THEN
               GO TO 300-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.

           MOVE IR-BILL-YEARMONTH (1:4) TO WS-ROW-YYYY.
           MOVE IR-BILL-YEARMONTH (5:2) TO WS-ROW-MM.
           COMPUTE WS-ROW-MONTHS = (WS-ROW-YYYY * 12) + WS-ROW-MM + 1.
           COMPUTE WS-MONTHS-LATE = WS-RUN-MONTHS - WS-ROW-MONTHS.
           EVALUATE TRUE
               WHEN WS-MONTHS-LATE < 1
                   MOVE 1 TO WS-BUCKET-NO
               WHEN WS-MONTHS-LATE > 3
                   MOVE 5 TO WS-BUCKET-NO
               WHEN OTHER
                   COMPUTE WS-BUCKET-NO = WS-MONTHS-LATE + 1
           END-EVALUATE.

           MOVE "N" TO WS-AGE-FOUND-SWITCH.
           PERFORM VARYING AGE-IX FROM 1 BY 1
                   UNTIL AGE-IX > WS-AGE-COUNT
                   OR WS-AGE-FOUND
               IF  WS-AT-CUST-NO (AGE-IX) = IR-CUST-NO
               AND WS-AT-PROJ-NO (AGE-IX) = IR-PROJ-NO
                   SET WS-AGE-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF  WS-AGE-FOUND THEN
               SET AGE-IX DOWN BY 1
           ELSE
               IF  WS-AGE-COUNT NOT < 3000 THEN
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COBBAT84 - AGING TABLE FULL - "
                           IR-INVOICE-NO " NOT AGED"
                   GO TO 300-EXIT
               END-IF
               ADD 1 TO WS-AGE-COUNT
               SET AGE-IX TO WS-AGE-COUNT
               MOVE IR-CUST-NO TO WS-AT-CUST-NO (AGE-IX)
               MOVE IR-PROJ-NO TO WS-AT-PROJ-NO (AGE-IX)
               MOVE ZERO TO WS-AT-BUCKET (AGE-IX 1)
                            WS-AT-BUCKET (AGE-IX 2)
                            WS-AT-BUCKET (AGE-IX 3)
                            WS-AT-BUCKET (AGE-IX 4)
                            WS-AT-BUCKET (AGE-IX 5)
           END-IF.
           ADD WS-OUTSTANDING TO WS-AT-BUCKET (AGE-IX WS-BUCKET-NO).

           IF  WS-BUCKET-NO > 1
           AND WS-OVERDUE-COUNT < 5000
               ADD 1 TO WS-OVERDUE-COUNT
               SET OVD-IX TO WS-OVERDUE-COUNT
               MOVE IR-CUST-NO        TO WS-OV-CUST-NO (OVD-IX)
               MOVE IR-INVOICE-NO     TO WS-OV-INVOICE-NO (OVD-IX)
               MOVE IR-BILL-YEARMONTH TO WS-OV-YEARMONTH (OVD-IX)
               MOVE WS-BUCKET-NO      TO WS-OV-BUCKET-NO (OVD-IX)
               MOVE WS-OUTSTANDING    TO WS-OV-AMOUNT (OVD-IX)
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-SCAN-CUSTOMERS - WALK THE CUSTOMER MASTER SO EVERY
      *    CUSTOMER'S AGED-DEBT ROW IS KEPT CURRENT BOTH WAYS - ONE
      *    WHO HAS PAID UP GETS CLEARED.
      *-----------------------------------------------------------------
       400-SCAN-CUSTOMERS.

           MOVE 1      TO  CMD-CODE.
           MOVE SPACES TO  CUSTOMER-MASTER-RECORD.

           PERFORM UNTIL WS-CUST-DONE
               MOVE CUSTOMER-MASTER-RECORD TO DATA-IN
               CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CUST-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO CUSTOMER-MASTER-RECORD
                   ADD 1 TO WS-CUST-COUNT
                   PERFORM 500-AGE-ONE-CUSTOMER THRU 500-EXIT
      *            ** restore the customer cursor command after the
      *            ** aged-debt read and write reused it
                   MOVE 1 TO CMD-CODE
               END-IF
           END-PERFORM.

           PERFORM 750-PRINT-GRAND-TOTAL.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-AGE-ONE-CUSTOMER - PRINT THE CUSTOMER'S PROJECT LINES AND
      *    TOTAL, BOOK THE AGED-DEBT ROW, AND CUT THE DUNNING LETTER.
      *-----------------------------------------------------------------
       500-AGE-ONE-CUSTOMER.

           MOVE ZERO TO WS-CUST-TOTAL.
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 5
               MOVE ZERO TO WS-CUST-BUCKET (WS-BUCKET-NO)
           END-PERFORM.

           PERFORM VARYING AGE-IX FROM 1 BY 1
                   UNTIL AGE-IX > WS-AGE-COUNT
               IF  WS-AT-CUST-NO (AGE-IX) = WS-CUST-NO
                   PERFORM 550-PRINT-PROJECT-LINE
               END-IF
           END-PERFORM.

           MOVE 1 TO WS-WORST-BUCKET.
           PERFORM VARYING WS-BUCKET-NO FROM 2 BY 1
                   UNTIL WS-BUCKET-NO > 5
               IF  WS-CUST-BUCKET (WS-BUCKET-NO) > ZERO
                   MOVE WS-BUCKET-NO TO WS-WORST-BUCKET
               END-IF
           END-PERFORM.

           IF  WS-CUST-TOTAL > ZERO THEN
               MOVE SPACES        TO AGING-REPORT-RECORD
               MOVE WS-CUST-NO    TO AR-CUST-NO
               MOVE "TOTAL "      TO AR-PROJ-NO
               PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                       UNTIL WS-BUCKET-NO > 5
                   MOVE WS-CUST-BUCKET (WS-BUCKET-NO)
                           TO AR-AMOUNT (WS-BUCKET-NO)
                   ADD WS-CUST-BUCKET (WS-BUCKET-NO)
                           TO WS-GRAND-BUCKET (WS-BUCKET-NO)
               END-PERFORM
               MOVE WS-CUST-TOTAL TO AR-TOTAL
               ADD WS-CUST-TOTAL  TO WS-GRAND-TOTAL
               WRITE AGING-REPORT-RECORD
               MOVE SPACES        TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF.

           IF  WS-CUST-BUCKET (5) > ZERO THEN
               ADD 1 TO WS-OVER90-COUNT
           END-IF.

           PERFORM 600-BOOK-AGED-DEBT THRU 600-EXIT.

           IF  WS-WORST-BUCKET > 1 THEN
               PERFORM 700-PRINT-DUNNING-LETTER THRU 700-EXIT
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-PRINT-PROJECT-LINE - ONE CUSTOMER/PROJECT LINE, ROLLED
      *    INTO THE CUSTOMER'S BUCKETS.
      *-----------------------------------------------------------------
       550-PRINT-PROJECT-LINE.

           MOVE ZERO TO WS-LINE-TOTAL.
           MOVE SPACES                 TO AGING-REPORT-RECORD.
           MOVE WS-CUST-NO             TO AR-CUST-NO.
           MOVE WS-AT-PROJ-NO (AGE-IX) TO AR-PROJ-NO.
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 5
               MOVE WS-AT-BUCKET (AGE-IX WS-BUCKET-NO)
                       TO AR-AMOUNT (WS-BUCKET-NO)
               ADD WS-AT-BUCKET (AGE-IX WS-BUCKET-NO)
                       TO WS-CUST-BUCKET (WS-BUCKET-NO)
               ADD WS-AT-BUCKET (AGE-IX WS-BUCKET-NO)
                       TO WS-LINE-TOTAL
           END-PERFORM.
           MOVE WS-LINE-TOTAL TO AR-TOTAL.
           ADD WS-LINE-TOTAL  TO WS-CUST-TOTAL.
           WRITE AGING-REPORT-RECORD.

      *-----------------------------------------------------------------
      * 600-BOOK-AGED-DEBT - A CUSTOMER WHO OWES NOTHING AND HAS NO
      *    ROW ON FILE NEEDS NO ROW; ANY OTHER CUSTOMER'S ROW IS ADDED
      *    OR REPLACED WITH THIS MONTH'S BUCKETS.
      *-----------------------------------------------------------------
       600-BOOK-AGED-DEBT.

           MOVE "N"        TO WS-AGD-FOUND-SWITCH.
           MOVE SPACES     TO AGED-DEBT-RECORD.
           MOVE WS-CUST-NO TO WS-AGD-CUST-NO.
           MOVE 1 TO CMD-CODE.
           MOVE AGED-DEBT-RECORD TO DATA-IN.
           CALL "APITPAGD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               SET WS-AGD-FOUND TO TRUE
           END-IF.

           IF  WS-CUST-TOTAL = ZERO AND NOT WS-AGD-FOUND THEN
               GO TO 600-EXIT
           END-IF.

           MOVE WS-CUST-NO       TO WS-AGD-CUST-NO.
           MOVE WS-RUN-YEARMONTH TO WS-AGD-YEARMONTH.
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 5
               MOVE WS-CUST-BUCKET (WS-BUCKET-NO)
                       TO WS-AGD-BUCKET (WS-BUCKET-NO)
           END-PERFORM.
           COMPUTE WS-AGD-DUNNING-LEVEL = WS-WORST-BUCKET - 1.
           IF  WS-AGD-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE AGED-DEBT-RECORD TO DATA-IN.
           CALL "APITPAGD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBAT84 - AGED-DEBT UPDATE FAILED FOR "
                       WS-CUST-NO
           END-IF.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-PRINT-DUNNING-LETTER - THE OLDEST BUCKET REACHED SETS THE
      *    WORDING; EVERY PAST-DUE INVOICE IS LISTED.
      *-----------------------------------------------------------------
       700-PRINT-DUNNING-LETTER.

           ADD 1 TO WS-LETTER-COUNT.
           EVALUATE WS-WORST-BUCKET
               WHEN 2
                   MOVE "PAYMENT REMINDER"          TO WS-LETTER-TITLE
               WHEN 3
                   MOVE "SECOND NOTICE"             TO WS-LETTER-TITLE
               WHEN 4
                   MOVE "FINAL DEMAND"              TO WS-LETTER-TITLE
               WHEN OTHER
                   MOVE "NOTICE OF CREDIT STOP"     TO WS-LETTER-TITLE
           END-EVALUATE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-LETTER-TITLE "  " WS-RUN-YEARMONTH
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE WS-CUST-NAME TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE WS-CUST-ADDR-1 TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE WS-CUST-ADDR-2 TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-CUST-ADDR-3 " " WS-CUST-POSTCODE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CUSTOMER NO " WS-CUST-NO
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.

           EVALUATE WS-WORST-BUCKET
               WHEN 2
                   MOVE "OUR RECORDS SHOW THE INVOICES BELOW ARE PAST"
                           TO WS-PRINT-LINE
                   PERFORM 780-WRITE-LETTER-LINE
                   MOVE "DUE. PLEASE ARRANGE PAYMENT AT YOUR EARLIEST"
                           TO WS-PRINT-LINE
                   PERFORM 780-WRITE-LETTER-LINE
                   MOVE "CONVENIENCE." TO WS-PRINT-LINE
               WHEN 3
                   MOVE "THE INVOICES BELOW ARE NOW MORE THAN SIXTY"
                           TO WS-PRINT-LINE
                   PERFORM 780-WRITE-LETTER-LINE
                   MOVE "DAYS OVERDUE. PLEASE SETTLE WITHIN 14 DAYS."
                           TO WS-PRINT-LINE
               WHEN 4
                   MOVE "THE INVOICES BELOW ARE NOW MORE THAN NINETY"
                           TO WS-PRINT-LINE
                   PERFORM 780-WRITE-LETTER-LINE
                   MOVE "DAYS OVERDUE. UNLESS PAID WITHIN 7 DAYS NO"
                           TO WS-PRINT-LINE
                   PERFORM 780-WRITE-LETTER-LINE
                   MOVE "FURTHER CREDIT WILL BE EXTENDED."
                           TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE "THE INVOICES BELOW REMAIN UNPAID PAST NINETY"
                           TO WS-PRINT-LINE
                   PERFORM 780-WRITE-LETTER-LINE
                   MOVE "DAYS. YOUR CREDIT IS STOPPED UNTIL THE"
                           TO WS-PRINT-LINE
                   PERFORM 780-WRITE-LETTER-LINE
                   MOVE "BALANCE IS CLEARED IN FULL."
                           TO WS-PRINT-LINE
           END-EVALUATE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.

           PERFORM VARYING OVD-IX FROM 1 BY 1
                   UNTIL OVD-IX > WS-OVERDUE-COUNT
               IF  WS-OV-CUST-NO (OVD-IX) = WS-CUST-NO
                   MOVE WS-OV-AMOUNT (OVD-IX) TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  INVOICE " WS-OV-INVOICE-NO (OVD-IX)
                          "  PERIOD " WS-OV-YEARMONTH (OVD-IX)
                          "  OUTSTANDING " WS-AMOUNT-DISPLAY
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM 780-WRITE-LETTER-LINE
               END-IF
           END-PERFORM.

           COMPUTE WS-LINE-TOTAL = WS-CUST-TOTAL - WS-CUST-BUCKET (1).
           MOVE WS-LINE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL PAST DUE ......... " WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 780-WRITE-LETTER-LINE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 750-PRINT-GRAND-TOTAL - THE REGISTER-WIDE BUCKETS.
      *-----------------------------------------------------------------
       750-PRINT-GRAND-TOTAL.

           MOVE SPACES         TO AGING-REPORT-RECORD.
           MOVE "ALL CUSTS"     TO AR-CUST-NO.
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 5
               MOVE WS-GRAND-BUCKET (WS-BUCKET-NO)
                       TO AR-AMOUNT (WS-BUCKET-NO)
           END-PERFORM.
           MOVE WS-GRAND-TOTAL TO AR-TOTAL.
           WRITE AGING-REPORT-RECORD.

      *-----------------------------------------------------------------
      * 780-WRITE-LETTER-LINE - ONE LINE OF A DUNNING LETTER.
      *-----------------------------------------------------------------
       780-WRITE-LETTER-LINE.

           MOVE WS-PRINT-LINE TO DUNNING-LETTER-RECORD.
           WRITE DUNNING-LETTER-RECORD.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE AGING-REPORT-FILE.
           CLOSE DUNNING-LETTER-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS  TO WS-RC-END-TIME.
           MOVE WS-RUN-DATE     TO WS-RC-RUN-DATE.
           MOVE WS-REG-COUNT    TO WS-RC-READ-COUNT.
           MOVE WS-OPEN-COUNT   TO WS-RC-SELECT-COUNT.
           MOVE WS-LETTER-COUNT TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT  TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"      TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT84 - " WS-COUNT-DISPLAY
                   " OPEN INVOICES AGED".
           MOVE WS-CUST-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT84 - " WS-COUNT-DISPLAY
                   " CUSTOMERS WALKED".
           MOVE WS-LETTER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT84 - " WS-COUNT-DISPLAY
                   " DUNNING LETTERS PRINTED".
           MOVE WS-OVER90-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT84 - " WS-COUNT-DISPLAY
                   " CUSTOMERS WITH DEBT OVER 90 DAYS".

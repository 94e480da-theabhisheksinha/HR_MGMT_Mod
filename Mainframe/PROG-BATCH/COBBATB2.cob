      *-----------------------------------------------------------------
      *    COBBATB2 - HARDWARE INVOICE THREE-WAY MATCH. FINANCE PAID
      *               THE HARDWARE VENDORS' INVOICES ON TRUST - NOTHING
      *               SAID WHETHER THE KIT BILLED WAS ORDERED, AT WHAT
      *               PRICE, OR EVER ARRIVED. THIS RUN LOADS THE
      *               VENDOR INVOICE LINES (VENDOR, INVOICE, PO AND
      *               LINE, QUANTITY AND UNIT PRICE BILLED) AND
      *               MATCHES EACH ONE THREE WAYS: TO THE COBCIO92
      *               ORDER LINE (APITPPOR CMD-CODE 1 - SAME VENDOR,
      *               NOT CANCELLED, THE AGREED PRICE), AND TO THE
      *               COBCIO93 RECEIPTS AGAINST IT (APITPGRC CMD-CODE
      *               6, ONE ROW PER UNIT) - THE QUANTITY BILLED PLUS
      *               WHAT WAS BILLED BEFORE MAY NOT EXCEED WHAT CAME
      *               IN. A MATCHED LINE IS APPROVED ONTO THE PAYABLE
      *               FILE FOR FINANCE WITH THE VENDOR'S PAYMENT TERMS
      *               AND ITS QUANTITY ADDED TO THE ORDER LINE'S
      *               INVOICED COUNT (AUDITED THROUGH COBAUDIT), SO
      *               THE SAME UNITS CANNOT BE PAID TWICE. ANY OTHER
      *               LINE IS HELD ON THE REPORT WITH THE REASON AND
      *               IS NOT PAID.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATB2.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE ASSIGN TO HWINV
               ORGANIZATION IS SEQUENTIAL.
           SELECT MATCH-REPORT-FILE ASSIGN TO HWMATCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYABLE-FILE ASSIGN TO HWPAY
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  VENDOR-INVOICE-FILE
           RECORDING MODE IS F.
       01  VENDOR-INVOICE-RECORD.
           03  VI-VENDOR-ID                PIC X(6).
           03  VI-INVOICE-NO               PIC X(10).
           03  VI-INVOICE-DATE             PIC 9(6).
           03  VI-PO-NO                    PIC X(8).
           03  VI-LINE-NO                  PIC 9(2).
           03  VI-QTY-BILLED               PIC 9(3).
           03  VI-UNIT-PRICE               PIC 9(7)V9(2).
           03  FILLER                      PIC X(36).

       FD  MATCH-REPORT-FILE
           RECORDING MODE IS F.
       01  MATCH-REPORT-RECORD.
           03  MR-VENDOR-ID                PIC X(6).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  MR-INVOICE-NO               PIC X(10).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  MR-PO-NO                    PIC X(8).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  MR-LINE-NO                  PIC 99.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  MR-QTY-BILLED               PIC ZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  MR-QTY-RECEIVED             PIC ZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  MR-QTY-INVOICED             PIC ZZ9.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  MR-BILLED-PRICE             PIC ZZZZZZ9.99.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  MR-ORDER-PRICE              PIC ZZZZZZ9.99.
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  MR-CONDITION                PIC X(24).

      *    ** one approved invoice line for finance - the amount to
      *    ** pay and the vendor's terms to pay it on
       FD  PAYABLE-FILE
           RECORDING MODE IS F.
       01  PAYABLE-RECORD.
           03  PY-VENDOR-ID                PIC X(6).
           03  PY-INVOICE-NO               PIC X(10).
           03  PY-INVOICE-DATE             PIC 9(6).
           03  PY-PO-NO                    PIC X(8).
           03  PY-LINE-NO                  PIC 9(2).
           03  PY-DEPT-CODE                PIC X(4).
           03  PY-APPROVED                 PIC 9(9)V9(2).
           03  PY-TERMS-DAYS               PIC 9(3).
           03  FILLER                      PIC X(30).

       WORKING-STORAGE SECTION.

      *    ** same order line COBCIO92 files - APITPPOR CMD-CODE 1
      *    ** READ BY PO+LINE, 3 CHANGE
       01  PURCHASE-ORDER-RECORD.
           10 WS-POR-PO-NO            PIC X(8).
           10 WS-POR-LINE-NO          PIC 9(2).
           10 WS-POR-VENDOR-ID        PIC X(6).
           10 WS-POR-DEPT-CODE        PIC X(4).
           10 WS-POR-ITEM-DESC        PIC X(20).
           10 WS-POR-MODEL            PIC X(10).
           10 WS-POR-QTY-ORDERED      PIC 9(3).
           10 WS-POR-UNIT-PRICE       PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-POR-QTY-RECEIVED     PIC 9(3).
           10 WS-POR-QTY-INVOICED     PIC 9(3).
           10 WS-POR-ORDER-DATE       PIC 9(6).
           10 WS-POR-REQ-OPID         PIC X(3).
      *        ** O OPEN, P PART RECEIVED, R RECEIVED, X CANCELLED
           10 WS-POR-STATUS           PIC X(1).
               88  WS-POR-CANCELLED       VALUE "X".
           10 WS-POR-LAST-RECEIPT     PIC 9(6).

      *    ** same receipt row COBCIO93 files, one per unit -
      *    ** APITPGRC CMD-CODE 6 RECEIPTS-OF-A-LINE CURSOR
       01  GOODS-RECEIPT-RECORD.
           10 WS-GRC-PO-NO            PIC X(8).
           10 WS-GRC-LINE-NO          PIC 9(2).
           10 WS-GRC-HARDWARE-ID      PIC X(10).
           10 WS-GRC-RECEIPT-DATE     PIC 9(6).
           10 WS-GRC-UNIT-COST        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRC-OPID             PIC X(3).
       01  WS-GRC-CURSOR-SWITCH            PIC X.
           88  WS-GRC-CURSOR-DONE              VALUE "Y".
       01  WS-RECEIPT-COUNT                PIC S9(4) COMP.

      *    ** the vendor's payment terms off the COBCIO91 master
       01  VENDOR-MASTER-RECORD.
           10 WS-VND-VENDOR-ID        PIC X(6).
           10 WS-VND-NAME             PIC X(30).
           10 FILLER                  PIC X(95).
           10 WS-VND-TERMS-DAYS       PIC 9(3).
           10 WS-VND-STATUS           PIC X(1).
           10 FILLER                  PIC X(9).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who/when/before/after capture for the order line's
      *    ** invoiced count - COBAUDIT stamps date/time and files the
      *    ** row through the APITPAUD gateway
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBBATB2".
           03  WS-AUD-OPERATOR             PIC X(8) VALUE "COBBATB2".
           03  WS-AUD-FILE                 PIC X(8) VALUE "PURCHORD".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  WS-BILLED-PRICE                 PIC S9(7)V9(2) COMP-3.
       01  WS-TOTAL-INVOICED               PIC S9(5) COMP.
       01  WS-APPROVED-AMOUNT              PIC S9(9)V9(2) COMP-3.
       01  WS-APPROVED-TOTAL               PIC S9(9)V9(2) COMP-3
                                                   VALUE +0.
       01  WS-HELD-TOTAL                   PIC S9(9)V9(2) COMP-3
                                                   VALUE +0.
       01  WS-CONDITION                    PIC X(24).

       01  WS-INVOICE-EOF-SWITCH           PIC X VALUE "N".
           88  WS-INVOICE-EOF                  VALUE "Y".
       01  WS-LINE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-MATCHED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-HELD-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZZZZZZ9.99-.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATB2".
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
           PERFORM 200-READ-INVOICE-LINES THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           OPEN INPUT  VENDOR-INVOICE-FILE.
           OPEN OUTPUT MATCH-REPORT-FILE.
           OPEN OUTPUT PAYABLE-FILE.

      *-----------------------------------------------------------------
      * 200-READ-INVOICE-LINES - EVERY VENDOR INVOICE LINE THROUGH THE
      *    MATCH. A LINE WITH NO NUMERIC QUANTITY OR PRICE IS AN ERROR
      *    AND IS NEITHER PAID NOR HELD.
      *-----------------------------------------------------------------
       200-READ-INVOICE-LINES.

           PERFORM UNTIL WS-INVOICE-EOF
               READ VENDOR-INVOICE-FILE
                   AT END
                       SET WS-INVOICE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       IF  VI-QTY-BILLED IS NUMERIC
                       AND VI-UNIT-PRICE IS NUMERIC
                       AND VI-LINE-NO IS NUMERIC
                           PERFORM 300-MATCH-ONE-LINE THRU 300-EXIT
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-MATCH-ONE-LINE - THE INVOICE LINE AGAINST ITS ORDER LINE
      *    AND THE RECEIPTS. THE FIRST CHECK THAT FAILS HOLDS IT.
      *-----------------------------------------------------------------
       300-MATCH-ONE-LINE.

           MOVE VI-UNIT-PRICE TO WS-BILLED-PRICE.
           MOVE ZERO          TO WS-RECEIPT-COUNT.

           MOVE SPACES        TO PURCHASE-ORDER-RECORD.
           MOVE VI-PO-NO      TO WS-POR-PO-NO.
           MOVE VI-LINE-NO    TO WS-POR-LINE-NO.
           MOVE 1             TO CMD-CODE.
           MOVE PURCHASE-ORDER-RECORD TO DATA-IN.
           CALL "APITPPOR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE ZERO TO WS-POR-UNIT-PRICE
                            WS-POR-QTY-INVOICED
               MOVE "NO SUCH ORDER LINE" TO WS-CONDITION
               PERFORM 700-HOLD-LINE
               GO TO 300-EXIT
           END-IF.
           MOVE DATA-OUT TO PURCHASE-ORDER-RECORD.

           PERFORM 350-COUNT-RECEIPTS THRU 350-EXIT.

           IF  WS-POR-CANCELLED THEN
               MOVE "ORDER CANCELLED" TO WS-CONDITION
               PERFORM 700-HOLD-LINE
               GO TO 300-EXIT
           END-IF.

           IF  WS-POR-VENDOR-ID NOT = VI-VENDOR-ID THEN
               MOVE "VENDOR NOT ON ORDER" TO WS-CONDITION
               PERFORM 700-HOLD-LINE
               GO TO 300-EXIT
           END-IF.

           IF  WS-BILLED-PRICE NOT = WS-POR-UNIT-PRICE THEN
               MOVE "PRICE NOT AS ORDERED" TO WS-CONDITION
               PERFORM 700-HOLD-LINE
               GO TO 300-EXIT
           END-IF.

           COMPUTE WS-TOTAL-INVOICED =
                   WS-POR-QTY-INVOICED + VI-QTY-BILLED.
           IF  WS-TOTAL-INVOICED > WS-RECEIPT-COUNT THEN
               MOVE "BILLED OVER RECEIVED" TO WS-CONDITION
               PERFORM 700-HOLD-LINE
               GO TO 300-EXIT
           END-IF.

           PERFORM 400-APPROVE-LINE THRU 400-EXIT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-COUNT-RECEIPTS - THE UNITS COBCIO93 RECEIVED AGAINST THE
      *    ORDER LINE (APITPGRC CMD-CODE 6, WALKED TO EXHAUSTION AS
      *    EVERY GATEWAY CURSOR MUST BE).
      *-----------------------------------------------------------------
       350-COUNT-RECEIPTS.

           MOVE "N"            TO WS-GRC-CURSOR-SWITCH.
           MOVE SPACES         TO GOODS-RECEIPT-RECORD.
           MOVE WS-POR-PO-NO   TO WS-GRC-PO-NO.
           MOVE WS-POR-LINE-NO TO WS-GRC-LINE-NO.
           MOVE 6              TO CMD-CODE.

           PERFORM UNTIL WS-GRC-CURSOR-DONE
               MOVE GOODS-RECEIPT-RECORD TO DATA-IN
               CALL "APITPGRC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-GRC-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO GOODS-RECEIPT-RECORD
                   ADD 1 TO WS-RECEIPT-COUNT
               END-IF
           END-PERFORM.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-APPROVE-LINE - THE MATCHED LINE ONTO THE PAYABLE FILE AT
      *    THE VENDOR'S TERMS, AND ITS QUANTITY ONTO THE ORDER LINE'S
      *    INVOICED COUNT.
      *-----------------------------------------------------------------
       400-APPROVE-LINE.

           MOVE SPACES       TO VENDOR-MASTER-RECORD.
           MOVE VI-VENDOR-ID TO WS-VND-VENDOR-ID.
           MOVE 1            TO CMD-CODE.
           MOVE VENDOR-MASTER-RECORD TO DATA-IN.
           CALL "APITPVND" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO VENDOR-MASTER-RECORD
           ELSE
               MOVE ZERO     TO WS-VND-TERMS-DAYS
           END-IF.

           MOVE PURCHASE-ORDER-RECORD TO WS-AUD-BEFORE-IMAGE.
           ADD VI-QTY-BILLED TO WS-POR-QTY-INVOICED.
           MOVE 3 TO CMD-CODE.
           MOVE PURCHASE-ORDER-RECORD TO DATA-IN.
           CALL "APITPPOR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               GO TO 400-EXIT
           END-IF.

           MOVE SPACES                TO WS-AUD-KEY.
           STRING WS-POR-PO-NO WS-POR-LINE-NO
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE PURCHASE-ORDER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           COMPUTE WS-APPROVED-AMOUNT =
                   VI-QTY-BILLED * WS-BILLED-PRICE.
           ADD WS-APPROVED-AMOUNT TO WS-APPROVED-TOTAL.

           MOVE SPACES             TO PAYABLE-RECORD.
           MOVE VI-VENDOR-ID       TO PY-VENDOR-ID.
           MOVE VI-INVOICE-NO      TO PY-INVOICE-NO.
           MOVE VI-INVOICE-DATE    TO PY-INVOICE-DATE.
           MOVE VI-PO-NO           TO PY-PO-NO.
           MOVE VI-LINE-NO         TO PY-LINE-NO.
           MOVE WS-POR-DEPT-CODE   TO PY-DEPT-CODE.
           MOVE WS-APPROVED-AMOUNT TO PY-APPROVED.
           MOVE WS-VND-TERMS-DAYS  TO PY-TERMS-DAYS.
           WRITE PAYABLE-RECORD.

           ADD 1 TO WS-MATCHED-COUNT.
           SUBTRACT VI-QTY-BILLED FROM WS-POR-QTY-INVOICED.
           MOVE "MATCHED - APPROVED" TO WS-CONDITION.
           PERFORM 800-WRITE-REPORT-LINE.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-HOLD-LINE - THE LINE FAILED THE MATCH: REPORTED WITH THE
      *    REASON AND NOT PAID.
      *-----------------------------------------------------------------
       700-HOLD-LINE.

           ADD 1 TO WS-HELD-COUNT.
           COMPUTE WS-HELD-TOTAL = WS-HELD-TOTAL
                   + (VI-QTY-BILLED * WS-BILLED-PRICE).
           PERFORM 800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      * 800-WRITE-REPORT-LINE - ONE MATCH REPORT LINE: WHAT WAS
      *    BILLED, RECEIVED AND BILLED BEFORE, THE TWO PRICES, AND
      *    WS-CONDITION.
      *-----------------------------------------------------------------
       800-WRITE-REPORT-LINE.

           MOVE SPACES              TO MATCH-REPORT-RECORD.
           MOVE VI-VENDOR-ID        TO MR-VENDOR-ID.
           MOVE VI-INVOICE-NO       TO MR-INVOICE-NO.
           MOVE VI-PO-NO            TO MR-PO-NO.
           MOVE VI-LINE-NO          TO MR-LINE-NO.
           MOVE VI-QTY-BILLED       TO MR-QTY-BILLED.
           MOVE WS-RECEIPT-COUNT    TO MR-QTY-RECEIVED.
           MOVE WS-POR-QTY-INVOICED TO MR-QTY-INVOICED.
           MOVE WS-BILLED-PRICE     TO MR-BILLED-PRICE.
           MOVE WS-POR-UNIT-PRICE   TO MR-ORDER-PRICE.
           MOVE WS-CONDITION        TO MR-CONDITION.
           WRITE MATCH-REPORT-RECORD.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    MATCH TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE VENDOR-INVOICE-FILE.
           CLOSE MATCH-REPORT-FILE.
           CLOSE PAYABLE-FILE.

           MOVE WS-LINE-COUNT      TO WS-RC-READ-COUNT.
           MOVE WS-MATCHED-COUNT   TO WS-RC-SELECT-COUNT.
           MOVE WS-MATCHED-COUNT   TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT     TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"         TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB2 - " WS-COUNT-DISPLAY
                   " INVOICE LINES READ".
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB2 - " WS-COUNT-DISPLAY
                   " LINES MATCHED AND APPROVED".
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB2 - " WS-COUNT-DISPLAY
                   " LINES HELD".
           MOVE WS-APPROVED-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATB2 - " WS-AMOUNT-DISPLAY
                   " APPROVED FOR PAYMENT".
           MOVE WS-HELD-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "COBBATB2 - " WS-AMOUNT-DISPLAY
                   " HELD".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB2 - " WS-COUNT-DISPLAY
                   " LINES IN ERROR".

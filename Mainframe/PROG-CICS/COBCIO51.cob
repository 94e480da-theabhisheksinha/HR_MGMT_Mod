      *    ** the lookup overwrites W-CUST-NAME with the value on file
       01  W-NEW-CUST-NAME                 PIC X(30).
       01  W-OLD-CUST-NAME                 PIC X(30).
      *    ** the billing currency submitted, captured the same way -
      *    ** blank is the home currency
       01  W-NEW-CUST-CURRENCY             PIC X(3).

           COPY DFHAID.

       01  LU-CMD-CODE                     PIC 99.
       01  LU-RESP-CODE                    PIC 99.

      *    ** the billing-currency update handed to the gateway
       01  CURRENCY-UPDATE-RECORD.
           03  CU-CUST-NO                  PIC X(10).
           03  CU-CURRENCY                 PIC X(3).

      *    ** same credit-check row COBCIO52 reads (APITP050
      *    ** CMD-CODE 2) - fetched here for the limit on file before
      *    ** an update, so the audit row can carry old and new, and
           10 W-CLC-CREDIT-LIMIT           PIC S9(9)V99 COMP-3.
           10 W-CLC-OVERLIMIT-FLAG         PIC X(1).
           10 FILLER                       PIC X(33).
      *        ** the address lines COBBAT84 prints
           10 FILLER                       PIC X(98).
           10 W-CLC-CURRENCY               PIC X(3).
       01  W-CL-CMD-CODE                   PIC 99.
       01  W-CL-RESP-CODE                  PIC 99.
       01  W-CL-DATA-IN                    PIC X(200).
                                           VALUE "CREDIT LIMIT ".
           03  W-LA-AMOUNT                 PIC ZZZZZZZZ9.99.
       01  W-HOLD-SUBMITTED-NAME           PIC X(30).
       01  W-CURRENCY-AUDIT-LINE.
           03  FILLER                      PIC X(9)
                                           VALUE "CURRENCY ".
           03  W-CA-CURRENCY               PIC X(3).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO51".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

       LINKAGE SECTION.
       01 DFHCOMMAREA  PIC X(2048).
      * MAIN PROCESS
       MAIN.
           PERFORM CMD-01
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           GOBACK.
       CMD-01.
      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS 
               RECEIVE MAP("MAP") MAPSET("CUSTOMER")
               INTO(W-CUSTOMER) 
      *    ** capture what the rep submitted before the lookup below
      *    ** overwrites W-CUST-NAME with the value on file
           MOVE W-CUST-NAME TO W-NEW-CUST-NAME.
           MOVE W-CUST-CURRENCY TO W-NEW-CUST-CURRENCY.

      *    ** no exact customer number keyed - walk a wildcard name
      *    ** search cursor instead (new APICUSTO CMD-CODE 2 - CMD-CODE
               END-IF
           END-IF.

      *    ** billing-currency maintenance beside the limit - PF10
      *    ** with a different currency code keyed (blank for the
      *    ** home currency) files it through the same gateway (new
      *    ** APICUSTO CMD-CODE 5). COBBAT37 invoices the customer in
      *    ** it from the next billing run, and COBCIO42 opens new
      *    ** accounts in it. logged like the limit, old and new
           IF  EIBAID = DFHPF10
           AND NOT W-TOKEN-MISMATCH
           AND RESP-CODE <> 0
           AND W-NEW-CUST-CURRENCY IS ALPHABETIC THEN
               MOVE SPACES        TO W-CL-CHECK-RECORD
               MOVE W-CUST-NO     TO W-CLC-CUST-NO
               MOVE 2             TO W-CL-CMD-CODE
               MOVE W-CL-CHECK-RECORD TO W-CL-DATA-IN
               CALL "APITP050" USING W-CL-CMD-CODE W-CL-RESP-CODE
                                     W-CL-DATA-IN W-CL-DATA-OUT
               IF  W-CL-RESP-CODE <> 0
                   MOVE W-CL-DATA-OUT TO W-CL-CHECK-RECORD
               END-IF

               IF  W-CL-RESP-CODE <> 0
               AND W-NEW-CUST-CURRENCY NOT = W-CLC-CURRENCY
                   MOVE SPACES              TO CURRENCY-UPDATE-RECORD
                   MOVE W-CUST-NO           TO CU-CUST-NO
                   MOVE W-NEW-CUST-CURRENCY TO CU-CURRENCY
                   MOVE 5                   TO LU-CMD-CODE
                   MOVE CURRENCY-UPDATE-RECORD TO DATA-IN
                   CALL "APICUSTO" USING LU-CMD-CODE LU-RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  LU-RESP-CODE <> 0
                       MOVE W-NEW-CUST-NAME  TO W-HOLD-SUBMITTED-NAME
                       MOVE W-CLC-CURRENCY   TO W-CA-CURRENCY
                       MOVE W-CURRENCY-AUDIT-LINE TO W-OLD-CUST-NAME
                       MOVE CU-CURRENCY      TO W-CA-CURRENCY
                       MOVE W-CURRENCY-AUDIT-LINE TO W-NEW-CUST-NAME
                       PERFORM 800-WRITE-AUDIT-RECORD
                       MOVE W-HOLD-SUBMITTED-NAME TO W-NEW-CUST-NAME
                   END-IF
               END-IF
           END-IF.

      *    ** a name was found on file and the rep submitted a
      *    ** different one - that's an edit, not a plain inquiry, so
      *    ** save it and log the change (new APICUSTO CMD-CODE 3 -

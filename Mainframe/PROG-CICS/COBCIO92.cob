      *-----------------------------------------------------------------
      *    COBCIO92 - HARDWARE PURCHASE ORDER ENTRY. NOTHING SAID WHAT
      *               KIT WAS ON ORDER OR WHAT IT WAS SUPPOSED TO COST
      *               UNTIL IT ARRIVED AND COBCIO61 KEYED IT. THIS
      *               SCREEN RAISES A PURCHASE ORDER AGAINST AN ACTIVE
      *               COBCIO91 VENDOR FOR A REQUESTING DEPARTMENT,
      *               WITH UP TO FIVE ITEM LINES (DESCRIPTION, MODEL,
      *               QUANTITY, AGREED UNIT PRICE) - ONE ROW PER LINE
      *               ON THE NEW APITPPOR GATEWAY (CMD-CODE 1 READ BY
      *               PO AND LINE, 2 ADD, 3 CHANGE, 6 LINES-OF-A-PO
      *               CURSOR). PF10 FILES A NEW ORDER OR CHANGES THE
      *               LINES NOTHING HAS YET BEEN RECEIVED AGAINST;
      *               PF11 CANCELS AN ORDER NOTHING HAS BEEN RECEIVED
      *               AGAINST. GOODS ARE RECEIVED ON COBCIO93, WHICH
      *               CREATES THE HARDWARE MASTER ROWS AT THE ORDER
      *               PRICE, AND THE COBBATB2 RUN MATCHES THE VENDOR'S
      *               INVOICE TO ORDER AND RECEIPT BEFORE FINANCE
      *               PAYS. EVERY LINE FILED IS AUDITED THROUGH
      *               COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO92.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one purchase order line on the new APITPPOR gateway -
      *    ** CMD-CODE 1 READ BY PO+LINE, 2 ADD, 3 CHANGE, 5 ALL-LINES
      *    ** CURSOR, 6 LINES-OF-A-PO CURSOR
       01  PURCHASE-ORDER-RECORD.
           10 WS-POR-PO-NO            PIC X(8).
           10 WS-POR-LINE-NO          PIC 9(2).
           10 WS-POR-VENDOR-ID        PIC X(6).
           10 WS-POR-DEPT-CODE        PIC X(4).
           10 WS-POR-ITEM-DESC        PIC X(20).
           10 WS-POR-MODEL            PIC X(10).
           10 WS-POR-QTY-ORDERED      PIC 9(3).
           10 WS-POR-UNIT-PRICE       PIC S9(7)V9(2) USAGE COMP-3.
      *        ** kept by COBCIO93 receipts and the COBBATB2 match
           10 WS-POR-QTY-RECEIVED     PIC 9(3).
           10 WS-POR-QTY-INVOICED     PIC 9(3).
      *        ** yymmdd
           10 WS-POR-ORDER-DATE       PIC 9(6).
           10 WS-POR-REQ-OPID         PIC X(3).
      *        ** O OPEN, P PART RECEIVED, R RECEIVED, X CANCELLED
           10 WS-POR-STATUS           PIC X(1).
               88  WS-POR-OPEN            VALUE "O".
               88  WS-POR-CANCELLED       VALUE "X".
           10 WS-POR-LAST-RECEIPT     PIC 9(6).

      *    ** the order's lines as they stand on file, by line number
       01  WS-LINE-TABLE.
           03  WS-LINE-ROW                 PIC X(80) OCCURS 5 TIMES.
       01  WS-LINE-ON-FILE-TABLE.
           03  WS-LINE-ON-FILE             PIC X(1)  OCCURS 5 TIMES.
       01  WS-LINE-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-RECEIVED-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-LINE-SUB                     PIC S9(4) COMP.
       01  WS-KEYED-COUNT                  PIC S9(4) COMP.
       01  WS-KEYED-QTY                    PIC 9(3).
       01  WS-KEYED-PRICE                  PIC 9(7)V9(2).
       01  WS-SAVE-MSG-CODE                PIC 99.
      *    ** the agreed price shown unedited, so a line sent back
      *    ** unchanged passes the same numeric test it was keyed to
       01  WS-PRICE-OUT                    PIC 9(7)V9(2).
       01  WS-PRICE-OUT-X REDEFINES WS-PRICE-OUT
                                           PIC X(9).
       01  WS-PO-CURSOR-SWITCH             PIC X.
           88  WS-PO-CURSOR-DONE               VALUE "Y".
       01  WS-PO-FOUND-SWITCH              PIC X VALUE "N".
           88  WS-PO-FOUND                     VALUE "Y".
       01  WS-PO-CANCELLED-SWITCH          PIC X VALUE "N".
           88  WS-PO-IS-CANCELLED              VALUE "Y".

      *    ** the vendor the order is raised against - must be active
       01  VENDOR-MASTER-RECORD.
           10 WS-VND-VENDOR-ID        PIC X(6).
           10 WS-VND-NAME             PIC X(30).
           10 FILLER                  PIC X(98).
           10 WS-VND-STATUS           PIC X(1).
               88  WS-VND-ACTIVE          VALUE "A".
           10 FILLER                  PIC X(9).

      *    ** the requesting department off the department master
      *    ** (APITPP6 CMD-CODE 1 READ)
       01  DEPT-MASTER-RECORD.
           03  WS-DEPT-CODE                PIC X(4).
           03  WS-DEPT-DESCRIPTION         PIC X(30).
           03  FILLER                      PIC X(46).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who/when/before/after capture for every order line
      *    ** filed - COBAUDIT stamps date/time and files through
      *    ** APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO92".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "PURCHORD".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look but not file or cancel
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO92".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO92".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the stamps, same manually-declared EIB
      *    ** field convention COBCIO24 uses
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO92".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

           COPY DFHBMSCA.

           COPY DFHAID.

           COPY PORM.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *    handle conditions

           EXEC CICS
               IGNORE CONDITION
               LENGERR
           END-EXEC.

           EXEC CICS
               IGNORE CONDITION
               MAPFAIL
           END-EXEC.

           EXEC CICS
               HANDLE AID
               PF3(910-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR PURCHASE ORDERS"
                                   TO PORMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  PORMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  PORMPONL.

           GO TO 300-SEND-PORMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-PORMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("PORM")
               INTO(PORMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  PORMPONI IS NOT > SPACES THEN
               MOVE -1                TO  PORMPONL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-PORMAP
           END-IF.

      *    ** the order is read for every AID, so PF10 and PF11 judge
      *    ** the order keyed NOW
           PERFORM 400-READ-ORDER THRU 400-EXIT.

           IF  (EIBAID = DFHPF10 OR EIBAID = DFHPF11)
           AND WS-SEC-MASKED THEN
               SET ERRORS TO TRUE
               MOVE 15    TO WORK-MSG-CODE
           END-IF.

           IF  EIBAID = DFHPF10 AND NOT ERRORS THEN
               PERFORM 500-VALIDATE-SCREEN THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-ORDER THRU 600-EXIT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 AND NOT ERRORS THEN
               PERFORM 700-CANCEL-ORDER THRU 700-EXIT
           END-IF.

      *    ** show the order as it now stands, the action's own
      *    ** message kept
           IF  EIBAID = DFHPF10 OR EIBAID = DFHPF11 THEN
               IF  NOT ERRORS THEN
                   MOVE WORK-MSG-CODE    TO WS-SAVE-MSG-CODE
                   PERFORM 400-READ-ORDER THRU 400-EXIT
                   MOVE WS-SAVE-MSG-CODE TO WORK-MSG-CODE
               END-IF
           END-IF.

           MOVE DFHBMFSE        TO  PORMPONA
                                    PORMVNDA
                                    PORMDEPA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-PORMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO PORMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("PORM")
               FROM(PORMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-PORMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED ORDER'S LINES (APITPPOR CMD-CODE 6,
      * WALKED TO EXHAUSTION AS EVERY GATEWAY CURSOR MUST BE) INTO THE
      * LINE TABLE AND ONTO THE SCREEN. NO LINES IS A NEW ORDER.
      *-----------------------------------------------------------------
       400-READ-ORDER.

           MOVE ZERO   TO WS-LINE-COUNT.
           MOVE ZERO   TO WS-RECEIVED-COUNT.
           MOVE "N"    TO WS-PO-FOUND-SWITCH.
           MOVE "N"    TO WS-PO-CANCELLED-SWITCH.
           MOVE SPACES TO WS-LINE-TABLE.
           MOVE ALL "N" TO WS-LINE-ON-FILE-TABLE.

           MOVE "N"      TO WS-PO-CURSOR-SWITCH.
           MOVE SPACES   TO PURCHASE-ORDER-RECORD.
           MOVE PORMPONI TO WS-POR-PO-NO.
           MOVE 6        TO CMD-CODE.

           PERFORM UNTIL WS-PO-CURSOR-DONE
               MOVE PURCHASE-ORDER-RECORD TO DATA-IN
               CALL "APITPPOR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-PO-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PURCHASE-ORDER-RECORD
                   IF  WS-POR-LINE-NO NOT < 1
                   AND WS-POR-LINE-NO NOT > 5
                       ADD 1 TO WS-LINE-COUNT
                       MOVE PURCHASE-ORDER-RECORD
                               TO WS-LINE-ROW (WS-POR-LINE-NO)
                       MOVE "Y" TO WS-LINE-ON-FILE (WS-POR-LINE-NO)
                       IF  WS-POR-QTY-RECEIVED > ZERO
                           ADD 1 TO WS-RECEIVED-COUNT
                       END-IF
                       IF  WS-POR-CANCELLED
                           SET WS-PO-IS-CANCELLED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
               MOVE SPACES TO PORMDSCO (WS-LINE-SUB)
                              PORMMDLO (WS-LINE-SUB)
                              PORMQTYO (WS-LINE-SUB)
                              PORMPRCO (WS-LINE-SUB)
                              PORMRCVO (WS-LINE-SUB)
                              PORMLSTO (WS-LINE-SUB)
           END-PERFORM.

           IF  WS-LINE-COUNT = ZERO THEN
               MOVE SPACES TO PORMVNMO
                              PORMDPNO
                              PORMODTO
               MOVE 7      TO WORK-MSG-CODE
               GO TO 400-EXIT
           END-IF.

           SET WS-PO-FOUND TO TRUE.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
               IF  WS-LINE-ON-FILE (WS-LINE-SUB) = "Y"
                   MOVE WS-LINE-ROW (WS-LINE-SUB)
                                         TO PURCHASE-ORDER-RECORD
                   MOVE WS-POR-ITEM-DESC TO PORMDSCO (WS-LINE-SUB)
                   MOVE WS-POR-MODEL     TO PORMMDLO (WS-LINE-SUB)
                   MOVE WS-POR-QTY-ORDERED
                                         TO PORMQTYO (WS-LINE-SUB)
                   MOVE WS-POR-UNIT-PRICE TO WS-PRICE-OUT
                   MOVE WS-PRICE-OUT-X TO PORMPRCO (WS-LINE-SUB)
                   MOVE WS-POR-QTY-RECEIVED
                                         TO PORMRCVO (WS-LINE-SUB)
                   MOVE WS-POR-STATUS    TO PORMLSTO (WS-LINE-SUB)
                   MOVE WS-POR-VENDOR-ID TO PORMVNDO
                   MOVE WS-POR-DEPT-CODE TO PORMDEPO
                   MOVE WS-POR-ORDER-DATE TO PORMODTO
               END-IF
           END-PERFORM.

           PERFORM 410-READ-VENDOR.
           IF  RESP-CODE <> 0
               MOVE WS-VND-NAME TO PORMVNMO
           END-IF.
           PERFORM 420-READ-DEPARTMENT.
           IF  RESP-CODE <> 0
               MOVE WS-DEPT-DESCRIPTION TO PORMDPNO
           END-IF.

           MOVE 8 TO WORK-MSG-CODE.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA READS THE VENDOR ON THE SCREEN (APITPVND CMD-CODE
      * 1). RESP-CODE = 0 LEFT FOR THE CALLER MEANS NOT ON FILE.
      *-----------------------------------------------------------------
       410-READ-VENDOR.

           MOVE SPACES   TO VENDOR-MASTER-RECORD.
           MOVE PORMVNDI TO WS-VND-VENDOR-ID.
           IF  WS-PO-FOUND THEN
               MOVE WS-POR-VENDOR-ID TO WS-VND-VENDOR-ID
           END-IF.
           MOVE 1 TO CMD-CODE.
           MOVE VENDOR-MASTER-RECORD TO DATA-IN.
           CALL "APITPVND" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO VENDOR-MASTER-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA READS THE REQUESTING DEPARTMENT (APITPP6 CMD-CODE
      * 1). RESP-CODE = 0 LEFT FOR THE CALLER MEANS NOT ON FILE.
      *-----------------------------------------------------------------
       420-READ-DEPARTMENT.

           MOVE SPACES   TO DEPT-MASTER-RECORD.
           MOVE PORMDEPI TO WS-DEPT-CODE.
           IF  WS-PO-FOUND THEN
               MOVE WS-POR-DEPT-CODE TO WS-DEPT-CODE
           END-IF.
           MOVE 1 TO CMD-CODE.
           MOVE DEPT-MASTER-RECORD TO DATA-IN.
           CALL "APITPP6" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO DEPT-MASTER-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE ORDER - A NEW ORDER NEEDS AN ACTIVE
      * VENDOR AND A DEPARTMENT ON FILE; EVERY KEYED LINE A
      * DESCRIPTION, A QUANTITY AND A PRICE, AND AT LEAST ONE LINE. A
      * LINE ALREADY RECEIVED AGAINST IS NOT CHANGED, AND A CANCELLED
      * ORDER IS NOT CHANGED AT ALL.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           IF  WS-PO-IS-CANCELLED THEN
               SET ERRORS TO TRUE
               MOVE 19    TO WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  NOT WS-PO-FOUND THEN
               PERFORM 410-READ-VENDOR
               IF  RESP-CODE = 0
                   MOVE DFHBMASB  TO  PORMVNDA
                   MOVE -1        TO  PORMVNDL
                   SET ERRORS     TO  TRUE
                   MOVE 10        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               IF  NOT WS-VND-ACTIVE
                   MOVE DFHBMASB  TO  PORMVNDA
                   MOVE -1        TO  PORMVNDL
                   SET ERRORS     TO  TRUE
                   MOVE 11        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE WS-VND-NAME TO PORMVNMO
               PERFORM 420-READ-DEPARTMENT
               IF  RESP-CODE = 0
                   MOVE DFHBMASB  TO  PORMDEPA
                   MOVE -1        TO  PORMDEPL
                   SET ERRORS     TO  TRUE
                   MOVE 12        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE WS-DEPT-DESCRIPTION TO PORMDPNO
           END-IF.

           MOVE ZERO TO WS-KEYED-COUNT.
           PERFORM 510-VALIDATE-ONE-LINE THRU 510-EXIT
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
                   OR ERRORS.
           IF  ERRORS THEN
               GO TO 500-EXIT
           END-IF.

           IF  WS-KEYED-COUNT = ZERO THEN
               MOVE -1        TO  PORMDSCL (1)
               SET ERRORS     TO  TRUE
               MOVE 13        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

       510-VALIDATE-ONE-LINE.

           IF  PORMDSCI (WS-LINE-SUB) NOT > SPACES THEN
               GO TO 510-EXIT
           END-IF.
           ADD 1 TO WS-KEYED-COUNT.

           IF  PORMQTYI (WS-LINE-SUB) IS NOT NUMERIC
           OR  PORMQTYI (WS-LINE-SUB) = ZERO
               MOVE DFHBMASB  TO  PORMQTYA (WS-LINE-SUB)
               MOVE -1        TO  PORMQTYL (WS-LINE-SUB)
               SET ERRORS     TO  TRUE
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

           IF  PORMPRCI (WS-LINE-SUB) IS NOT NUMERIC
           OR  PORMPRCI (WS-LINE-SUB) = ZERO
               MOVE DFHBMASB  TO  PORMPRCA (WS-LINE-SUB)
               MOVE -1        TO  PORMPRCL (WS-LINE-SUB)
               SET ERRORS     TO  TRUE
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

      *    ** once goods have come in against a line its order and
      *    ** price are what the receipt and the invoice are judged
      *    ** by - it is not rekeyed
           MOVE PORMQTYI (WS-LINE-SUB) TO WS-KEYED-QTY.
           MOVE PORMPRCI (WS-LINE-SUB) TO WS-PRICE-OUT-X.
           MOVE WS-PRICE-OUT           TO WS-KEYED-PRICE.
           IF  WS-LINE-ON-FILE (WS-LINE-SUB) = "Y"
               MOVE WS-LINE-ROW (WS-LINE-SUB) TO PURCHASE-ORDER-RECORD
               IF  WS-POR-QTY-RECEIVED > ZERO
               AND (WS-KEYED-QTY NOT = WS-POR-QTY-ORDERED
                    OR WS-KEYED-PRICE NOT = WS-POR-UNIT-PRICE
                    OR PORMDSCI (WS-LINE-SUB) NOT = WS-POR-ITEM-DESC
                    OR PORMMDLI (WS-LINE-SUB) NOT = WS-POR-MODEL)
                   MOVE DFHBMASB  TO  PORMQTYA (WS-LINE-SUB)
                   MOVE -1        TO  PORMQTYL (WS-LINE-SUB)
                   SET ERRORS     TO  TRUE
                   MOVE 17        TO  WORK-MSG-CODE
               END-IF
           END-IF.

       510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE ORDER - A NEW LINE IS ADDED OPEN, A LINE
      * ON FILE NOT YET RECEIVED AGAINST IS CHANGED. EACH LINE FILED
      * IS AUDITED.
      *-----------------------------------------------------------------
       600-FILE-ORDER.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.
           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
           END-EXEC.

           PERFORM 610-FILE-ONE-LINE THRU 610-EXIT
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5.

           IF  WS-PO-FOUND THEN
               MOVE 2 TO WORK-MSG-CODE
           ELSE
               MOVE 1 TO WORK-MSG-CODE
           END-IF.

       600-EXIT.
           EXIT.

       610-FILE-ONE-LINE.

           IF  PORMDSCI (WS-LINE-SUB) NOT > SPACES THEN
               GO TO 610-EXIT
           END-IF.

           IF  WS-LINE-ON-FILE (WS-LINE-SUB) = "Y" THEN
               MOVE WS-LINE-ROW (WS-LINE-SUB) TO PURCHASE-ORDER-RECORD
               IF  WS-POR-QTY-RECEIVED > ZERO THEN
                   GO TO 610-EXIT
               END-IF
               MOVE PURCHASE-ORDER-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE SPACES           TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES           TO PURCHASE-ORDER-RECORD
               MOVE PORMPONI         TO WS-POR-PO-NO
               MOVE WS-LINE-SUB      TO WS-POR-LINE-NO
               MOVE WS-VND-VENDOR-ID TO WS-POR-VENDOR-ID
               MOVE WS-DEPT-CODE     TO WS-POR-DEPT-CODE
               MOVE ZERO             TO WS-POR-QTY-RECEIVED
               MOVE ZERO             TO WS-POR-QTY-INVOICED
               MOVE ZERO             TO WS-POR-LAST-RECEIPT
               MOVE WS-STAMP-YYMMDD  TO WS-POR-ORDER-DATE
               MOVE "O"              TO WS-POR-STATUS
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE PORMDSCI (WS-LINE-SUB) TO WS-POR-ITEM-DESC.
           MOVE PORMMDLI (WS-LINE-SUB) TO WS-POR-MODEL.
           MOVE PORMQTYI (WS-LINE-SUB) TO WS-POR-QTY-ORDERED.
           MOVE PORMPRCI (WS-LINE-SUB) TO WS-PRICE-OUT-X.
           MOVE WS-PRICE-OUT           TO WS-POR-UNIT-PRICE.
           MOVE EIBOPID                TO WS-POR-REQ-OPID.

           MOVE PURCHASE-ORDER-RECORD TO DATA-IN.
           CALL "APITPPOR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 870-AUDIT-LINE.

       610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CANCELS THE ORDER - EVERY LINE TO X, REFUSED ONCE
      * ANYTHING HAS BEEN RECEIVED AGAINST IT.
      *-----------------------------------------------------------------
       700-CANCEL-ORDER.

           IF  NOT WS-PO-FOUND THEN
               MOVE 7  TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           IF  WS-PO-IS-CANCELLED THEN
               MOVE 19 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           IF  WS-RECEIVED-COUNT > ZERO THEN
               MOVE 18 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
               IF  WS-LINE-ON-FILE (WS-LINE-SUB) = "Y"
                   MOVE WS-LINE-ROW (WS-LINE-SUB)
                                         TO PURCHASE-ORDER-RECORD
                   MOVE PURCHASE-ORDER-RECORD TO WS-AUD-BEFORE-IMAGE
                   MOVE "X" TO WS-POR-STATUS
                   MOVE 3   TO CMD-CODE
                   MOVE PURCHASE-ORDER-RECORD TO DATA-IN
                   CALL "APITPPOR" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  RESP-CODE = 0
                       PERFORM 950-DBERROR THRU 950-EXIT
                   END-IF
                   PERFORM 870-AUDIT-LINE
               END-IF
           END-PERFORM.

           MOVE 3 TO WORK-MSG-CODE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PUTS THE ORDER LINE JUST FILED ON THE HR AUDIT
      * TRAIL, KEYED BY PO AND LINE.
      *-----------------------------------------------------------------
       870-AUDIT-LINE.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           MOVE SPACES                   TO WS-AUD-KEY.
           STRING WS-POR-PO-NO WS-POR-LINE-NO
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE PURCHASE-ORDER-RECORD    TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO PORMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO PORMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO PORMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO PORMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(PORMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

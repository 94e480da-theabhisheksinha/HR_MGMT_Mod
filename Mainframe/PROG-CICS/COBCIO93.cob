      *-----------------------------------------------------------------
      *    COBCIO93 - HARDWARE GOODS RECEIPT. KIT THAT ARRIVED WAS
      *               KEYED ONTO THE HARDWARE MASTER BY HAND ON
      *               COBCIO61 WITH WHATEVER VALUE AND DATE THE CLERK
      *               HAD TO HAND, SO COBBAT07 DEPRECIATED THE WRONG
      *               FIGURE FROM THE WRONG DATE. KEY A COBCIO92
      *               PURCHASE ORDER AND LINE, THE RECEIPT DATE (TODAY
      *               IF LEFT BLANK) AND UP TO FIVE UNITS THAT CAME IN
      *               - HARDWARE ID, CPU AND MONITOR SERIALS. PF10
      *               CREATES ONE HARDWARE-MASTER-RECORD PER UNIT
      *               (APITP017 CMD-CODE 2) WITH THE ORDER'S AGREED
      *               UNIT PRICE AS ITS ACQUISITION COST, THE RECEIPT
      *               DATE AS ITS ACQUIRED DATE, THE ORDER'S
      *               REQUESTING DEPARTMENT AND THE PO NUMBER, FILES A
      *               RECEIPT ROW PER UNIT ON THE NEW APITPGRC GATEWAY
      *               (CMD-CODE 2 ADD, 6 RECEIPTS-OF-A-LINE CURSOR)
      *               FOR THE COBBATB2 THREE-WAY MATCH, AND MOVES THE
      *               ORDER LINE TO PART RECEIVED OR RECEIVED. NO MORE
      *               UNITS MAY BE RECEIVED THAN ARE STILL OUTSTANDING
      *               ON THE LINE, AND A HARDWARE ID ALREADY ON THE
      *               MASTER IS REFUSED. EVERY ROW WRITTEN IS AUDITED
      *               THROUGH COBAUDIT. EACH UNIT ALSO TAKES THE
      *               ORDER'S MODEL AND THE WARRANTY KEYED FOR THE
      *               DELIVERY - END DATE (OPTIONAL, AFTER THE RECEIPT
      *               DATE) AND PROVIDER, THE ORDER'S VENDOR IF LEFT
      *               BLANK - FOR THE COBCIO94 REPAIR TICKETS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO93.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

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
               88  WS-POR-RECEIVABLE      VALUE "O" "P".
           10 WS-POR-LAST-RECEIPT     PIC 9(6).
       01  WS-POR-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-POR-FOUND                    VALUE "Y".
       01  WS-OUTSTANDING                  PIC S9(4) COMP.

      *    ** the HARDWARE-MASTER-RECORD shape COBCIO61 maintains,
      *    ** with the acquisition cost and purchase order number
      *    ** appended past the department, then the model and
      *    ** warranty
       01  HARDWARE-MASTER-RECORD.
           10 WS-HARDWARE-ID          PIC X(10).
           10 WS-MOUSE-ID             PIC X(10).
           10 WS-KEYBOARD-ID          PIC X(10).
           10 WS-CPU-ID               PIC X(10).
           10 WS-MONITOR-ID           PIC X(10).
           10 WS-MOUSE-INS-VALUE      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-KEYBOARD-INS-VALUE   PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-CPU-INS-VALUE        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-MONITOR-INS-VALUE    PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-INS-RENEWAL-DATE     PIC 9(6).
           10 WS-ASSET-ACQUIRED-DATE  PIC 9(6).
           10 WS-DEPT-CODE            PIC X(4).
           10 WS-ACQUISITION-COST     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PO-NO                PIC X(8).
           10 WS-MODEL                PIC X(10).
           10 WS-WARRANTY-END-DATE    PIC 9(6).
           10 WS-WARRANTY-PROVIDER    PIC X(20).

      *    ** one row per unit received on the new APITPGRC gateway -
      *    ** CMD-CODE 2 ADD, 5 ALL-RECEIPTS CURSOR, 6 RECEIPTS-OF-A-
      *    ** LINE CURSOR
       01  GOODS-RECEIPT-RECORD.
           10 WS-GRC-PO-NO            PIC X(8).
           10 WS-GRC-LINE-NO          PIC 9(2).
           10 WS-GRC-HARDWARE-ID      PIC X(10).
           10 WS-GRC-RECEIPT-DATE     PIC 9(6).
           10 WS-GRC-UNIT-COST        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRC-OPID             PIC X(3).

      *    ** the units keyed this time, with the duplicate check
      *    ** across the lines
       01  WS-UNIT-SUB                     PIC S9(4) COMP.
       01  WS-OTHER-SUB                    PIC S9(4) COMP.
       01  WS-UNIT-COUNT                   PIC S9(4) COMP.
       01  WS-RECEIVED-COUNT               PIC S9(4) COMP.
       01  WS-RECEIPT-DATE                 PIC 9(6).
       01  WS-WARRANTY-END                 PIC 9(6).
       01  WS-WARRANTY-BY                  PIC X(20).
       01  WS-PRICE-OUT                    PIC 9(7)V9(2).
       01  WS-PRICE-OUT-X REDEFINES WS-PRICE-OUT
                                           PIC X(9).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who/when/before/after capture for every row written -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO93".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look but not receive
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO93".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO93".
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO93".
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

           COPY GRCM.

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
               MOVE "NOT AUTHORIZED FOR GOODS RECEIPT"
                                   TO GRCMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  GRCMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  GRCMPONL.

           GO TO 300-SEND-GRCMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-GRCMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("GRCM")
               INTO(GRCMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  GRCMPONI IS NOT > SPACES
           OR  GRCMLINI IS NOT NUMERIC THEN
               MOVE -1                TO  GRCMPONL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-GRCMAP
           END-IF.

           PERFORM 400-READ-ORDER-LINE.
           IF  NOT WS-POR-FOUND THEN
               MOVE DFHBMASB          TO  GRCMLINA
               MOVE -1                TO  GRCMPONL
               MOVE 7                 TO  WORK-MSG-CODE
               GO TO 300-SEND-GRCMAP
           END-IF.

           IF  EIBAID = DFHPF10 THEN
               IF  WS-SEC-MASKED THEN
                   MOVE 15 TO WORK-MSG-CODE
               ELSE
                   PERFORM 500-VALIDATE-RECEIPT THRU 500-EXIT
                   IF  NOT ERRORS THEN
                       PERFORM 600-RECEIVE-UNITS THRU 600-EXIT
                       PERFORM 400-READ-ORDER-LINE
                       MOVE 1 TO WORK-MSG-CODE
                   END-IF
               END-IF
           END-IF.

           MOVE DFHBMFSE        TO  GRCMPONA
                                    GRCMLINA
                                    GRCMDTEA
                                    GRCMWEDA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-GRCMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO GRCMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("GRCM")
               FROM(GRCMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-GRCMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED ORDER LINE (APITPPOR CMD-CODE 1) AND
      * SHOWS WHAT WAS ORDERED, AT WHAT PRICE, AND HOW MUCH HAS COME
      * IN SO FAR.
      *-----------------------------------------------------------------
       400-READ-ORDER-LINE.

           MOVE SPACES   TO PURCHASE-ORDER-RECORD.
           MOVE GRCMPONI TO WS-POR-PO-NO.
           MOVE GRCMLINI TO WS-POR-LINE-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PURCHASE-ORDER-RECORD TO DATA-IN.
           CALL "APITPPOR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT            TO PURCHASE-ORDER-RECORD
               SET WS-POR-FOUND         TO TRUE
               MOVE WS-POR-ITEM-DESC    TO GRCMDSCO
               MOVE WS-POR-MODEL        TO GRCMMDLO
               MOVE WS-POR-VENDOR-ID    TO GRCMVNDO
               MOVE WS-POR-DEPT-CODE    TO GRCMDEPO
               MOVE WS-POR-QTY-ORDERED  TO GRCMQTYO
               MOVE WS-POR-QTY-RECEIVED TO GRCMRCVO
               MOVE WS-POR-UNIT-PRICE   TO WS-PRICE-OUT
               MOVE WS-PRICE-OUT-X      TO GRCMPRCO
               MOVE WS-POR-STATUS       TO GRCMSTAO
               COMPUTE WS-OUTSTANDING =
                       WS-POR-QTY-ORDERED - WS-POR-QTY-RECEIVED
               MOVE 8                   TO WORK-MSG-CODE
           ELSE
               MOVE "N"                 TO WS-POR-FOUND-SWITCH
               MOVE SPACES              TO GRCMDSCO
                                           GRCMMDLO
                                           GRCMVNDO
                                           GRCMDEPO
                                           GRCMQTYO
                                           GRCMRCVO
                                           GRCMPRCO
                                           GRCMSTAO
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE RECEIPT - THE LINE STILL OPEN, A
      * RECEIPT DATE, ANY WARRANTY END PAST IT, AT LEAST ONE UNIT AND
      * NO MORE THAN ARE STILL OUTSTANDING, AND EACH UNIT A NEW
      * HARDWARE ID WITH ITS CPU SERIAL.
      *-----------------------------------------------------------------
       500-VALIDATE-RECEIPT.

           IF  NOT WS-POR-RECEIVABLE THEN
               SET ERRORS     TO  TRUE
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
           END-EXEC.

           IF  GRCMDTEI IS NOT > SPACES THEN
               MOVE WS-STAMP-YYMMDD TO WS-RECEIPT-DATE
           ELSE
               IF  GRCMDTEI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  GRCMDTEA
                   MOVE -1        TO  GRCMDTEL
                   SET ERRORS     TO  TRUE
                   MOVE 11        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE GRCMDTEI TO WS-RECEIPT-DATE
           END-IF.

      *    ** goods cannot arrive before they were ordered or after
      *    ** today
           IF  WS-RECEIPT-DATE < WS-POR-ORDER-DATE
           OR  WS-RECEIPT-DATE > WS-STAMP-YYMMDD
               MOVE DFHBMASB  TO  GRCMDTEA
               MOVE -1        TO  GRCMDTEL
               SET ERRORS     TO  TRUE
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

      *    ** the warranty is optional, but must run past the day the
      *    ** kit arrived
           MOVE ZERO TO WS-WARRANTY-END.
           IF  GRCMWEDI > SPACES THEN
               IF  GRCMWEDI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  GRCMWEDA
                   MOVE -1        TO  GRCMWEDL
                   SET ERRORS     TO  TRUE
                   MOVE 17        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE GRCMWEDI TO WS-WARRANTY-END
               IF  WS-WARRANTY-END NOT > WS-RECEIPT-DATE THEN
                   MOVE DFHBMASB  TO  GRCMWEDA
                   MOVE -1        TO  GRCMWEDL
                   SET ERRORS     TO  TRUE
                   MOVE 17        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
           END-IF.
           IF  GRCMWPRI > SPACES THEN
               MOVE GRCMWPRI         TO WS-WARRANTY-BY
           ELSE
               MOVE WS-POR-VENDOR-ID TO WS-WARRANTY-BY
           END-IF.

           MOVE ZERO TO WS-UNIT-COUNT.
           PERFORM 510-VALIDATE-ONE-UNIT THRU 510-EXIT
                   VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > 5
                   OR ERRORS.
           IF  ERRORS THEN
               GO TO 500-EXIT
           END-IF.

           IF  WS-UNIT-COUNT = ZERO THEN
               MOVE -1        TO  GRCMHWIL (1)
               SET ERRORS     TO  TRUE
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-UNIT-COUNT > WS-OUTSTANDING THEN
               MOVE -1        TO  GRCMHWIL (1)
               SET ERRORS     TO  TRUE
               MOVE 13        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

       510-VALIDATE-ONE-UNIT.

           IF  GRCMHWII (WS-UNIT-SUB) NOT > SPACES THEN
               GO TO 510-EXIT
           END-IF.
           ADD 1 TO WS-UNIT-COUNT.

           IF  GRCMCPUI (WS-UNIT-SUB) NOT > SPACES THEN
               MOVE DFHBMASB  TO  GRCMCPUA (WS-UNIT-SUB)
               MOVE -1        TO  GRCMCPUL (WS-UNIT-SUB)
               SET ERRORS     TO  TRUE
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB NOT < WS-UNIT-SUB
               IF  GRCMHWII (WS-OTHER-SUB) = GRCMHWII (WS-UNIT-SUB)
                   SET ERRORS TO TRUE
               END-IF
           END-PERFORM.
           IF  ERRORS THEN
               MOVE DFHBMASB  TO  GRCMHWIA (WS-UNIT-SUB)
               MOVE -1        TO  GRCMHWIL (WS-UNIT-SUB)
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

           MOVE SPACES                  TO HARDWARE-MASTER-RECORD.
           MOVE GRCMHWII (WS-UNIT-SUB)  TO WS-HARDWARE-ID.
           MOVE 1 TO CMD-CODE.
           MOVE HARDWARE-MASTER-RECORD TO DATA-IN.
           CALL "APITP017" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DFHBMASB  TO  GRCMHWIA (WS-UNIT-SUB)
               MOVE -1        TO  GRCMHWIL (WS-UNIT-SUB)
               SET ERRORS     TO  TRUE
               MOVE 14        TO  WORK-MSG-CODE
           END-IF.

       510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA RECEIVES THE KEYED UNITS - A HARDWARE ROW AND A
      * RECEIPT ROW EACH - AND THEN MOVES THE ORDER LINE ON.
      *-----------------------------------------------------------------
       600-RECEIVE-UNITS.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.
           MOVE EIBOPID TO WS-AUD-OPERATOR.
           MOVE ZERO    TO WS-RECEIVED-COUNT.

           PERFORM 610-RECEIVE-ONE-UNIT THRU 610-EXIT
                   VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > 5.

           MOVE PURCHASE-ORDER-RECORD TO WS-AUD-BEFORE-IMAGE.
           ADD WS-RECEIVED-COUNT      TO WS-POR-QTY-RECEIVED.
           MOVE WS-RECEIPT-DATE       TO WS-POR-LAST-RECEIPT.
           IF  WS-POR-QTY-RECEIVED NOT < WS-POR-QTY-ORDERED THEN
               MOVE "R" TO WS-POR-STATUS
           ELSE
               MOVE "P" TO WS-POR-STATUS
           END-IF.

           MOVE 3 TO CMD-CODE.
           MOVE PURCHASE-ORDER-RECORD TO DATA-IN.
           CALL "APITPPOR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE "PURCHORD"            TO WS-AUD-FILE.
           MOVE SPACES                TO WS-AUD-KEY.
           STRING WS-POR-PO-NO WS-POR-LINE-NO
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE PURCHASE-ORDER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA RECEIVES ONE UNIT - THE HARDWARE ROW AT THE ORDER
      * PRICE AND RECEIPT DATE, THEN THE RECEIPT ROW. THE CPU CARRIES
      * THE PRICE AS ITS INSURED VALUE UNTIL COBCIO61 SAYS OTHERWISE,
      * SO COBBAT08'S ROLLUP HAS A FIGURE FROM THE FIRST DAY.
      *-----------------------------------------------------------------
       610-RECEIVE-ONE-UNIT.

           IF  GRCMHWII (WS-UNIT-SUB) NOT > SPACES THEN
               GO TO 610-EXIT
           END-IF.

           MOVE SPACES                  TO HARDWARE-MASTER-RECORD.
           MOVE GRCMHWII (WS-UNIT-SUB)  TO WS-HARDWARE-ID.
           MOVE GRCMCPUI (WS-UNIT-SUB)  TO WS-CPU-ID.
           MOVE GRCMMONI (WS-UNIT-SUB)  TO WS-MONITOR-ID.
           MOVE ZERO                    TO WS-MOUSE-INS-VALUE
                                           WS-KEYBOARD-INS-VALUE
                                           WS-MONITOR-INS-VALUE
                                           WS-INS-RENEWAL-DATE.
           MOVE WS-POR-UNIT-PRICE       TO WS-CPU-INS-VALUE.
           MOVE WS-RECEIPT-DATE         TO WS-ASSET-ACQUIRED-DATE.
           MOVE WS-POR-DEPT-CODE        TO WS-DEPT-CODE.
           MOVE WS-POR-UNIT-PRICE       TO WS-ACQUISITION-COST.
           MOVE WS-POR-PO-NO            TO WS-PO-NO.
           MOVE WS-POR-MODEL            TO WS-MODEL.
           MOVE WS-WARRANTY-END         TO WS-WARRANTY-END-DATE.
           MOVE WS-WARRANTY-BY          TO WS-WARRANTY-PROVIDER.

           MOVE 2 TO CMD-CODE.
           MOVE HARDWARE-MASTER-RECORD TO DATA-IN.
           CALL "APITP017" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE "HDWMASTR"             TO WS-AUD-FILE.
           MOVE WS-HARDWARE-ID         TO WS-AUD-KEY.
           MOVE SPACES                 TO WS-AUD-BEFORE-IMAGE.
           MOVE HARDWARE-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE SPACES            TO GOODS-RECEIPT-RECORD.
           MOVE WS-POR-PO-NO      TO WS-GRC-PO-NO.
           MOVE WS-POR-LINE-NO    TO WS-GRC-LINE-NO.
           MOVE WS-HARDWARE-ID    TO WS-GRC-HARDWARE-ID.
           MOVE WS-RECEIPT-DATE   TO WS-GRC-RECEIPT-DATE.
           MOVE WS-POR-UNIT-PRICE TO WS-GRC-UNIT-COST.
           MOVE EIBOPID           TO WS-GRC-OPID.

           MOVE 2 TO CMD-CODE.
           MOVE GOODS-RECEIPT-RECORD TO DATA-IN.
           CALL "APITPGRC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE "GOODSRCT"           TO WS-AUD-FILE.
           MOVE SPACES               TO WS-AUD-KEY.
           STRING WS-GRC-PO-NO WS-GRC-LINE-NO
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE SPACES               TO WS-AUD-BEFORE-IMAGE.
           MOVE GOODS-RECEIPT-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           ADD 1 TO WS-RECEIVED-COUNT.
           MOVE SPACES TO GRCMHWIO (WS-UNIT-SUB)
                          GRCMCPUO (WS-UNIT-SUB)
                          GRCMMONO (WS-UNIT-SUB).

       610-EXIT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO GRCMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO GRCMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO GRCMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO GRCMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(GRCMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

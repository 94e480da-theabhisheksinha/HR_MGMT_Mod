      *-----------------------------------------------------------------
      *    COBCIO65 - CREDIT NOTE REQUEST WITH MAKER-CHECKER APPROVAL.
      *               A DISPUTED COBBAT37 INVOICE USED TO BE PUT RIGHT
      *               WITH AN AD-HOC COBBAT26 TRANSACTION THAT NOTHING
      *               TIED BACK TO THE INVOICE. HERE THE CREDIT IS
      *               KEYED AGAINST THE IR-INVOICE-NO ITSELF - FULL
      *               (ZERO DAYS) OR PARTIAL (THE DISPUTED DAYS) - WITH
      *               A REASON CODE AND WHETHER THE DAYS MAY BE BILLED
      *               AGAIN (PF10), AND SITS PENDING UNTIL A SECOND,
      *               DIFFERENT OPERATOR APPROVES IT (PF11), SAME RULE
      *               AS THE COBCIO24 PAY ADJUSTMENT. THE APPROVED
      *               REQUEST IS ISSUED BY THE COBBAT85 CREDIT NOTE RUN
      *               AGAINST THE INVOICE REGISTER - THE CREDIT NOTE
      *               DOCUMENT, THE NEGATIVE REGISTER LINE, AND THE
      *               ACCOUNT CREDIT ARE ALL CUT THERE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO65.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** credit note requests on the new APITPCRN gateway, keyed
      *    ** by invoice number and maker stamp - CMD-CODE 1 READS THE
      *    ** LATEST REQUEST FOR THE INVOICE, 2 ADD, 3 CHANGE, 4
      *    ** UNFILTERED CURSOR (THE COBBAT85 ISSUE RUN AND COBBAT37)
       01  CREDIT-NOTE-RECORD.
           10 WS-CRN-INVOICE-NO       PIC X(6).
           10 WS-CRN-CUST-NO          PIC X(10).
      *        ** days keyed - zero credits the whole invoice
           10 WS-CRN-DAYS             PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-CRN-REASON           PIC X(2).
           10 WS-CRN-REBILL-FLAG      PIC X(1).
      *        ** P PENDING, A APPROVED, I ISSUED, R REBILLED,
      *        ** X REJECTED BY THE ISSUE RUN
           10 WS-CRN-STATUS           PIC X(1).
               88  WS-CRN-PENDING         VALUE "P".
               88  WS-CRN-APPROVED        VALUE "A".
           10 WS-CRN-MAKER-OPID       PIC X(3).
           10 WS-CRN-MAKER-DATE       PIC S9(07) USAGE COMP-3.
           10 WS-CRN-MAKER-TIME       PIC S9(07) USAGE COMP-3.
           10 WS-CRN-CHECKER-OPID     PIC X(3).
           10 WS-CRN-CHECKER-DATE     PIC S9(07) USAGE COMP-3.
           10 WS-CRN-CHECKER-TIME     PIC S9(07) USAGE COMP-3.
      *        ** filled in by the COBBAT85 issue run off the register
           10 WS-CRN-NOTE-NO          PIC X(6).
           10 WS-CRN-PROJ-NO          PIC X(6).
           10 WS-CRN-WORK-YEARMONTH   PIC X(6).
           10 WS-CRN-CREDIT-DAYS      PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-CRN-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-CRN-ISSUE-DATE       PIC 9(6).
      *        ** the COBBAT37 invoice that billed the days again
           10 WS-CRN-REBILL-INVOICE   PIC X(6).

      *    ** the customer shape the APITP050 gateway serves - read
      *    ** only to prove the customer number keyed
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 FILLER                       PIC X(70).

      *    ** the reason codes a credit may be raised under - RT RATE,
      *    ** DY DAYS, WQ WORK QUALITY, GW GOODWILL
       01  WS-REASON-CODE                  PIC X(2).
           88  WS-REASON-VALID                 VALUE "RT" "DY" "WQ"
                                                     "GW".

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

      *    ** set by 400-READ-CREDIT-NOTE - tells the PF11 path whether
      *    ** there is a pending request to approve at all
       01  WS-CRN-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-CRN-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** instead of a table compiled into this program - a
      *    ** message can be reworded without recompiling every
      *    ** screen that shows it
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO65".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maker and checker stamps, same
      *    ** manually-declared EIB field convention COBCIO24 uses -
      *    ** populated from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYDDD                  PIC 9(5).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO65".
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

           COPY CRNOTEM.

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

           MOVE SPACES         TO  CRNOTEO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  CRNOTEINVL.

           GO TO 300-SEND-CRNOTEMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-CRNOTEMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("CRNOTEM")
               INTO(CRNOTEI)
           END-EXEC.

           IF  CRNOTEINVI IS NOT > SPACES THEN
               MOVE -1                TO  CRNOTEINVL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-CRNOTEMAP
           END-IF.

           PERFORM 400-READ-CREDIT-NOTE.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-SCREEN
               IF  NOT ERRORS THEN
                   PERFORM 600-SUBMIT-CREDIT-NOTE
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-APPROVE-CREDIT-NOTE THRU 700-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  CRNOTEINVA
                                    CRNOTECUSA
                                    CRNOTEDAYA
                                    CRNOTERSNA
                                    CRNOTERBLA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-CRNOTEMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO CRNOTEMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("CRNOTEM")
               FROM(CRNOTEO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-CRNOTEMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE LATEST CREDIT NOTE REQUEST FOR THE KEYED
      * INVOICE AND SHOWS ITS STATUS, WHO KEYED/APPROVED IT, AND THE
      * CREDIT NOTE NUMBER ONCE ISSUED. RESP-CODE = 0 JUST MEANS NO
      * CREDIT HAS EVER BEEN ASKED FOR - NOT A DATABASE ERROR.
      *-----------------------------------------------------------------
       400-READ-CREDIT-NOTE.

           MOVE SPACES       TO  CREDIT-NOTE-RECORD.
           MOVE CRNOTEINVI   TO  WS-CRN-INVOICE-NO.

           MOVE 1 TO CMD-CODE.
           MOVE CREDIT-NOTE-RECORD TO DATA-IN.
           CALL "APITPCRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO CREDIT-NOTE-RECORD
               MOVE WS-CRN-STATUS        TO CRNOTESTATO
               MOVE WS-CRN-MAKER-OPID    TO CRNOTEMKRO
               MOVE WS-CRN-CHECKER-OPID  TO CRNOTECKRO
               MOVE WS-CRN-NOTE-NO       TO CRNOTENOO
               MOVE 8                    TO WORK-MSG-CODE
               SET WS-CRN-FOUND          TO TRUE
           ELSE
               MOVE SPACES               TO CRNOTESTATO
               MOVE SPACES               TO CRNOTEMKRO
               MOVE SPACES               TO CRNOTECKRO
               MOVE SPACES               TO CRNOTENOO
               MOVE 7                    TO WORK-MSG-CODE
               MOVE "N"                  TO WS-CRN-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE REQUEST BEFORE IT IS SUBMITTED FOR
      * APPROVAL - CUSTOMER, DAYS, REASON CODE AND REBILL FLAG. THE
      * INVOICE ITSELF IS PROVED AGAINST THE REGISTER BY THE COBBAT85
      * ISSUE RUN, WHICH REJECTS A REQUEST THE REGISTER CANNOT MEET.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           IF  CRNOTECUSI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  CRNOTECUSA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  CRNOTECUSL
               MOVE 9         TO  WORK-MSG-CODE
           ELSE
               MOVE SPACES     TO CUSTOMER-MASTER-RECORD
               MOVE CRNOTECUSI TO WS-CUST-NO
               MOVE 2 TO CMD-CODE
               MOVE CUSTOMER-MASTER-RECORD TO DATA-IN
               CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   MOVE DFHBMASB  TO  CRNOTECUSA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  CRNOTECUSL
                   MOVE 18        TO  WORK-MSG-CODE
               END-IF
           END-IF.

      *    ** blank or zero days credits the whole invoice
           IF  CRNOTEDAYI IS NOT > SPACES THEN
               MOVE ZERO      TO  CRNOTEDAYI
           END-IF.
           IF  CRNOTEDAYI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  CRNOTEDAYA
               IF  NOT ERRORS THEN
                   SET ERRORS TO  TRUE
                   MOVE -1    TO  CRNOTEDAYL
                   MOVE 15    TO  WORK-MSG-CODE
               END-IF
           END-IF.

           MOVE CRNOTERSNI TO WS-REASON-CODE.
           IF  NOT WS-REASON-VALID THEN
               MOVE DFHBMASB  TO  CRNOTERSNA
               IF  NOT ERRORS THEN
                   SET ERRORS TO  TRUE
                   MOVE -1    TO  CRNOTERSNL
                   MOVE 16    TO  WORK-MSG-CODE
               END-IF
           END-IF.

           IF  CRNOTERBLI NOT = "Y" AND CRNOTERBLI NOT = "N" THEN
               MOVE DFHBMASB  TO  CRNOTERBLA
               IF  NOT ERRORS THEN
                   SET ERRORS TO  TRUE
                   MOVE -1    TO  CRNOTERBLL
                   MOVE 19    TO  WORK-MSG-CODE
               END-IF
           END-IF.

      *    ** a request still waiting for approval or for the issue
      *    ** run must finish first or it would be silently doubled
           IF  NOT ERRORS AND WS-CRN-FOUND
           AND (WS-CRN-PENDING OR WS-CRN-APPROVED) THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  CRNOTEINVL
               MOVE 17        TO  WORK-MSG-CODE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA WRITES THE PENDING REQUEST WITH THE MAKER'S OPERATOR
      * ID AND DATE/TIME - NOTHING IS ISSUED UNTIL A DIFFERENT
      * OPERATOR APPROVES IT.
      *-----------------------------------------------------------------
       600-SUBMIT-CREDIT-NOTE.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE SPACES          TO  CREDIT-NOTE-RECORD.
           MOVE CRNOTEINVI      TO  WS-CRN-INVOICE-NO.
           MOVE CRNOTECUSI      TO  WS-CRN-CUST-NO.
           MOVE CRNOTEDAYI      TO  WS-CRN-DAYS.
           MOVE CRNOTERSNI      TO  WS-CRN-REASON.
           MOVE CRNOTERBLI      TO  WS-CRN-REBILL-FLAG.
           MOVE "P"             TO  WS-CRN-STATUS.
           MOVE EIBOPID         TO  WS-CRN-MAKER-OPID.
           MOVE WS-STAMP-YYDDD  TO  WS-CRN-MAKER-DATE.
           MOVE WS-STAMP-HHMMSS TO  WS-CRN-MAKER-TIME.
           MOVE SPACES          TO  WS-CRN-CHECKER-OPID.
           MOVE ZERO            TO  WS-CRN-CHECKER-DATE.
           MOVE ZERO            TO  WS-CRN-CHECKER-TIME.
           MOVE ZERO            TO  WS-CRN-CREDIT-DAYS.
           MOVE ZERO            TO  WS-CRN-AMOUNT.
           MOVE ZERO            TO  WS-CRN-ISSUE-DATE.

           MOVE 2 TO CMD-CODE.
           MOVE CREDIT-NOTE-RECORD TO DATA-IN.
           CALL "APITPCRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE "P"               TO CRNOTESTATO
               MOVE WS-CRN-MAKER-OPID TO CRNOTEMKRO
               MOVE SPACES            TO CRNOTECKRO
               MOVE SPACES            TO CRNOTENOO
               MOVE 10                TO WORK-MSG-CODE
               SET WS-CRN-FOUND       TO TRUE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES THE PENDING REQUEST - A SECOND, DIFFERENT
      * OPERATOR ONLY. BOTH OPERATOR IDS AND DATE/TIMES ARE RETAINED
      * ON THE REQUEST FOR THE CREDIT NOTE RUN TO PICK UP.
      *-----------------------------------------------------------------
       700-APPROVE-CREDIT-NOTE.

           IF  NOT WS-CRN-FOUND OR NOT WS-CRN-PENDING THEN
               MOVE 11 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

      *    ** the maker cannot approve their own credit - that is
      *    ** the entire point of the second pair of eyes
           IF  EIBOPID = WS-CRN-MAKER-OPID THEN
               MOVE 12 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE "A"             TO  WS-CRN-STATUS.
           MOVE EIBOPID         TO  WS-CRN-CHECKER-OPID.
           MOVE WS-STAMP-YYDDD  TO  WS-CRN-CHECKER-DATE.
           MOVE WS-STAMP-HHMMSS TO  WS-CRN-CHECKER-TIME.

           MOVE 3 TO CMD-CODE.
           MOVE CREDIT-NOTE-RECORD TO DATA-IN.
           CALL "APITPCRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE "A"                 TO CRNOTESTATO
               MOVE WS-CRN-CHECKER-OPID TO CRNOTECKRO
               MOVE 13 TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * MAKER/CHECKER STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
      * COBCIO24.
      *-----------------------------------------------------------------
       800-GET-OPID-AND-TIME.

           EXEC CICS
               ASSIGN OPID(EIBOPID)
           END-EXEC.

           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.

           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYDDD(WS-STAMP-YYDDD)
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO CRNOTEMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO CRNOTEMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO CRNOTEMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO CRNOTEMSGA.

           EXEC CICS
               SEND TEXT
               FROM(CRNOTEMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

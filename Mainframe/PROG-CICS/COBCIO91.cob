      *-----------------------------------------------------------------
      *    COBCIO91 - HARDWARE VENDOR MASTER MAINTENANCE. KIT WAS
      *               BOUGHT FROM WHOEVER THE REQUESTER EMAILED AND
      *               NOTHING IN THIS SYSTEM SAID WHO SUPPLIED AN
      *               ASSET OR ON WHAT TERMS. THIS SCREEN ADDS AND
      *               CHANGES A VENDOR ROW ON THE NEW APITPVND
      *               GATEWAY (CMD-CODE 1 READ, 2 ADD, 3 CHANGE) -
      *               NAME, ADDRESS, CONTACT, PAYMENT TERMS AND AN
      *               ACTIVE/INACTIVE STATUS (PF10). COBCIO92 RAISES
      *               PURCHASE ORDERS ONLY AGAINST AN ACTIVE VENDOR,
      *               AND THE COBBATB2 THREE-WAY MATCH HOLDS ANY
      *               INVOICE WHOSE VENDOR IS NOT THE ORDER'S. A
      *               VENDOR IS NEVER DELETED - ORDERS AND ASSETS
      *               STILL NAME IT - ONLY MADE INACTIVE. EVERY
      *               CHANGE GOES THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO91.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one vendor row per vendor id on the new APITPVND gateway
      *    ** - CMD-CODE 1 READ, 2 ADD, 3 CHANGE
       01  VENDOR-MASTER-RECORD.
           10 WS-VND-VENDOR-ID        PIC X(6).
           10 WS-VND-NAME             PIC X(30).
           10 WS-VND-ADDR-1           PIC X(30).
           10 WS-VND-ADDR-2           PIC X(30).
           10 WS-VND-CONTACT          PIC X(20).
           10 WS-VND-PHONE            PIC X(15).
      *        ** days from invoice to payment
           10 WS-VND-TERMS-DAYS       PIC 9(3).
      *        ** A = ACTIVE, I = INACTIVE - NO NEW ORDERS
           10 WS-VND-STATUS           PIC X(1).
               88  WS-VND-ACTIVE          VALUE "A".
           10 WS-VND-MAINT-OPID       PIC X(3).
           10 WS-VND-MAINT-DATE       PIC 9(6).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

      *    ** set by 400-READ-VENDOR - tells 600-ADD-CHANGE whether
      *    ** this id already has a row (change) or not (add)
       01  WS-VND-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-VND-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who/when/before/after capture for vendor changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO91".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "VNDMASTR".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** operator authorization - denied may not see the screen,
      *    ** masked may look but not add or change
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO91".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO91".
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO91".
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

           COPY VNDM.

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
               MOVE "NOT AUTHORIZED FOR VENDOR MAINTENANCE"
                                   TO VNDMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  VNDMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  VNDMIDL.

           GO TO 300-SEND-VNDMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-VNDMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("VNDM")
               INTO(VNDMI)
           END-EXEC.

           IF  VNDMIDI IS NOT > SPACES THEN
               MOVE -1                TO  VNDMIDL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-VNDMAP
           END-IF.

      *    ** the read runs for every AID - a PF10 add/change keyed
      *    ** over a fresh key must judge add-vs-change off the key on
      *    ** the screen NOW, not the one read last time around
           PERFORM 400-READ-VENDOR.

           IF  EIBAID = DFHPF10 THEN
               IF  WS-SEC-MASKED THEN
                   MOVE 15 TO WORK-MSG-CODE
               ELSE
                   PERFORM 500-VALIDATE-SCREEN
                   IF  NOT ERRORS THEN
                       PERFORM 600-ADD-CHANGE-VENDOR
                               THRU 600-EXIT-POINT
                   END-IF
               END-IF
           END-IF.

           MOVE DFHBMFSE        TO  VNDMIDA
                                    VNDMNAMA
                                    VNDMTRMA
                                    VNDMSTAA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-VNDMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO VNDMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("VNDM")
               FROM(VNDMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-VNDMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE VENDOR ROW FOR THE KEYED ID. RESP-CODE = 0
      * JUST MEANS NO ROW YET - THE NORMAL CASE BEFORE AN ADD, NOT A
      * DATABASE ERROR.
      *-----------------------------------------------------------------
       400-READ-VENDOR.

           MOVE SPACES  TO  VENDOR-MASTER-RECORD.
           MOVE VNDMIDI TO  WS-VND-VENDOR-ID.

           MOVE 1 TO CMD-CODE.
           MOVE VENDOR-MASTER-RECORD TO DATA-IN.
           CALL "APITPVND" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT          TO VENDOR-MASTER-RECORD
               MOVE WS-VND-NAME       TO VNDMNAMO
               MOVE WS-VND-ADDR-1     TO VNDMAD1O
               MOVE WS-VND-ADDR-2     TO VNDMAD2O
               MOVE WS-VND-CONTACT    TO VNDMCNTO
               MOVE WS-VND-PHONE      TO VNDMPHNO
               MOVE WS-VND-TERMS-DAYS TO VNDMTRMO
               MOVE WS-VND-STATUS     TO VNDMSTAO
               MOVE 8                 TO WORK-MSG-CODE
               SET WS-VND-FOUND       TO TRUE
           ELSE
               MOVE SPACES            TO VNDMNAMO
                                         VNDMAD1O
                                         VNDMAD2O
                                         VNDMCNTO
                                         VNDMPHNO
                                         VNDMTRMO
                                         VNDMSTAO
               MOVE 7                 TO WORK-MSG-CODE
               MOVE "N"               TO WS-VND-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE ROW - A NAME, NUMERIC PAYMENT TERMS
      * AND A STATUS OF A OR I.
      *-----------------------------------------------------------------
       500-VALIDATE-SCREEN.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           IF  VNDMNAMI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  VNDMNAMA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  VNDMNAML
               MOVE 16        TO  WORK-MSG-CODE
           END-IF.

           IF  NOT ERRORS AND VNDMTRMI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  VNDMTRMA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  VNDMTRML
               MOVE 17        TO  WORK-MSG-CODE
           END-IF.

           IF  NOT ERRORS
           AND VNDMSTAI NOT = "A" AND VNDMSTAI NOT = "I" THEN
               MOVE DFHBMASB  TO  VNDMSTAA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  VNDMSTAL
               MOVE 18        TO  WORK-MSG-CODE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA ADDS A NEW VENDOR ROW OR CHANGES AN EXISTING ONE -
      * SAME PF10-TO-UPDATE PATTERN COBCIO61 USES, AUDITED.
      *-----------------------------------------------------------------
       600-ADD-CHANGE-VENDOR.

           MOVE VENDOR-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.
           IF  NOT WS-VND-FOUND THEN
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
           END-IF.

           EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC.
           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
           END-EXEC.

           MOVE VNDMIDI         TO  WS-VND-VENDOR-ID.
           MOVE VNDMNAMI        TO  WS-VND-NAME.
           MOVE VNDMAD1I        TO  WS-VND-ADDR-1.
           MOVE VNDMAD2I        TO  WS-VND-ADDR-2.
           MOVE VNDMCNTI        TO  WS-VND-CONTACT.
           MOVE VNDMPHNI        TO  WS-VND-PHONE.
           MOVE VNDMTRMI        TO  WS-VND-TERMS-DAYS.
           MOVE VNDMSTAI        TO  WS-VND-STATUS.
           MOVE EIBOPID         TO  WS-VND-MAINT-OPID.
           MOVE WS-STAMP-YYMMDD TO  WS-VND-MAINT-DATE.

           IF  WS-VND-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE VENDOR-MASTER-RECORD TO DATA-IN.
           CALL "APITPVND" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF RESP-CODE <> 0
               MOVE EIBOPID                 TO WS-AUD-OPERATOR
               MOVE WS-VND-VENDOR-ID        TO WS-AUD-KEY
               MOVE VENDOR-MASTER-RECORD    TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
               IF  WS-VND-FOUND THEN
                   MOVE 2 TO WORK-MSG-CODE
               ELSE
                   MOVE 1 TO WORK-MSG-CODE
                   SET WS-VND-FOUND TO TRUE
               END-IF
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       600-EXIT-POINT.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO VNDMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO VNDMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO VNDMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO VNDMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(VNDMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

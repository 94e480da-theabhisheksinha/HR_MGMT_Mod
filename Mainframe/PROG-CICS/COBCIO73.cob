      *-----------------------------------------------------------------
      *    COBCIO73 - DUPLICATE CUSTOMER MERGE REQUEST. WORKS THE
      *               REVIEW LIST THE COBBAT94 MATCHING PASS PRINTS.
      *               KEYING THE DUPLICATE CUSTOMER NUMBER SHOWS ITS
      *               NAME AND ANY MERGE REQUEST ALREADY ON THE
      *               APITPMRG GATEWAY. PF10 FILES A REQUEST TO MERGE
      *               IT INTO THE SURVIVING CUSTOMER KEYED BESIDE IT,
      *               WITH A REASON - BOTH MUST BE ON FILE, DIFFERENT,
      *               AND NOT ALREADY MERGED AWAY. NOTHING MOVES UNTIL
      *               A SECOND, DIFFERENT OPERATOR HOLDING THE MRGAPPRV
      *               PERMISSION (CHECKED THROUGH COBSECCK) APPROVES IT
      *               WITH PF11, SAME MAKER/CHECKER RULE AS THE COBCIO67
      *               REVERSALS. PF9 CANCELS A REQUEST NOT YET MERGED.
      *               THE NIGHTLY COBBAT95 RUN CARRIES OUT APPROVED
      *               MERGES - ACCOUNTS, PROJECTS, INVOICES AND CREDIT
      *               LIMIT MOVE TO THE SURVIVOR, EVERY MOVE IS LOGGED
      *               TO THE CUSTOMER AUDIT FILE, AND THE DUPLICATE IS
      *               RETIRED. EVERY CHANGE TO A REQUEST IS AUDITED
      *               THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO73.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the merge request - APITPMRG CMD-CODE 1 READ BY DUPLICATE
      *    ** CUST-NO, 2 ADD, 3 CHANGE, 4 UNFILTERED CURSOR (THE
      *    ** COBBAT95 MERGE RUN)
       01  MERGE-REQUEST-RECORD.
           10 WS-MRG-DUP-CUST-NO      PIC X(10).
           10 WS-MRG-SURV-CUST-NO     PIC X(10).
           10 WS-MRG-REASON           PIC X(30).
      *        ** P PENDING, A APPROVED, M MERGED, C CANCELLED
           10 WS-MRG-STATUS           PIC X(1).
               88  WS-MRG-PENDING         VALUE "P".
               88  WS-MRG-APPROVED        VALUE "A".
               88  WS-MRG-MERGED          VALUE "M".
               88  WS-MRG-CANCELLED       VALUE "C".
           10 WS-MRG-MAKER-OPID       PIC X(3).
           10 WS-MRG-MAKER-DATE       PIC 9(6).
           10 WS-MRG-CHECKER-OPID     PIC X(3).
           10 WS-MRG-CHECKER-DATE     PIC 9(6).
           10 WS-MRG-MERGE-DATE       PIC 9(6).

      *    ** the customer row the APITP050 gateway serves (CMD-CODE 2
      *    ** READ BY CUST-NO), with the merge marker COBBAT95 sets
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-CUST-NAME                 PIC X(30).
           10 WS-CREDIT-LIMIT              PIC S9(9)V99 COMP-3.
           10 WS-OVERLIMIT-FLAG            PIC X(1).
      *        ** the surviving customer once COBBAT95 has merged
      *        ** this one away - blank while the customer is live
           10 WS-CUST-MERGED-INTO          PIC X(10).
           10 FILLER                       PIC X(23).
           10 FILLER                       PIC X(98).
           10 WS-CUST-CURRENCY             PIC X(3).

      *    ** who/when/before/after capture for request changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO73".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "CUSTMRG ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-MRG-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-MRG-FOUND                    VALUE "Y".
       01  WS-CUST-FOUND-SWITCH            PIC X VALUE "N".
           88  WS-CUST-FOUND                   VALUE "Y".
       01  WS-READ-CUST-NO                 PIC X(10).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization, checked through COBSECCK like
      *    ** the salary-bearing screens - COBCIO73 to use the screen,
      *    ** MRGAPPRV to approve a merge
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO73".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO73".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maker/checker stamps, same manually-
      *    ** declared EIB field convention COBCIO24 uses - populated
      *    ** from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO73".
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

           COPY MRGRM.

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

      *    **  only customer-master operators may request a merge -
      *    **  refused before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR CUSTOMER MERGES" TO MRGRMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  MRGRO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  MRGRDUPL.

           GO TO 300-SEND-MRGRMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE DUPLICATE CUSTOMER AND
      * ANY REQUEST ON FILE FOR IT ARE SHOWN; PF10 FILES A REQUEST,
      * PF11 APPROVES IT AND PF9 CANCELS IT.
      *-----------------------------------------------------------------
       200-RECEIVE-MRGRMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("MRGRM")
               INTO(MRGRI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  MRGRDUPI NOT > SPACES THEN
               MOVE SPACES    TO  MRGRO
               MOVE -1        TO  MRGRDUPL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-MRGRMAP
           END-IF.

           MOVE MRGRDUPI      TO  WS-READ-CUST-NO.
           PERFORM 400-READ-CUSTOMER.
           IF  NOT WS-CUST-FOUND THEN
               MOVE SPACES    TO  MRGRO
               MOVE -1        TO  MRGRDUPL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 300-SEND-MRGRMAP
           END-IF.
           MOVE WS-CUST-NAME  TO  MRGRDNMO.

           PERFORM 450-READ-REQUEST.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-REQUEST THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-REQUEST
               END-IF
           ELSE
           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-APPROVE-REQUEST THRU 700-EXIT
           ELSE
           IF  EIBAID = DFHPF9 THEN
               PERFORM 750-CANCEL-REQUEST THRU 750-EXIT
           END-IF
           END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-REQUEST
           END-IF.

           MOVE DFHBMFSE        TO  MRGRSURA
                                    MRGRRSNA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-MRGRMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO MRGRMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("MRGRM")
               FROM(MRGRO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-MRGRMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE CUSTOMER IN WS-READ-CUST-NO OFF APITP050.
      *-----------------------------------------------------------------
       400-READ-CUSTOMER.

           MOVE SPACES          TO CUSTOMER-MASTER-RECORD.
           MOVE WS-READ-CUST-NO TO WS-CUST-NO.

           MOVE 2 TO CMD-CODE.
           MOVE CUSTOMER-MASTER-RECORD TO DATA-IN.
           CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO CUSTOMER-MASTER-RECORD
               SET WS-CUST-FOUND         TO TRUE
           ELSE
               MOVE "N"                  TO WS-CUST-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA READS THE MERGE REQUEST FILED FOR THE DUPLICATE.
      *-----------------------------------------------------------------
       450-READ-REQUEST.

           MOVE SPACES          TO MERGE-REQUEST-RECORD.
           MOVE MRGRDUPI        TO WS-MRG-DUP-CUST-NO.

           MOVE 1 TO CMD-CODE.
           MOVE MERGE-REQUEST-RECORD TO DATA-IN.
           CALL "APITPMRG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO MERGE-REQUEST-RECORD
               SET WS-MRG-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-MRG-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE REQUEST ON FILE, IF ANY.
      *-----------------------------------------------------------------
       460-SHOW-REQUEST.

           IF  WS-MRG-FOUND THEN
               MOVE WS-MRG-SURV-CUST-NO   TO MRGRSURO
               MOVE WS-MRG-REASON         TO MRGRRSNO
               MOVE WS-MRG-STATUS         TO MRGRSTAO
               MOVE WS-MRG-MAKER-OPID     TO MRGRMKRO
               MOVE WS-MRG-CHECKER-OPID   TO MRGRCKRO
               IF  WS-MRG-MERGED THEN
                   MOVE WS-MRG-MERGE-DATE TO MRGRMDTO
               ELSE
                   MOVE SPACES            TO MRGRMDTO
               END-IF
               MOVE WS-MRG-SURV-CUST-NO   TO WS-READ-CUST-NO
               PERFORM 400-READ-CUSTOMER
               IF  WS-CUST-FOUND THEN
                   MOVE WS-CUST-NAME      TO MRGRSNMO
               ELSE
                   MOVE SPACES            TO MRGRSNMO
               END-IF
           ELSE
               MOVE SPACES                TO MRGRSURO
                                             MRGRSNMO
                                             MRGRRSNO
                                             MRGRSTAO
                                             MRGRMKRO
                                             MRGRCKRO
                                             MRGRMDTO
           END-IF.
           IF  EIBAID NOT = DFHPF10 AND EIBAID NOT = DFHPF11
           AND EIBAID NOT = DFHPF9
               MOVE 8                     TO WORK-MSG-CODE
           END-IF.
           MOVE -1                        TO MRGRSURL.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE REQUEST BEFORE IT IS FILED - THE
      * DUPLICATE NOT ALREADY MERGED OR UNDER A LIVE REQUEST, THE
      * SURVIVOR ON FILE, DIFFERENT AND LIVE, AND A REASON GIVEN.
      *-----------------------------------------------------------------
       500-VALIDATE-REQUEST.

           IF  WS-CUST-MERGED-INTO > SPACES THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MRGRDUPL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-MRG-FOUND
           AND (WS-MRG-PENDING OR WS-MRG-APPROVED OR WS-MRG-MERGED)
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MRGRDUPL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  MRGRSURI = MRGRDUPI THEN
               MOVE DFHBMASB  TO  MRGRSURA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MRGRSURL
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE MRGRSURI      TO  WS-READ-CUST-NO.
           PERFORM 400-READ-CUSTOMER.
           IF  NOT WS-CUST-FOUND OR MRGRSURI NOT > SPACES THEN
               MOVE DFHBMASB  TO  MRGRSURA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MRGRSURL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
      *    ** merging into a customer that is itself merged away
      *    ** would strand everything on a retired number
           IF  WS-CUST-MERGED-INTO > SPACES THEN
               MOVE DFHBMASB  TO  MRGRSURA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MRGRSURL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  MRGRRSNI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  MRGRRSNA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  MRGRRSNL
               MOVE 9         TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE PENDING REQUEST WITH THE MAKER'S OPERATOR
      * ID AND DATE - NOTHING MOVES UNTIL A DIFFERENT OPERATOR APPROVES
      * IT. A REQUEST CANCELLED EARLIER IS REFILED OVER.
      *-----------------------------------------------------------------
       600-FILE-REQUEST.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  WS-MRG-FOUND THEN
               MOVE MERGE-REQUEST-RECORD TO  WS-AUD-BEFORE-IMAGE
               MOVE 3                    TO  CMD-CODE
           ELSE
               MOVE SPACES               TO  WS-AUD-BEFORE-IMAGE
               MOVE 2                    TO  CMD-CODE
           END-IF.

           MOVE MRGRDUPI         TO  WS-MRG-DUP-CUST-NO.
           MOVE MRGRSURI         TO  WS-MRG-SURV-CUST-NO.
           MOVE MRGRRSNI         TO  WS-MRG-REASON.
           MOVE "P"              TO  WS-MRG-STATUS.
           MOVE EIBOPID          TO  WS-MRG-MAKER-OPID.
           MOVE WS-STAMP-YYMMDD  TO  WS-MRG-MAKER-DATE.
           MOVE SPACES           TO  WS-MRG-CHECKER-OPID.
           MOVE ZERO             TO  WS-MRG-CHECKER-DATE.
           MOVE ZERO             TO  WS-MRG-MERGE-DATE.

           MOVE MERGE-REQUEST-RECORD TO DATA-IN.
           CALL "APITPMRG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               SET WS-MRG-FOUND       TO TRUE
               MOVE 10                TO WORK-MSG-CODE
               PERFORM 650-AUDIT-REQUEST
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA AUDITS A CHANGE TO THE REQUEST.
      *-----------------------------------------------------------------
       650-AUDIT-REQUEST.

           MOVE EIBOPID              TO  WS-AUD-OPERATOR.
           MOVE WS-MRG-DUP-CUST-NO   TO  WS-AUD-KEY.
           MOVE MERGE-REQUEST-RECORD TO  WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES THE PENDING REQUEST - A SECOND, DIFFERENT
      * OPERATOR HOLDING THE MRGAPPRV PERMISSION ONLY. THE MERGE ITSELF
      * IS CARRIED OUT BY THE NEXT COBBAT95 RUN.
      *-----------------------------------------------------------------
       700-APPROVE-REQUEST.

           IF  NOT WS-MRG-FOUND OR NOT WS-MRG-PENDING THEN
               MOVE 11 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

      *    ** the maker cannot approve their own merge - that is
      *    ** the entire point of the second pair of eyes
           IF  EIBOPID = WS-MRG-MAKER-OPID THEN
               MOVE 12 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE EIBOPID     TO  WS-SEC-OPERATOR.
           MOVE "MRGAPPRV"  TO  WS-SEC-FUNCTION.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE 16 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE MERGE-REQUEST-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "A"             TO  WS-MRG-STATUS.
           MOVE EIBOPID         TO  WS-MRG-CHECKER-OPID.
           MOVE WS-STAMP-YYMMDD TO  WS-MRG-CHECKER-DATE.

           MOVE 3 TO CMD-CODE.
           MOVE MERGE-REQUEST-RECORD TO DATA-IN.
           CALL "APITPMRG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE 13 TO WORK-MSG-CODE
               PERFORM 650-AUDIT-REQUEST
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CANCELS A REQUEST NOT YET MERGED.
      *-----------------------------------------------------------------
       750-CANCEL-REQUEST.

           IF  NOT WS-MRG-FOUND
           OR  NOT (WS-MRG-PENDING OR WS-MRG-APPROVED) THEN
               MOVE 11 TO WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE MERGE-REQUEST-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "C"             TO  WS-MRG-STATUS.

           MOVE 3 TO CMD-CODE.
           MOVE MERGE-REQUEST-RECORD TO DATA-IN.
           CALL "APITPMRG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE 19 TO WORK-MSG-CODE
               PERFORM 650-AUDIT-REQUEST
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       750-EXIT.
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
               YYMMDD(WS-STAMP-YYMMDD)
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO MRGRMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO MRGRMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO MRGRMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO MRGRMSGA.

           EXEC CICS
               SEND TEXT
               FROM(MRGRMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

      *               THE PENDING RECORD SO EACH MANAGER SEES ONLY
      *               THEIR OWN PEOPLE'S REQUESTS, AND THE COBALERT
      *               RECIPIENT-ROLE FIELD FINALLY HAS A ROUTING
      *               MASTER BEHIND IT. EVERY ADD, CHANGE AND DELETE
      *               NOW FILES ITS BEFORE/AFTER IMAGES THROUGH
      *               COBAUDIT SO THE AS-OF RECONSTRUCTION (COBASOFR)
      *               CAN ROLL AN EMPLOYEE'S LINE MANAGER BACK.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who changed the line, for the audit row
       01  EIBOPID                         PIC X(3).

      *    ** who/when/before/after capture for reporting-line changes -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO45".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "RPTLINE ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** instead of a table compiled into this program - a

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO45".
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
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           MOVE SPACES         TO  RPTLNO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  RPTLEMPL.
      *-----------------------------------------------------------------
       600-ADD-CHANGE-REPORTING-LINE.

           IF  WS-RPT-FOUND THEN
               MOVE REPORTING-LINE-RECORD TO WS-AUD-BEFORE-IMAGE
           ELSE
               MOVE SPACES                TO WS-AUD-BEFORE-IMAGE
           END-IF.

           MOVE RPTLEMPI   TO  WS-RPT-EMP-NO.
           MOVE RPTLMGRI   TO  WS-RPT-MGR-OPID.
           MOVE RPTLMGRNOI TO  WS-RPT-MGR-EMP-NO.
               END-IF
               MOVE WS-RPT-MGR-OPID   TO RPTLMGRO
               MOVE WS-RPT-MGR-EMP-NO TO RPTLMGRNOO
               EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC
               MOVE EIBOPID               TO WS-AUD-OPERATOR
               MOVE WS-RPT-EMP-NO         TO WS-AUD-KEY
               MOVE REPORTING-LINE-RECORD TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           END-IF.

           MOVE RPTLEMPI TO WS-RPT-EMP-NO.
           MOVE REPORTING-LINE-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE 5 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
               MOVE SPACES TO RPTLMGRNOO
               MOVE "N"    TO WS-RPT-FOUND-SWITCH
               MOVE 18     TO WORK-MSG-CODE
               EXEC CICS ASSIGN OPID(EIBOPID) END-EXEC
               MOVE EIBOPID       TO WS-AUD-OPERATOR
               MOVE WS-RPT-EMP-NO TO WS-AUD-KEY
               MOVE SPACES        TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           EXIT.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO RPTLMSGO.
           GO TO 999-EXIT.
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO RPTLMSGO.
                GO TO 999-EXIT.



       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO RPTLMSGA.

           EXEC CICS

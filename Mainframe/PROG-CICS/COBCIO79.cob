      *-----------------------------------------------------------------
      *    COBCIO79 - TAX-SAVING DECLARATION PROOF VERIFICATION. THE
      *               EMPLOYEE DECLARES TAX-SAVING INVESTMENTS THROUGH
      *               THE PORTAL (COBSV008) AND PAYROLL WITHHOLDS ON
      *               THE DECLARED FIGURES STRAIGHT AWAY; THIS SCREEN
      *               IS WHERE PAYROLL CHECKS THE PROOF. KEYING EMP-ID,
      *               TAX YEAR AND CATEGORY SHOWS THE DECLARATION ON
      *               THE APITPTSD GATEWAY. PF10 VERIFIES IT AT THE
      *               PROOF AMOUNT KEYED FROM THE DOCUMENTS; PF11
      *               REJECTS IT WHEN NO ACCEPTABLE PROOF CAME IN. A
      *               VERIFIED CATEGORY COUNTS AT THE LOWER OF PROOF
      *               AND DECLARED AMOUNT; AN UNVERIFIED ONE STOPS
      *               COUNTING AFTER THE PROOF CUT-OFF MONTH, AND THE
      *               COBBAT22 YEAR-END RUN TRUES UP THE TAX ON
      *               WHATEVER WAS NEVER PROVED. BOTH DECISIONS ARE
      *               STAMPED WITH THE DATE AND OPERATOR AND AUDITED
      *               THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO79.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one declaration per employee, tax year and category on
      *    ** the APITPTSD gateway - CMD-CODE 1 READ BY EMP-NO +
      *    ** TAX-YEAR + CATEGORY, 2 ADD, 3 CHANGE, 4 PER-EMPLOYEE
      *    ** CURSOR (COBBAT21/COBBAT22)
       01  TAX-DECLARATION-RECORD.
           10 WS-TSD-EMP-NO           PIC X(6).
           10 WS-TSD-TAX-YEAR         PIC 9(4).
           10 WS-TSD-CATEGORY         PIC X(4).
           10 WS-TSD-DECLARED-AMT     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TSD-PROOF-AMT        PIC S9(7)V9(2) USAGE COMP-3.
      *        ** N = NOT YET VERIFIED, Y = VERIFIED, R = REJECTED
           10 WS-TSD-VERIFIED         PIC X(1).
               88  WS-TSD-IS-VERIFIED     VALUE "Y".
               88  WS-TSD-IS-REJECTED     VALUE "R".
           10 WS-TSD-SUBMIT-DATE      PIC 9(6).
           10 WS-TSD-VERIFY-DATE      PIC 9(6).
           10 WS-TSD-VERIFY-OPID      PIC X(3).

      *    ** only the key and name matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(160).

      *    ** who/when/before/after capture for verification decisions
      *    ** - COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO79".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-TSD-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-TSD-FOUND                    VALUE "Y".

       01  WS-KEY-PROOF                    PIC S9(7)V9(2) COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - a declaration carries pay
      *    ** figures, so a masked credential is refused along with a
      *    ** denied one
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO79".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO79".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the verification stamps, same manually-
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO79".
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

           COPY TSDM.

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

      *    **  the declaration carries pay figures - check this
      *    **  operator before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED OR WS-SEC-MASKED THEN
               MOVE "NOT AUTHORIZED FOR TAX DECLARATIONS" TO TSDMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  TSDMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  TSDMEMPL.

           GO TO 300-SEND-TSDMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE EMPLOYEE AND THE KEYED
      * DECLARATION ARE SHOWN; PF10 VERIFIES IT, PF11 REJECTS IT.
      *-----------------------------------------------------------------
       200-RECEIVE-TSDMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("TSDM")
               INTO(TSDMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  TSDMEMPI NOT > SPACES
           OR  TSDMYRI IS NOT NUMERIC
           OR  TSDMCATI NOT > SPACES THEN
               MOVE -1        TO  TSDMEMPL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-TSDMAP
           END-IF.

           MOVE SPACES        TO  EMPLOYEE-MASTER-RECORD.
           MOVE TSDMEMPI      TO  WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE SPACES    TO  TSDMENMO
               MOVE -1        TO  TSDMEMPL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 300-SEND-TSDMAP
           END-IF.
           MOVE DATA-OUT      TO  EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-NAME   TO  TSDMENMO.

           PERFORM 450-READ-DECLARATION.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-VERIFY THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-VERIFY-DECLARATION THRU 600-EXIT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-REJECT-DECLARATION THRU 700-EXIT
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-DECLARATION
           END-IF.

           MOVE DFHBMFSE        TO  TSDMPRFA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-TSDMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO TSDMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("TSDM")
               FROM(TSDMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-TSDMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED DECLARATION - RESP-CODE = 0 MEANS THE
      * EMPLOYEE DECLARED NOTHING UNDER THAT CATEGORY FOR THE YEAR.
      *-----------------------------------------------------------------
       450-READ-DECLARATION.

           MOVE SPACES          TO TAX-DECLARATION-RECORD.
           MOVE TSDMEMPI        TO WS-TSD-EMP-NO.
           MOVE TSDMYRI         TO WS-TSD-TAX-YEAR.
           MOVE TSDMCATI        TO WS-TSD-CATEGORY.

           MOVE 1 TO CMD-CODE.
           MOVE TAX-DECLARATION-RECORD TO DATA-IN.
           CALL "APITPTSD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO TAX-DECLARATION-RECORD
               SET WS-TSD-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-TSD-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE DECLARATION ON FILE, IF ANY, WITH ITS
      * PROOF AMOUNT, DECISION AND WHO MADE IT.
      *-----------------------------------------------------------------
       460-SHOW-DECLARATION.

           IF  WS-TSD-FOUND THEN
               MOVE WS-TSD-DECLARED-AMT     TO TSDMDCLO
               MOVE WS-TSD-PROOF-AMT        TO TSDMPRFO
               MOVE WS-TSD-VERIFIED         TO TSDMVERO
               MOVE WS-TSD-SUBMIT-DATE      TO TSDMSBDO
               MOVE WS-TSD-VERIFY-DATE      TO TSDMVFDO
               MOVE WS-TSD-VERIFY-OPID      TO TSDMVOPO
               IF  EIBAID NOT = DFHPF10
               AND EIBAID NOT = DFHPF11
                   MOVE 8                   TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE SPACES                  TO TSDMDCLO
                                               TSDMPRFO
                                               TSDMVERO
                                               TSDMSBDO
                                               TSDMVFDO
                                               TSDMVOPO
               MOVE 9                       TO WORK-MSG-CODE
           END-IF.
           MOVE -1                          TO TSDMPRFL.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A VERIFICATION - A DECLARATION ON FILE NOT
      * ALREADY VERIFIED, AND A PROOF AMOUNT FROM THE DOCUMENTS. A
      * REJECTED ONE MAY STILL BE VERIFIED WHEN THE PROOF TURNS UP.
      *-----------------------------------------------------------------
       500-VALIDATE-VERIFY.

           IF  NOT WS-TSD-FOUND THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TSDMCATL
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-TSD-IS-VERIFIED THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TSDMCATL
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  TSDMPRFI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  TSDMPRFA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TSDMPRFL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE TSDMPRFI      TO  WS-KEY-PROOF.
           IF  WS-KEY-PROOF NOT > ZERO THEN
               MOVE DFHBMASB  TO  TSDMPRFA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  TSDMPRFL
               MOVE 11        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA VERIFIES THE DECLARATION AT THE PROOF AMOUNT KEYED -
      * PAYROLL ALLOWS THE LOWER OF PROOF AND DECLARED AMOUNT.
      *-----------------------------------------------------------------
       600-VERIFY-DECLARATION.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE TAX-DECLARATION-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-KEY-PROOF      TO WS-TSD-PROOF-AMT.
           MOVE "Y"               TO WS-TSD-VERIFIED.
           MOVE WS-STAMP-YYMMDD   TO WS-TSD-VERIFY-DATE.
           MOVE EIBOPID           TO WS-TSD-VERIFY-OPID.

           MOVE 3 TO CMD-CODE.
           MOVE TAX-DECLARATION-RECORD TO DATA-IN.
           CALL "APITPTSD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 650-AUDIT-DECLARATION.

           MOVE 12 TO WORK-MSG-CODE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PUTS THE DECLARATION'S AFTER IMAGE ON THE HR AUDIT
      * TRAIL.
      *-----------------------------------------------------------------
       650-AUDIT-DECLARATION.

           MOVE EIBOPID                TO WS-AUD-OPERATOR.
           MOVE "TAXDECL "             TO WS-AUD-FILE.
           MOVE SPACES                 TO WS-AUD-KEY.
           STRING WS-TSD-EMP-NO WS-TSD-TAX-YEAR
                  DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE TAX-DECLARATION-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA REJECTS A DECLARATION STILL AWAITING PROOF - IT
      * STOPS COUNTING TOWARD THE EXEMPTION FROM THE NEXT PAYROLL RUN.
      * THE EMPLOYEE MAY DECLARE IT AGAIN THROUGH THE PORTAL.
      *-----------------------------------------------------------------
       700-REJECT-DECLARATION.

           IF  NOT WS-TSD-FOUND
           OR  WS-TSD-IS-VERIFIED
           OR  WS-TSD-IS-REJECTED THEN
               MOVE 13 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE TAX-DECLARATION-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "R"             TO WS-TSD-VERIFIED.
           MOVE WS-STAMP-YYMMDD TO WS-TSD-VERIFY-DATE.
           MOVE EIBOPID         TO WS-TSD-VERIFY-OPID.
           MOVE 3 TO CMD-CODE.
           MOVE TAX-DECLARATION-RECORD TO DATA-IN.
           CALL "APITPTSD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           PERFORM 650-AUDIT-DECLARATION.

           MOVE 14 TO WORK-MSG-CODE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * VERIFICATION STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO TSDMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO TSDMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO TSDMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO TSDMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(TSDMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

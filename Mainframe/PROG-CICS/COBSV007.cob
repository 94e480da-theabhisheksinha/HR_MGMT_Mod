      *-----------------------------------------------------------------
      *    COBSV007 - EXPENSE CLAIM SERVICE FOR THE EMPLOYEE PORTAL.
      *               SIBLING OF COBSV005 (SAME COMMAREA AND CODED
      *               RESP-CODE CONVENTIONS). FUNCTION S TAKES A WHOLE
      *               CLAIM IN ONE CALL - UP TO TEN EXPENSE LINES OF
      *               CATEGORY, AMOUNT, DATE, RECEIPT REFERENCE AND
      *               OPTIONAL WS-PROJ-NO - CHECKS EVERY LINE THROUGH
      *               COBEXPCK (GRADE LIMITS AND PROJECT MASTER, THE
      *               SAME RULES AS THE COBCIO77 SCREEN) BEFORE ANY OF
      *               IT IS FILED, THEN FILES THE HEADER AND LINES ON
      *               APITPEXC/APITPEXL ALREADY SUBMITTED TO THE
      *               APPROVING MANAGER ON THE CLAIMANT'S REPORTING
      *               LINE (APITPRLN). THE CLAIM NUMBER COMES BACK FOR
      *               THE EMPLOYEE'S REFERENCE. FUNCTION I RETURNS A
      *               CLAIM'S STATUS AND TOTAL. THE MANAGER DECIDES
      *               ON COBCIO77 AS FOR A CLAIM KEYED THERE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSV007.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBSV007".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

       01 DFHCOMMAREA.
           03 ESV-RETURN-FLAG               PIC X(1).
      *    ** same coded response values as COBSV001/COBSV002
           03 ESV-RESP-CODE                 PIC 9(2).
               88 ESV-RESP-SUCCESS              VALUE 00.
               88 ESV-RESP-NOT-FOUND            VALUE 04.
               88 ESV-RESP-INVALID-INPUT         VALUE 08.
               88 ESV-RESP-SYSTEM-ERROR          VALUE 12.
           03 ESV-RETURN-MSG                PIC X(70).
      *        ** S = SUBMIT A CLAIM, I = CLAIM STATUS INQUIRY
           03 ESV-FUNCTION                  PIC X(1).
               88 ESV-FUNC-SUBMIT               VALUE "S".
               88 ESV-FUNC-INQUIRY              VALUE "I".
      *        ** the portal session's id, stamped as the maker
           03 ESV-OPERATOR                  PIC X(3).
           03 ESV-EMP-NO                    PIC X(6).
      *        ** returned on a submit, keyed on an inquiry
           03 ESV-CLAIM-NO                  PIC X(6).
      *        ** outputs
           03 ESV-STATUS                    PIC X(1).
           03 ESV-TOTAL                     PIC 9(7)V9(2).
      *        ** the line a submit was refused on, zero if none
           03 ESV-ERROR-LINE                PIC 9(2).
           03 ESV-LINE-COUNT                PIC 9(2).
           03 ESV-LINE OCCURS 10 TIMES.
      *            ** TR TRAVEL, LD LODGING, ML MEALS, OT OTHER
               05 ESV-CATEGORY              PIC X(2).
               05 ESV-AMOUNT                PIC 9(7)V9(2).
               05 ESV-EXP-DATE              PIC 9(6).
               05 ESV-RECEIPT-REF           PIC X(12).
               05 ESV-PROJ-NO               PIC X(6).

      *    ** same claim header shape COBCIO77 keeps on APITPEXC
       01  EXPENSE-CLAIM-RECORD.
           10 WS-EXC-CLAIM-NO         PIC X(6).
           10 WS-EXC-EMP-NO           PIC X(6).
           10 WS-EXC-DEPT-CODE        PIC X(4).
           10 WS-EXC-CLAIM-DATE       PIC 9(6).
           10 WS-EXC-LINE-COUNT       PIC 9(2).
           10 WS-EXC-TOTAL            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXC-STATUS           PIC X(1).
           10 WS-EXC-MAKER-OPID       PIC X(3).
           10 WS-EXC-APPR-OPID        PIC X(3).
           10 WS-EXC-DECISION-DATE    PIC 9(6).
           10 WS-EXC-PAID-YEARMONTH   PIC X(6).

      *    ** same line shape COBCIO77 keeps on APITPEXL
       01  EXPENSE-LINE-RECORD.
           10 WS-EXN-CLAIM-NO         PIC X(6).
           10 WS-EXN-LINE-NO          PIC 9(2).
           10 WS-EXN-CATEGORY         PIC X(2).
           10 WS-EXN-EXP-DATE         PIC 9(6).
           10 WS-EXN-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXN-RECEIPT-REF      PIC X(12).
           10 WS-EXN-PROJ-NO          PIC X(6).

      *    ** only the key and department matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  FILLER                      PIC X(190).

       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** the shared line policy check - same call COBCIO77 makes
       01  EXP-CHECK-RECORD.
           03  WS-EXK-EMP-NO               PIC X(6).
           03  WS-EXK-CATEGORY             PIC X(2).
           03  WS-EXK-AMOUNT               PIC S9(7)V9(2) COMP-3.
           03  WS-EXK-PROJ-NO              PIC X(6).
           03  WS-EXK-RESULT               PIC X(1).
           03  WS-EXK-LIMIT                PIC S9(7)V9(2) COMP-3.

       01  EMPNO-ALLOC-RECORD.
           03  WS-EN-RANGE-NAME            PIC X(8) VALUE "EXPCLAIM".
           03  WS-EN-ALLOCATED-ID          PIC X(6).
           03  WS-EN-STATUS                PIC X(1).

      *    ** who/when/before/after capture for the filed claim -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBSV007".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "EXPCLAIM".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  WS-LINE-SUB                      PIC S9(4) COMP.
       01  WS-SUM-SUB                       PIC S9(4) COMP.
       01  WS-CATEGORY-TOTAL                PIC S9(7)V9(2) COMP-3.
       01  WS-CLAIM-TOTAL                   PIC S9(7)V9(2) COMP-3.
       01  WS-EXP-DATE                      PIC 9(6).
       01  WS-EXP-DATE-R REDEFINES WS-EXP-DATE.
           03  WS-EXP-YY                    PIC 99.
           03  WS-EXP-MM                    PIC 99.
           03  WS-EXP-DD                    PIC 99.

       01  WS-STAMP-ABSTIME                 PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                  PIC 9(6).

       01  CMD-CODE                         PIC 99.
       01  RESP-CODE                        PIC 99.
       01  DATA-IN                          PIC X(200).
       01  DATA-OUT                         PIC X(200).

      *    ** RESP code for the WRITEQ TD calls below, same convention
      *    ** as COBSV001/COBSV002
       01  RESP                             PIC S9(4) COMP.

      *    ** message text behind each coded RESP-CODE, same idea as
      *    ** COBSV002's WS-RESP-MSG-xxxx group
       01  WS-RESP-MSG-NOTFOUND.
           03  FILLER  PIC X(70) VALUE
               "N-NO SUCH EMPLOYEE OR CLAIM ON FILE".
       01  WS-RESP-MSG-INVALID.
           03  FILLER  PIC X(70) VALUE
               "I-EMP NO, FUNCTION CODE, OR LINE COUNT INVALID".
       01  WS-RESP-MSG-BADLINE.
           03  FILLER  PIC X(70) VALUE
               "I-LINE AMOUNT, DATE OR RECEIPT REFERENCE INVALID".
       01  WS-RESP-MSG-CATEGORY.
           03  FILLER  PIC X(70) VALUE
               "I-EXPENSE CATEGORY MUST BE TR, LD, ML OR OT".
       01  WS-RESP-MSG-PROJECT.
           03  FILLER  PIC X(70) VALUE
               "I-PROJECT NOT ON FILE OR CLOSED".
       01  WS-RESP-MSG-LIMIT.
           03  FILLER  PIC X(70) VALUE
               "I-CATEGORY TOTAL EXCEEDS THE LIMIT FOR YOUR GRADE".
       01  WS-RESP-MSG-NOMGR.
           03  FILLER  PIC X(70) VALUE
               "I-NO APPROVING MANAGER ON YOUR REPORTING LINE".
       01  WS-RESP-MSG-SYSERR.
           03  FILLER  PIC X(70) VALUE
               "S-TRANSACTION ABNORMALLY TERMINATED".

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           EXEC CICS IGNORE CONDITION LENGERR END-EXEC.
           EXEC CICS HANDLE CONDITION ERROR(900-ERRORS) END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           PERFORM 100-VALIDATE-REQUEST
              THRU 100-EXIT.

       000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 100-VALIDATE-REQUEST - SAME EMP-ID EDIT COBSV001 APPLIES, PLUS
      *    THE FUNCTION CODE AND, ON A SUBMIT, ONE TO TEN LINES.
      *-----------------------------------------------------------------
       100-VALIDATE-REQUEST.

           MOVE ZERO TO ESV-ERROR-LINE.

           IF  ESV-EMP-NO = SPACES
           OR  ESV-EMP-NO IS NOT NUMERIC
           OR  (NOT ESV-FUNC-SUBMIT AND NOT ESV-FUNC-INQUIRY)
           OR  (ESV-FUNC-SUBMIT AND ESV-LINE-COUNT IS NOT NUMERIC)
           OR  (ESV-FUNC-SUBMIT AND
                (ESV-LINE-COUNT < 1 OR ESV-LINE-COUNT > 10))
               MOVE "N"                  TO ESV-RETURN-FLAG
               MOVE 08                   TO ESV-RESP-CODE
               MOVE WS-RESP-MSG-INVALID  TO ESV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 100-EXIT
           END-IF.

           IF  ESV-FUNC-SUBMIT THEN
               PERFORM 200-SUBMIT-CLAIM
                  THRU 200-EXIT
           ELSE
               PERFORM 400-CLAIM-INQUIRY
                  THRU 400-EXIT
           END-IF.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-SUBMIT-CLAIM - THE CLAIMANT MUST EXIST AND HAVE A MANAGER
      *    TO ROUTE TO, AND EVERY LINE MUST PASS BEFORE ANYTHING IS
      *    FILED - A PORTAL CLAIM IS ALL OR NOTHING.
      *-----------------------------------------------------------------
       200-SUBMIT-CLAIM.

           MOVE SPACES     TO EMPLOYEE-MASTER-RECORD.
           MOVE ESV-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                  TO ESV-RETURN-FLAG
               MOVE 04                   TO ESV-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO ESV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.

           MOVE SPACES     TO REPORTING-LINE-RECORD.
           MOVE ESV-EMP-NO TO WS-RPT-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO REPORTING-LINE-RECORD
           ELSE
               MOVE SPACES   TO WS-RPT-MGR-OPID
           END-IF.
           IF  WS-RPT-MGR-OPID NOT > SPACES
               MOVE "N"                  TO ESV-RETURN-FLAG
               MOVE 08                   TO ESV-RESP-CODE
               MOVE WS-RESP-MSG-NOMGR    TO ESV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-STAMP-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
                     YYMMDD(WS-STAMP-YYMMDD)
                     END-EXEC.

           MOVE ZERO TO WS-CLAIM-TOTAL.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > ESV-LINE-COUNT
                   OR    ESV-ERROR-LINE NOT = ZERO
               PERFORM 250-CHECK-ONE-LINE
                  THRU 250-EXIT
           END-PERFORM.
           IF  ESV-ERROR-LINE NOT = ZERO
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.

           PERFORM 300-FILE-CLAIM
              THRU 300-EXIT.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-CHECK-ONE-LINE - AMOUNT, DATE AND RECEIPT EDITS, THEN
      *    COBEXPCK ON THE CATEGORY'S TOTAL ACROSS THE CLAIM'S LINES
      *    SO FAR. A FAILING LINE IS NAMED IN ESV-ERROR-LINE.
      *-----------------------------------------------------------------
       250-CHECK-ONE-LINE.

           MOVE ESV-EXP-DATE (WS-LINE-SUB) TO WS-EXP-DATE.
           IF  ESV-AMOUNT (WS-LINE-SUB) IS NOT NUMERIC
           OR  ESV-AMOUNT (WS-LINE-SUB) = ZERO
           OR  ESV-EXP-DATE (WS-LINE-SUB) IS NOT NUMERIC
           OR  WS-EXP-MM < 1 OR WS-EXP-MM > 12
           OR  WS-EXP-DD < 1 OR WS-EXP-DD > 31
           OR  WS-EXP-DATE > WS-STAMP-YYMMDD
           OR  ESV-RECEIPT-REF (WS-LINE-SUB) = SPACES
               MOVE WS-LINE-SUB          TO ESV-ERROR-LINE
               MOVE "N"                  TO ESV-RETURN-FLAG
               MOVE 08                   TO ESV-RESP-CODE
               MOVE WS-RESP-MSG-BADLINE  TO ESV-RETURN-MSG
               GO TO 250-EXIT
           END-IF.
           ADD ESV-AMOUNT (WS-LINE-SUB) TO WS-CLAIM-TOTAL.

           MOVE ZERO TO WS-CATEGORY-TOTAL.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-LINE-SUB
               IF  ESV-CATEGORY (WS-SUM-SUB)
                       = ESV-CATEGORY (WS-LINE-SUB)
                   ADD ESV-AMOUNT (WS-SUM-SUB) TO WS-CATEGORY-TOTAL
               END-IF
           END-PERFORM.

           MOVE ESV-EMP-NO                  TO WS-EXK-EMP-NO.
           MOVE ESV-CATEGORY (WS-LINE-SUB)  TO WS-EXK-CATEGORY.
           MOVE WS-CATEGORY-TOTAL           TO WS-EXK-AMOUNT.
           MOVE ESV-PROJ-NO (WS-LINE-SUB)   TO WS-EXK-PROJ-NO.
           CALL "COBEXPCK" USING EXP-CHECK-RECORD.
           IF  WS-EXK-RESULT = SPACE
               GO TO 250-EXIT
           END-IF.

           MOVE WS-LINE-SUB TO ESV-ERROR-LINE.
           MOVE "N"         TO ESV-RETURN-FLAG.
           EVALUATE WS-EXK-RESULT
               WHEN "C"
                   MOVE 08                   TO ESV-RESP-CODE
                   MOVE WS-RESP-MSG-CATEGORY TO ESV-RETURN-MSG
               WHEN "P"
                   MOVE 08                   TO ESV-RESP-CODE
                   MOVE WS-RESP-MSG-PROJECT  TO ESV-RETURN-MSG
               WHEN "L"
                   MOVE 08                   TO ESV-RESP-CODE
                   MOVE WS-RESP-MSG-LIMIT    TO ESV-RETURN-MSG
               WHEN OTHER
                   MOVE 04                   TO ESV-RESP-CODE
                   MOVE WS-RESP-MSG-NOTFOUND TO ESV-RETURN-MSG
           END-EVALUATE.

       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-FILE-CLAIM - NUMBER THE CLAIM, FILE THE HEADER ALREADY
      *    SUBMITTED TO THE MANAGER, THEN THE LINES.
      *-----------------------------------------------------------------
       300-FILE-CLAIM.

           CALL "COBEMPNO" USING EMPNO-ALLOC-RECORD.
           IF  WS-EN-STATUS NOT = "Y"
               MOVE "N"                 TO ESV-RETURN-FLAG
               MOVE 12                  TO ESV-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR  TO ESV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 300-EXIT
           END-IF.

           MOVE SPACES              TO EXPENSE-CLAIM-RECORD.
           MOVE WS-EN-ALLOCATED-ID  TO WS-EXC-CLAIM-NO.
           MOVE ESV-EMP-NO          TO WS-EXC-EMP-NO.
           MOVE WS-EMP-DEPT-CODE    TO WS-EXC-DEPT-CODE.
           MOVE WS-STAMP-YYMMDD     TO WS-EXC-CLAIM-DATE.
           MOVE ESV-LINE-COUNT      TO WS-EXC-LINE-COUNT.
           MOVE WS-CLAIM-TOTAL      TO WS-EXC-TOTAL.
           MOVE "S"                 TO WS-EXC-STATUS.
           MOVE ESV-OPERATOR        TO WS-EXC-MAKER-OPID.
           MOVE WS-RPT-MGR-OPID     TO WS-EXC-APPR-OPID.
           MOVE ZERO                TO WS-EXC-DECISION-DATE.
           MOVE SPACES              TO WS-EXC-PAID-YEARMONTH.

           MOVE 2 TO CMD-CODE.
           MOVE EXPENSE-CLAIM-RECORD TO DATA-IN.
           CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                 TO ESV-RETURN-FLAG
               MOVE 12                  TO ESV-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR  TO ESV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 300-EXIT
           END-IF.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > ESV-LINE-COUNT
               MOVE SPACES                   TO EXPENSE-LINE-RECORD
               MOVE WS-EXC-CLAIM-NO          TO WS-EXN-CLAIM-NO
               MOVE WS-LINE-SUB              TO WS-EXN-LINE-NO
               MOVE ESV-CATEGORY (WS-LINE-SUB)
                                             TO WS-EXN-CATEGORY
               MOVE ESV-EXP-DATE (WS-LINE-SUB)
                                             TO WS-EXN-EXP-DATE
               MOVE ESV-AMOUNT (WS-LINE-SUB) TO WS-EXN-AMOUNT
               MOVE ESV-RECEIPT-REF (WS-LINE-SUB)
                                             TO WS-EXN-RECEIPT-REF
               MOVE ESV-PROJ-NO (WS-LINE-SUB)
                                             TO WS-EXN-PROJ-NO
               MOVE 2 TO CMD-CODE
               MOVE EXPENSE-LINE-RECORD TO DATA-IN
               CALL "APITPEXL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
           END-PERFORM.

           MOVE SPACES               TO WS-AUD-BEFORE-IMAGE.
           MOVE ESV-OPERATOR         TO WS-AUD-OPERATOR.
           MOVE WS-EXC-CLAIM-NO      TO WS-AUD-KEY.
           MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE WS-EXC-CLAIM-NO TO ESV-CLAIM-NO.
           MOVE WS-EXC-STATUS   TO ESV-STATUS.
           MOVE WS-EXC-TOTAL    TO ESV-TOTAL.
           MOVE "Y"             TO ESV-RETURN-FLAG.
           MOVE 00              TO ESV-RESP-CODE.
           MOVE SPACES          TO ESV-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-CLAIM-INQUIRY - THE CLAIM'S STATUS AND TOTAL. A CLAIM
      *    BELONGING TO SOMEONE ELSE IS NOT FOUND AS FAR AS THE CALLER
      *    IS CONCERNED.
      *-----------------------------------------------------------------
       400-CLAIM-INQUIRY.

           MOVE SPACES       TO EXPENSE-CLAIM-RECORD.
           MOVE ESV-CLAIM-NO TO WS-EXC-CLAIM-NO.
           MOVE 1 TO CMD-CODE.
           MOVE EXPENSE-CLAIM-RECORD TO DATA-IN.
           CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO EXPENSE-CLAIM-RECORD
           END-IF.
           IF  RESP-CODE = 0 OR WS-EXC-EMP-NO NOT = ESV-EMP-NO
               MOVE "N"                  TO ESV-RETURN-FLAG
               MOVE 04                   TO ESV-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO ESV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 400-EXIT
           END-IF.

           MOVE WS-EXC-STATUS     TO ESV-STATUS.
           MOVE WS-EXC-TOTAL      TO ESV-TOTAL.
           MOVE WS-EXC-LINE-COUNT TO ESV-LINE-COUNT.
           MOVE "Y"               TO ESV-RETURN-FLAG.
           MOVE 00                TO ESV-RESP-CODE.
           MOVE SPACES            TO ESV-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-RETURN-RESULT - SAME CSMT AUDIT WRITEQ AND RETURN IDIOM AS
      * COBSV001/COBSV002.
      *-----------------------------------------------------------------
       700-RETURN-RESULT.

           EXEC CICS WRITEQ TD
                     QUEUE("CSMT")
                     FROM(DFHCOMMAREA)
                     LENGTH(LENGTH OF DFHCOMMAREA)
                     RESP(RESP)
                     END-EXEC.

      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS RETURN
                     END-EXEC.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-ERRORS - UNEXPECTED CICS CONDITION.
      *-----------------------------------------------------------------
       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "N"                 TO ESV-RETURN-FLAG.
           MOVE 12                  TO ESV-RESP-CODE.
           MOVE WS-RESP-MSG-SYSERR  TO ESV-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       900-EXIT.
           EXIT.

      *END PROGRAM CAST.

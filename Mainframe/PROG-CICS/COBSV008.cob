      *-----------------------------------------------------------------
      *    COBSV008 - TAX-SAVING DECLARATION SERVICE FOR THE EMPLOYEE
      *               PORTAL. SIBLING OF COBSV007 (SAME COMMAREA AND
      *               CODED RESP-CODE CONVENTIONS). EMPLOYEES WITH
      *               TAX-SAVING INVESTMENTS WERE OVER-WITHHELD ALL
      *               YEAR AND CLAIMED IT BACK LATER. FUNCTION D FILES
      *               THE EMPLOYEE'S DECLARATIONS FOR A TAX YEAR (THIS
      *               YEAR OR NEXT) - UP TO EIGHT LINES OF CATEGORY
      *               (LIFE INSURANCE, PENSION, HOUSING LOAN INTEREST,
      *               MEDICAL INSURANCE, TUITION, RENT), DECLARED
      *               AMOUNT AND ANY PROOF AMOUNT ALREADY IN HAND - ONE
      *               ROW PER CATEGORY ON THE NEW APITPTSD GATEWAY.
      *               EVERY LINE IS CHECKED BEFORE ANY IS FILED; A
      *               CATEGORY PAYROLL HAS ALREADY VERIFIED CANNOT BE
      *               CHANGED FROM HERE, AND A REJECTED ONE FILED AGAIN
      *               GOES BACK FOR VERIFICATION. FUNCTION I RETURNS
      *               THE YEAR'S DECLARATIONS WITH THEIR VERIFIED
      *               FLAGS. PAYROLL VERIFIES THE PROOFS ON COBCIO79;
      *               COBBAT21 WITHHOLDS AFTER THE DECLARED AMOUNTS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSV008.
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBSV008".
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
           03 TSV-RETURN-FLAG               PIC X(1).
      *    ** same coded response values as COBSV001/COBSV002
           03 TSV-RESP-CODE                 PIC 9(2).
               88 TSV-RESP-SUCCESS              VALUE 00.
               88 TSV-RESP-NOT-FOUND            VALUE 04.
               88 TSV-RESP-INVALID-INPUT         VALUE 08.
               88 TSV-RESP-SYSTEM-ERROR          VALUE 12.
           03 TSV-RETURN-MSG                PIC X(70).
      *        ** D = FILE DECLARATIONS, I = INQUIRY
           03 TSV-FUNCTION                  PIC X(1).
               88 TSV-FUNC-DECLARE              VALUE "D".
               88 TSV-FUNC-INQUIRY              VALUE "I".
      *        ** the portal session's id, stamped on the audit row
           03 TSV-OPERATOR                  PIC X(3).
           03 TSV-EMP-NO                    PIC X(6).
           03 TSV-TAX-YEAR                  PIC 9(4).
      *        ** the line a declaration was refused on, zero if none
           03 TSV-ERROR-LINE                PIC 9(2).
           03 TSV-LINE-COUNT                PIC 9(2).
      *        ** output - the year's declared total
           03 TSV-TOTAL-DECLARED            PIC 9(9)V9(2).
           03 TSV-LINE OCCURS 8 TIMES.
      *            ** LIFE, PENS, HOUS, MEDI, EDUC, RENT
               05 TSV-CATEGORY              PIC X(4).
               05 TSV-DECLARED-AMT          PIC 9(7)V9(2).
               05 TSV-PROOF-AMT             PIC 9(7)V9(2).
      *            ** output - N, Y VERIFIED, R REJECTED
               05 TSV-VERIFIED              PIC X(1).

      *    ** one declaration per employee, tax year and category on
      *    ** the new APITPTSD gateway - CMD-CODE 1 READ BY EMP-NO +
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
           10 WS-TSD-SUBMIT-DATE      PIC 9(6).
           10 WS-TSD-VERIFY-DATE      PIC 9(6).
           10 WS-TSD-VERIFY-OPID      PIC X(3).

      *    ** only the key and termination date matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  FILLER                      PIC X(134).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).

      *    ** who/when/before/after capture for every filed line -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBSV008".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "TAXDECL ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** the tax-saving categories the authority recognises
       01  WS-CATEGORY-CHECK                PIC X(4).
           88  WS-CATEGORY-VALID                VALUE "LIFE" "PENS"
                                                      "HOUS" "MEDI"
                                                      "EDUC" "RENT".

       01  WS-LINE-SUB                      PIC S9(4) COMP.
       01  WS-DUP-SUB                       PIC S9(4) COMP.
       01  WS-TOTAL-DECLARED                PIC S9(9)V9(2) COMP-3.
       01  WS-TSD-FOUND-SWITCH              PIC X.
           88  WS-TSD-FOUND                     VALUE "Y".
       01  WS-TSD-CURSOR-SWITCH             PIC X.
           88  WS-TSD-CURSOR-DONE               VALUE "Y".

       01  WS-STAMP-ABSTIME                 PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                  PIC 9(6).
       01  WS-STAMP-YYYYMMDD                PIC 9(8).
       01  WS-STAMP-YYYYMMDD-R REDEFINES WS-STAMP-YYYYMMDD.
           03  WS-STAMP-YYYY                PIC 9(4).
           03  FILLER                       PIC 9(4).
       01  WS-NEXT-YEAR                     PIC 9(4).

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
               "N-NO SUCH EMPLOYEE, OR NO DECLARATIONS FOR THE YEAR".
       01  WS-RESP-MSG-INVALID.
           03  FILLER  PIC X(70) VALUE
               "I-EMP NO, FUNCTION, TAX YEAR OR LINE COUNT INVALID".
       01  WS-RESP-MSG-CATEGORY.
           03  FILLER  PIC X(70) VALUE
               "I-CATEGORY MUST BE LIFE PENS HOUS MEDI EDUC OR RENT".
       01  WS-RESP-MSG-BADLINE.
           03  FILLER  PIC X(70) VALUE
               "I-DECLARED OR PROOF AMOUNT INVALID, OR CATEGORY TWICE".
       01  WS-RESP-MSG-VERIFIED.
           03  FILLER  PIC X(70) VALUE
               "I-CATEGORY ALREADY VERIFIED - SEE PAYROLL TO CHANGE".
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
      *    THE FUNCTION CODE, A NUMERIC TAX YEAR AND, ON A DECLARATION,
      *    ONE TO EIGHT LINES.
      *-----------------------------------------------------------------
       100-VALIDATE-REQUEST.

           MOVE ZERO TO TSV-ERROR-LINE.

           IF  TSV-EMP-NO = SPACES
           OR  TSV-EMP-NO IS NOT NUMERIC
           OR  TSV-TAX-YEAR IS NOT NUMERIC
           OR  (NOT TSV-FUNC-DECLARE AND NOT TSV-FUNC-INQUIRY)
           OR  (TSV-FUNC-DECLARE AND TSV-LINE-COUNT IS NOT NUMERIC)
           OR  (TSV-FUNC-DECLARE AND
                (TSV-LINE-COUNT < 1 OR TSV-LINE-COUNT > 8))
               MOVE "N"                  TO TSV-RETURN-FLAG
               MOVE 08                   TO TSV-RESP-CODE
               MOVE WS-RESP-MSG-INVALID  TO TSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 100-EXIT
           END-IF.

           IF  TSV-FUNC-DECLARE THEN
               PERFORM 200-FILE-DECLARATIONS
                  THRU 200-EXIT
           ELSE
               PERFORM 400-DECLARATION-INQUIRY
                  THRU 400-EXIT
           END-IF.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-FILE-DECLARATIONS - THE EMPLOYEE MUST BE ON THE BOOKS AND
      *    THE YEAR THIS ONE OR NEXT; EVERY LINE MUST PASS BEFORE ANY
      *    IS FILED - A PORTAL DECLARATION IS ALL OR NOTHING.
      *-----------------------------------------------------------------
       200-FILE-DECLARATIONS.

           MOVE SPACES     TO EMPLOYEE-MASTER-RECORD.
           MOVE TSV-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
           END-IF.
           IF  RESP-CODE = 0
           OR  (WS-EMP-DATE-TERMINATED IS NUMERIC
                AND WS-EMP-DATE-TERMINATED NOT = ZERO)
               MOVE "N"                  TO TSV-RETURN-FLAG
               MOVE 04                   TO TSV-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO TSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-STAMP-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
                     YYMMDD(WS-STAMP-YYMMDD)
                     YYYYMMDD(WS-STAMP-YYYYMMDD)
                     END-EXEC.
           COMPUTE WS-NEXT-YEAR = WS-STAMP-YYYY + 1.
           IF  TSV-TAX-YEAR NOT = WS-STAMP-YYYY
           AND TSV-TAX-YEAR NOT = WS-NEXT-YEAR
               MOVE "N"                  TO TSV-RETURN-FLAG
               MOVE 08                   TO TSV-RESP-CODE
               MOVE WS-RESP-MSG-INVALID  TO TSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > TSV-LINE-COUNT
                   OR    TSV-ERROR-LINE NOT = ZERO
               PERFORM 250-CHECK-ONE-LINE
                  THRU 250-EXIT
           END-PERFORM.
           IF  TSV-ERROR-LINE NOT = ZERO
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.

           MOVE ZERO TO WS-TOTAL-DECLARED.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > TSV-LINE-COUNT
               PERFORM 300-FILE-ONE-LINE
           END-PERFORM.

           MOVE WS-TOTAL-DECLARED TO TSV-TOTAL-DECLARED.
           MOVE "Y"               TO TSV-RETURN-FLAG.
           MOVE 00                TO TSV-RESP-CODE.
           MOVE SPACES            TO TSV-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-CHECK-ONE-LINE - A KNOWN CATEGORY, NOT REPEATED IN THE
      *    REQUEST, A DECLARED AMOUNT, A PROOF AMOUNT (ZERO WHEN NONE
      *    YET), AND NOT A CATEGORY PAYROLL HAS ALREADY VERIFIED. A
      *    FAILING LINE IS NAMED IN TSV-ERROR-LINE.
      *-----------------------------------------------------------------
       250-CHECK-ONE-LINE.

           MOVE TSV-CATEGORY (WS-LINE-SUB) TO WS-CATEGORY-CHECK.
           IF  NOT WS-CATEGORY-VALID
               MOVE WS-LINE-SUB          TO TSV-ERROR-LINE
               MOVE "N"                  TO TSV-RETURN-FLAG
               MOVE 08                   TO TSV-RESP-CODE
               MOVE WS-RESP-MSG-CATEGORY TO TSV-RETURN-MSG
               GO TO 250-EXIT
           END-IF.

           IF  TSV-DECLARED-AMT (WS-LINE-SUB) IS NOT NUMERIC
           OR  TSV-DECLARED-AMT (WS-LINE-SUB) = ZERO
           OR  TSV-PROOF-AMT (WS-LINE-SUB) IS NOT NUMERIC
               MOVE WS-LINE-SUB          TO TSV-ERROR-LINE
               MOVE "N"                  TO TSV-RETURN-FLAG
               MOVE 08                   TO TSV-RESP-CODE
               MOVE WS-RESP-MSG-BADLINE  TO TSV-RETURN-MSG
               GO TO 250-EXIT
           END-IF.

           PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
                   UNTIL WS-DUP-SUB NOT < WS-LINE-SUB
               IF  TSV-CATEGORY (WS-DUP-SUB)
                       = TSV-CATEGORY (WS-LINE-SUB)
                   MOVE WS-LINE-SUB          TO TSV-ERROR-LINE
                   MOVE "N"                  TO TSV-RETURN-FLAG
                   MOVE 08                   TO TSV-RESP-CODE
                   MOVE WS-RESP-MSG-BADLINE  TO TSV-RETURN-MSG
               END-IF
           END-PERFORM.
           IF  TSV-ERROR-LINE NOT = ZERO
               GO TO 250-EXIT
           END-IF.

           PERFORM 350-READ-DECLARATION.
           IF  WS-TSD-FOUND AND WS-TSD-IS-VERIFIED
               MOVE WS-LINE-SUB          TO TSV-ERROR-LINE
               MOVE "N"                  TO TSV-RETURN-FLAG
               MOVE 08                   TO TSV-RESP-CODE
               MOVE WS-RESP-MSG-VERIFIED TO TSV-RETURN-MSG
           END-IF.

       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-FILE-ONE-LINE - ADD THE CATEGORY'S ROW, OR REPLACE THE
      *    UNVERIFIED ONE ON FILE, AWAITING VERIFICATION EITHER WAY.
      *-----------------------------------------------------------------
       300-FILE-ONE-LINE.

           PERFORM 350-READ-DECLARATION.
           IF  WS-TSD-FOUND
               MOVE TAX-DECLARATION-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
               MOVE 2 TO CMD-CODE
           END-IF.

           MOVE TSV-DECLARED-AMT (WS-LINE-SUB)
                                     TO WS-TSD-DECLARED-AMT.
           MOVE TSV-PROOF-AMT (WS-LINE-SUB)
                                     TO WS-TSD-PROOF-AMT.
           MOVE "N"                  TO WS-TSD-VERIFIED.
           MOVE WS-STAMP-YYMMDD      TO WS-TSD-SUBMIT-DATE.
           MOVE ZERO                 TO WS-TSD-VERIFY-DATE.
           MOVE SPACES               TO WS-TSD-VERIFY-OPID.

           MOVE TAX-DECLARATION-RECORD TO DATA-IN.
           CALL "APITPTSD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 900-ERRORS
                  THRU 900-EXIT
           END-IF.

           ADD WS-TSD-DECLARED-AMT   TO WS-TOTAL-DECLARED.
           MOVE "N"                  TO TSV-VERIFIED (WS-LINE-SUB).

           MOVE TSV-OPERATOR           TO WS-AUD-OPERATOR.
           MOVE SPACES                 TO WS-AUD-KEY.
           STRING WS-TSD-EMP-NO WS-TSD-TAX-YEAR
                  DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE TAX-DECLARATION-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * 350-READ-DECLARATION - THE LINE'S CATEGORY ROW FOR THE YEAR,
      *    IF ANY, KEY LEFT IN PLACE FOR A FILING.
      *-----------------------------------------------------------------
       350-READ-DECLARATION.

           MOVE SPACES                     TO TAX-DECLARATION-RECORD.
           MOVE TSV-EMP-NO                 TO WS-TSD-EMP-NO.
           MOVE TSV-TAX-YEAR               TO WS-TSD-TAX-YEAR.
           MOVE TSV-CATEGORY (WS-LINE-SUB) TO WS-TSD-CATEGORY.
           MOVE 1 TO CMD-CODE.
           MOVE TAX-DECLARATION-RECORD TO DATA-IN.
           CALL "APITPTSD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO TAX-DECLARATION-RECORD
               SET WS-TSD-FOUND TO TRUE
           ELSE
               MOVE "N" TO WS-TSD-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * 400-DECLARATION-INQUIRY - THE YEAR'S DECLARATIONS OFF THE
      *    APITPTSD CMD-CODE 4 PER-EMPLOYEE CURSOR, UP TO EIGHT, WITH
      *    THEIR PROOF AMOUNTS AND VERIFIED FLAGS.
      *-----------------------------------------------------------------
       400-DECLARATION-INQUIRY.

           MOVE ZERO   TO TSV-LINE-COUNT.
           MOVE ZERO   TO WS-TOTAL-DECLARED.
           MOVE "N"    TO WS-TSD-CURSOR-SWITCH.
           MOVE SPACES TO TAX-DECLARATION-RECORD.
           MOVE TSV-EMP-NO TO WS-TSD-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-TSD-CURSOR-DONE
               MOVE TAX-DECLARATION-RECORD TO DATA-IN
               CALL "APITPTSD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-TSD-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TAX-DECLARATION-RECORD
                   IF  WS-TSD-TAX-YEAR = TSV-TAX-YEAR
                   AND TSV-LINE-COUNT < 8
                       ADD 1 TO TSV-LINE-COUNT
                       MOVE TSV-LINE-COUNT TO WS-LINE-SUB
                       MOVE WS-TSD-CATEGORY
                               TO TSV-CATEGORY (WS-LINE-SUB)
                       MOVE WS-TSD-DECLARED-AMT
                               TO TSV-DECLARED-AMT (WS-LINE-SUB)
                       MOVE WS-TSD-PROOF-AMT
                               TO TSV-PROOF-AMT (WS-LINE-SUB)
                       MOVE WS-TSD-VERIFIED
                               TO TSV-VERIFIED (WS-LINE-SUB)
                       ADD WS-TSD-DECLARED-AMT TO WS-TOTAL-DECLARED
                   END-IF
               END-IF
           END-PERFORM.

           IF  TSV-LINE-COUNT = ZERO
               MOVE "N"                  TO TSV-RETURN-FLAG
               MOVE 04                   TO TSV-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO TSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 400-EXIT
           END-IF.

           MOVE WS-TOTAL-DECLARED TO TSV-TOTAL-DECLARED.
           MOVE "Y"               TO TSV-RETURN-FLAG.
           MOVE 00                TO TSV-RESP-CODE.
           MOVE SPACES            TO TSV-RETURN-MSG.
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

           MOVE "N"                 TO TSV-RETURN-FLAG.
           MOVE 12                  TO TSV-RESP-CODE.
           MOVE WS-RESP-MSG-SYSERR  TO TSV-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       900-EXIT.
           EXIT.

      *END PROGRAM CAST.

      *-----------------------------------------------------------------
      *    COBSV009 - TOTAL REWARDS STATEMENT SERVICE FOR THE EMPLOYEE
      *               PORTAL. SIBLING OF COBSV003 - THE EXTERNAL J2EE
      *               APPLICATION PASSES AN EMP-NO, A STATEMENT YEAR
      *               AND THE CALLING OPERATOR CREDENTIAL OVER THE
      *               COMMAREA AND GETS BACK THE SAME FIGURES THE
      *               COBBATA2 YEAR-END RUN PRINTED FOR THAT EMPLOYEE -
      *               CASH PAY, THE EMPLOYER'S BENEFIT PREMIUMS AND
      *               FUND CONTRIBUTION, THE STAFF LOAN INTEREST
      *               SUBSIDY, TRAINING AND EQUIPMENT, AND THE TOTAL -
      *               OFF THE STATEMENT ROW THAT RUN FILED (APITPTRW
      *               CMD-CODE 1). THE CREDENTIAL IS CHECKED THROUGH
      *               COBSECCK EXACTLY AS COBSV003 DOES: D REFUSES (AND
      *               IS LOGGED), M RETURNS THE RECORD WITH EVERY AMOUNT
      *               MASKED TO ZERO AND THE MASKED FLAG UP. SAME CODED
      *               RESP-CODE CONVENTION AS COBSV001/COBSV002.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSV009.
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBSV009".
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
           03 PSV-RETURN-FLAG               PIC X(1).
      *    ** same coded response values as COBSV001/COBSV002
           03 PSV-RESP-CODE                 PIC 9(2).
               88 PSV-RESP-SUCCESS              VALUE 00.
               88 PSV-RESP-NOT-FOUND            VALUE 04.
               88 PSV-RESP-INVALID-INPUT         VALUE 08.
               88 PSV-RESP-SYSTEM-ERROR          VALUE 12.
           03 PSV-RETURN-MSG                PIC X(70).
      *        ** the calling credential - the same operator id the
      *        ** screens hand COBSECCK
           03 PSV-OPERATOR                  PIC X(3).
           03 PSV-EMP-NO                    PIC X(6).
           03 PSV-YEAR                      PIC X(4).
           03 PSV-DEPT-CODE                 PIC X(4).
      *        ** the year's statement
           03 PSV-CASH-PAY                  PIC S9(9)V9(2)
                                            SIGN LEADING SEPARATE.
           03 PSV-BENEFITS                  PIC S9(7)V9(2)
                                            SIGN LEADING SEPARATE.
           03 PSV-FUND                      PIC S9(7)V9(2)
                                            SIGN LEADING SEPARATE.
           03 PSV-LOAN-SUBSIDY              PIC S9(7)V9(2)
                                            SIGN LEADING SEPARATE.
           03 PSV-TRAINING                  PIC S9(7)V9(2)
                                            SIGN LEADING SEPARATE.
           03 PSV-HARDWARE                  PIC S9(7)V9(2)
                                            SIGN LEADING SEPARATE.
           03 PSV-TOTAL                     PIC S9(9)V9(2)
                                            SIGN LEADING SEPARATE.
      *        ** the date the year-end run produced the figures
           03 PSV-RUN-DATE                  PIC 9(6).
      *        ** Y when the credential came back masked and every
      *        ** amount above has been zeroed
           03 PSV-MASKED-FLAG               PIC X(1).

      *    ** the statement row the COBBATA2 year-end run files on
      *    ** APITPTRW - CMD-CODE 1 READ BY EMP+YEAR
       01  REWARDS-STATEMENT-RECORD.
           10 WS-TRW-EMP-NO           PIC X(6).
           10 WS-TRW-YEAR             PIC 9(4).
           10 WS-TRW-DEPT-CODE        PIC X(4).
           10 WS-TRW-CASH-PAY         PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-TRW-BENEFITS         PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TRW-FUND             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TRW-LOAN-SUBSIDY     PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TRW-TRAINING         PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TRW-HARDWARE         PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TRW-TOTAL            PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-TRW-RUN-DATE         PIC 9(6).

       01  CMD-CODE                         PIC 99.
       01  RESP-CODE                        PIC 99.
       01  DATA-IN                          PIC X(200).
       01  DATA-OUT                         PIC X(200).

      *    ** RESP code for the WRITEQ TD calls below, same convention
      *    ** as COBSV001/COBSV002
       01  RESP                             PIC S9(4) COMP.

      *    ** operator authorization for this salary-bearing service -
      *    ** checked through COBSECCK against the APITPSEC permission
      *    ** file before anything is read: A full access, M amounts
      *    ** masked, D refused (and logged)
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBSV009".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".

      *    ** message text behind each coded RESP-CODE, same idea as
      *    ** COBSV002's WS-RESP-MSG-xxxx group
       01  WS-RESP-MSG-NOTFOUND.
           03  FILLER  PIC X(70) VALUE
               "N-NO REWARDS STATEMENT FOR THAT EMPLOYEE/YEAR".
       01  WS-RESP-MSG-INVALID.
           03  FILLER  PIC X(70) VALUE
               "I-EMP NO OR YEAR INVALID".
       01  WS-RESP-MSG-DENIED.
           03  FILLER  PIC X(70) VALUE
               "I-CREDENTIAL NOT AUTHORIZED FOR SALARY DATA".
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
      * 100-VALIDATE-REQUEST - SAME EMP-ID EDIT COBSV003 APPLIES, PLUS
      *    THE COBSECCK CREDENTIAL CHECK BEFORE A SINGLE FIGURE IS
      *    READ.
      *-----------------------------------------------------------------
       100-VALIDATE-REQUEST.

           IF  PSV-EMP-NO = SPACES
           OR  PSV-EMP-NO IS NOT NUMERIC
           OR  PSV-YEAR IS NOT NUMERIC
               MOVE "N"                  TO PSV-RETURN-FLAG
               MOVE 08                   TO PSV-RESP-CODE
               MOVE WS-RESP-MSG-INVALID  TO PSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 100-EXIT
           END-IF.

           MOVE PSV-OPERATOR TO WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "N"                  TO PSV-RETURN-FLAG
               MOVE 08                   TO PSV-RESP-CODE
               MOVE WS-RESP-MSG-DENIED   TO PSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 100-EXIT
           END-IF.

           PERFORM 200-READ-STATEMENT
              THRU 200-EXIT.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-READ-STATEMENT - THE APITPTRW CMD-CODE 1 READ. NO ROW FOR
      *    THE YEAR (THE YEAR-END RUN HAS NOT RUN, OR THE EMPLOYEE WAS
      *    NOT PAID IN IT) IS A CODED NOT-FOUND.
      *-----------------------------------------------------------------
       200-READ-STATEMENT.

           MOVE SPACES     TO  REWARDS-STATEMENT-RECORD.
           MOVE PSV-EMP-NO TO  WS-TRW-EMP-NO.
           MOVE PSV-YEAR   TO  WS-TRW-YEAR.

           MOVE 1 TO CMD-CODE.
           MOVE REWARDS-STATEMENT-RECORD TO DATA-IN.
           CALL "APITPTRW" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                  TO PSV-RETURN-FLAG
               MOVE 04                   TO PSV-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO PSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
           ELSE
               MOVE DATA-OUT TO REWARDS-STATEMENT-RECORD
               PERFORM 400-RETURN-STATEMENT
                  THRU 400-EXIT
           END-IF.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-RETURN-STATEMENT - FILL THE COMMAREA. A MASKED CREDENTIAL
      *    GETS THE RECORD SHAPE WITH EVERY AMOUNT ZEROED AND THE
      *    MASKED FLAG UP, SAME OUTCOME AS COBSV003.
      *-----------------------------------------------------------------
       400-RETURN-STATEMENT.

           MOVE WS-TRW-DEPT-CODE TO PSV-DEPT-CODE.
           MOVE WS-TRW-RUN-DATE  TO PSV-RUN-DATE.

           IF  WS-SEC-MASKED THEN
               MOVE ZERO TO PSV-CASH-PAY
                            PSV-BENEFITS
                            PSV-FUND
                            PSV-LOAN-SUBSIDY
                            PSV-TRAINING
                            PSV-HARDWARE
                            PSV-TOTAL
               MOVE "Y"    TO PSV-MASKED-FLAG
           ELSE
               MOVE WS-TRW-CASH-PAY     TO PSV-CASH-PAY
               MOVE WS-TRW-BENEFITS     TO PSV-BENEFITS
               MOVE WS-TRW-FUND         TO PSV-FUND
               MOVE WS-TRW-LOAN-SUBSIDY TO PSV-LOAN-SUBSIDY
               MOVE WS-TRW-TRAINING     TO PSV-TRAINING
               MOVE WS-TRW-HARDWARE     TO PSV-HARDWARE
               MOVE WS-TRW-TOTAL        TO PSV-TOTAL
               MOVE "N"                 TO PSV-MASKED-FLAG
           END-IF.

           MOVE "Y"    TO PSV-RETURN-FLAG.
           MOVE 00     TO PSV-RESP-CODE.
           MOVE SPACES TO PSV-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-RETURN-RESULT - SAME CSMT AUDIT WRITEQ AND RETURN IDIOM AS
      *    COBSV001/COBSV002.
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

           MOVE "N"                 TO PSV-RETURN-FLAG.
           MOVE 12                  TO PSV-RESP-CODE.
           MOVE WS-RESP-MSG-SYSERR  TO PSV-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       900-EXIT.
           EXIT.

      *END PROGRAM CAST.

      *-----------------------------------------------------------------
      *    COBBAT88 - TRANSACTION-CODE MASTER LOADER. AN ACCOUNT
      *               POSTING USED TO CARRY NOTHING BUT A D OR C, SO
      *               THE COBCIO54 HISTORY AND THE COBBAT27 STATEMENT
      *               COULD NOT TELL A CUSTOMER A BILLING CHARGE FROM
      *               A STANDING INSTRUCTION, INTEREST, A FEE OR A
      *               SUSPENSE REPAIR. EVERY ACCT-TRAN-RECORD NOW
      *               CARRIES A THREE-CHARACTER TRANSACTION CODE, AND
      *               THIS RUN MAINTAINS THE CODES ON THE NEW APITPTCD
      *               TABLE FROM FINANCE'S CODE CARDS - DESCRIPTION,
      *               THE DIRECTION THE CODE MAY POST (D, C OR B FOR
      *               BOTH), THE NARRATIVE PRINTED ON THE STATEMENT
      *               AND THE GL ACCOUNT IT SUMMARISES TO. UNUSABLE
      *               CARDS GO TO THE ERROR REPORT, NOT THE BIN.
      *               COBBAT26 REJECTS A POSTING WHOSE CODE IS NOT ON
      *               FILE OR IS POSTED THE WRONG WAY, AND COBBAT68
      *               PROVES THE DAY BY CODE AS WELL AS BY ACCOUNT.
      *               THE HOUSE CODES ARE BIL BILLING, CRN CREDIT
      *               NOTE, RCP RECEIPT, STO STANDING INSTRUCTION, INT
      *               INTEREST, WHT WITHHOLDING TAX, FEM/FEO/FED
      *               MAINTENANCE/OVERDRAFT/DORMANT FEE, SUS
      *               SUSPENSE, REV A COBCIO67 REVERSAL CONTRA AND
      *               TRF EITHER LEG OF A COBCIO68 ACCOUNT TRANSFER.
      *               THE COBBAT90 TERM-DEPOSIT CODES ARE TDO DEPOSIT
      *               FUNDING OR REINVESTMENT (D), TDP PRINCIPAL
      *               RETURNED (C), TDI DEPOSIT INTEREST (C) AND TDX
      *               EARLY-WITHDRAWAL PENALTY (D).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBAT88.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-CODE-CARD-FILE ASSIGN TO TRANCODE
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRAN-CODE-ERROR-FILE ASSIGN TO TRANCERR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  TRAN-CODE-CARD-FILE
           RECORDING MODE IS F.
       01  TRAN-CODE-CARD-RECORD.
           03  TC-TRAN-CODE                PIC X(3).
           03  TC-DESCRIPTION              PIC X(30).
      *        ** D = DEBITS ONLY, C = CREDITS ONLY, B = BOTH
           03  TC-DIRECTION                PIC X(1).
           03  TC-NARRATIVE                PIC X(30).
           03  TC-GL-ACCOUNT               PIC X(8).
           03  FILLER                      PIC X(8).

       FD  TRAN-CODE-ERROR-FILE
           RECORDING MODE IS F.
       01  TRAN-CODE-ERROR-RECORD.
           03  CE-TRAN-CODE                PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CE-DESCRIPTION              PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CE-DIRECTION                PIC X(1).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CE-GL-ACCOUNT               PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CE-REMARK                   PIC X(28).

       WORKING-STORAGE SECTION.

      *    ** one row per transaction code on the new APITPTCD
      *    ** gateway - CMD-CODE 1 READ BY CODE, 2 ADD/REPLACE
       01  TRAN-CODE-RECORD.
           10 WS-TCD-TRAN-CODE        PIC X(3).
           10 WS-TCD-DESCRIPTION      PIC X(30).
           10 WS-TCD-DIRECTION        PIC X(1).
               88  WS-TCD-DEBIT-ONLY      VALUE "D".
               88  WS-TCD-CREDIT-ONLY     VALUE "C".
               88  WS-TCD-EITHER-WAY      VALUE "B".
           10 WS-TCD-NARRATIVE        PIC X(30).
           10 WS-TCD-GL-ACCOUNT       PIC X(8).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

       01  WS-CARD-EOF-SWITCH              PIC X VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-CARD-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-LOADED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-REJECT-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBAT88".
           03  WS-RC-RUN-DATE              PIC 9(6).
           03  WS-RC-START-TIME            PIC 9(6).
           03  WS-RC-END-TIME              PIC 9(6).
           03  WS-RC-READ-COUNT            PIC S9(7) COMP.
           03  WS-RC-SELECT-COUNT          PIC S9(7) COMP.
           03  WS-RC-WRITE-COUNT           PIC S9(7) COMP.
           03  WS-RC-ERROR-COUNT           PIC S9(7) COMP.
           03  WS-RC-STATUS                PIC X(8).
       01  WS-TIME-OF-DAY                  PIC 9(8).
       01  WS-TIME-OF-DAY-R REDEFINES WS-TIME-OF-DAY.
           03  WS-TIME-HHMMSS              PIC 9(6).
           03  FILLER                      PIC 99.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       000-MAIN-LOGIC.

           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-CODE-CARDS THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - OPEN THE FILES.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           OPEN INPUT  TRAN-CODE-CARD-FILE.
           OPEN OUTPUT TRAN-CODE-ERROR-FILE.

      *-----------------------------------------------------------------
      * 200-LOAD-CODE-CARDS - VALIDATE AND STORE EVERY CODE CARD.
      *-----------------------------------------------------------------
       200-LOAD-CODE-CARDS.

           PERFORM UNTIL WS-CARD-EOF
               READ TRAN-CODE-CARD-FILE
                   AT END
                       SET WS-CARD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM 300-PROCESS-ONE-CODE THRU 300-EXIT
               END-READ
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-PROCESS-ONE-CODE - A CODE MUST BE PRESENT, SAY WHICH WAY
      *    IT POSTS, AND CARRY A STATEMENT NARRATIVE AND A GL ACCOUNT
      *    BEFORE IT IS STORED - A CODE WITHOUT A NARRATIVE WOULD
      *    PRINT A BLANK LINE ON THE CUSTOMER'S STATEMENT.
      *-----------------------------------------------------------------
       300-PROCESS-ONE-CODE.

           IF  TC-TRAN-CODE = SPACES
               PERFORM 350-REJECT-CARD
               MOVE "TRANSACTION CODE MISSING" TO CE-REMARK
               WRITE TRAN-CODE-ERROR-RECORD
               GO TO 300-EXIT
           END-IF.

           MOVE TC-DIRECTION TO WS-TCD-DIRECTION.
           IF  NOT WS-TCD-DEBIT-ONLY
           AND NOT WS-TCD-CREDIT-ONLY
           AND NOT WS-TCD-EITHER-WAY
               PERFORM 350-REJECT-CARD
               MOVE "DIRECTION NOT D, C OR B" TO CE-REMARK
               WRITE TRAN-CODE-ERROR-RECORD
               GO TO 300-EXIT
           END-IF.

           IF  TC-NARRATIVE = SPACES
           OR  TC-GL-ACCOUNT = SPACES
               PERFORM 350-REJECT-CARD
               MOVE "NARRATIVE OR GL MISSING" TO CE-REMARK
               WRITE TRAN-CODE-ERROR-RECORD
               GO TO 300-EXIT
           END-IF.

           MOVE TC-TRAN-CODE   TO WS-TCD-TRAN-CODE.
           MOVE TC-DESCRIPTION TO WS-TCD-DESCRIPTION.
           MOVE TC-NARRATIVE   TO WS-TCD-NARRATIVE.
           MOVE TC-GL-ACCOUNT  TO WS-TCD-GL-ACCOUNT.

           MOVE 2 TO CMD-CODE.
           MOVE TRAN-CODE-RECORD TO DATA-IN.
           CALL "APITPTCD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 350-REJECT-CARD
               MOVE "CODE STORE FAILED" TO CE-REMARK
               WRITE TRAN-CODE-ERROR-RECORD
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-LOADED-COUNT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-REJECT-CARD - COMMON FIELDS OF AN ERROR LINE.
      *-----------------------------------------------------------------
       350-REJECT-CARD.

           ADD 1 TO WS-REJECT-COUNT.
           MOVE TC-TRAN-CODE   TO CE-TRAN-CODE.
           MOVE TC-DESCRIPTION TO CE-DESCRIPTION.
           MOVE TC-DIRECTION   TO CE-DIRECTION.
           MOVE TC-GL-ACCOUNT  TO CE-GL-ACCOUNT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE FILES, LOG THE RUN, AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE TRAN-CODE-CARD-FILE.
           CLOSE TRAN-CODE-ERROR-FILE.

           MOVE WS-CARD-COUNT   TO WS-RC-READ-COUNT.
           MOVE WS-LOADED-COUNT TO WS-RC-SELECT-COUNT.
           MOVE WS-LOADED-COUNT TO WS-RC-WRITE-COUNT.
           MOVE WS-REJECT-COUNT TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"      TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-CARD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT88 - " WS-COUNT-DISPLAY
                   " CODE CARDS READ".
           MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT88 - " WS-COUNT-DISPLAY
                   " CODES STORED".
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT88 - " WS-COUNT-DISPLAY
                   " CARDS REJECTED".

      *-----------------------------------------------------------------
      *    COBCIO67 - REVERSAL OF A POSTED ACCOUNT TRANSACTION WITH
      *               DUAL CONTROL. COBCIO55 REPAIRS WHAT FELL INTO
      *               SUSPENSE, BUT A POSTING THAT WENT THROUGH IN
      *               ERROR - A DUPLICATED COBBAT37 BILLING DEBIT, A
      *               WRONG STANDING-INSTRUCTION AMOUNT - COULD ONLY BE
      *               BACKED OUT BY A HAND-KEYED BATCH. THE OPERATOR
      *               KEYS THE ACC-NO AND SOURCE REFERENCE (AND THE
      *               POST DATE WHERE THE REFERENCE RECURS), THIS
      *               SCREEN FINDS THE TRAN-HISTORY ENTRY OFF THE
      *               APITPTRH CMD-CODE 1 CURSOR, AND PF10 FILES A
      *               PENDING REVERSAL WITH A REASON ON THE NEW
      *               APITPRVS GATEWAY. A SECOND, DIFFERENT OPERATOR
      *               HOLDING THE REVAPPRV PERMISSION (CHECKED THROUGH
      *               COBSECCK) APPROVES WITH PF11 - ONLY THEN IS THE
      *               EXACT CONTRA ENTRY POSTED: THE OPPOSITE D/C CODE,
      *               THE SAME AMOUNT, THE ORIGINAL SOURCE REFERENCE,
      *               TRANSACTION CODE REV, BOTH OPERATOR IDS RETAINED.
      *               AN ITEM ALREADY REVERSED (OR WAITING FOR
      *               APPROVAL) IS REFUSED A SECOND TIME. COBBAT89
      *               PRINTS THE DAY'S APPROVED REVERSALS AS A
      *               REGISTER FOR THE TRIAL BALANCE TEAM.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO67.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one reversal per posting, held on the new APITPRVS
      *    ** gateway - CMD-CODE 1 READ BY ACC-NO/SOURCE-REF/POST-DATE,
      *    ** 2 ADD, 3 CHANGE (APPROVAL STAMP), 4 CURSOR OF THE
      *    ** REVERSALS APPROVED ON A DATE (THE COBBAT89 REGISTER)
       01  REVERSAL-RECORD.
           10 WS-REV-ACC-NO           PIC X(10).
           10 WS-REV-SOURCE-REF       PIC X(10).
           10 WS-REV-POST-DATE        PIC 9(6).
           10 WS-REV-DC-CODE          PIC X(1).
           10 WS-REV-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-REV-TRAN-CODE        PIC X(3).
           10 WS-REV-REASON           PIC X(30).
           10 WS-REV-STATUS           PIC X(1).
               88  WS-REV-PENDING         VALUE "P".
               88  WS-REV-APPROVED        VALUE "A".
           10 WS-REV-MAKER-OPID       PIC X(3).
           10 WS-REV-MAKER-DATE       PIC 9(6).
           10 WS-REV-MAKER-TIME       PIC 9(6).
           10 WS-REV-CHECKER-OPID     PIC X(3).
           10 WS-REV-CHECKER-DATE     PIC 9(6).
           10 WS-REV-CHECKER-TIME     PIC 9(6).

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT26 carries, with
      *    ** the COBCIO42 lifecycle tail
       01  ACCOUNT-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** one posted transaction off the APITPTRH gateway - same
      *    ** shape COBBAT26 writes to the history file
       01  TRAN-HISTORY-RECORD.
           03  TH-ACC-NO                   PIC X(10).
           03  TH-POST-DATE                PIC 9(6).
           03  TH-DC-CODE                  PIC X(1).
           03  TH-AMOUNT                   PIC 9(9)V9(2).
           03  TH-SOURCE-REF               PIC X(10).
           03  TH-BALANCE-BEFORE           PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

      *    ** the posting the keyed reference matched - the latest
      *    ** one where the reference recurs and no date was keyed
       01  WS-FOUND-POSTING.
           03  WS-FP-POST-DATE             PIC 9(6).
           03  WS-FP-DC-CODE               PIC X(1).
           03  WS-FP-AMOUNT                PIC 9(9)V9(2).
           03  WS-FP-TRAN-CODE             PIC X(3).
       01  WS-KEY-DATE                     PIC 9(6).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-POSTING-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-POSTING-FOUND                VALUE "Y".
       01  WS-REV-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-REV-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

       01  WS-BALANCE-BEFORE               PIC S9(9)V9(2) COMP-3.

      *    ** operator authorization - the screen itself, and the
      *    ** approval, each checked through COBSECCK like the
      *    ** salary-bearing screens
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO67".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO67".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maker and checker stamps, same
      *    ** manually-declared EIB field convention COBCIO24 uses -
      *    ** populated from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO67".
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

           COPY REVRM.

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

      *    **  only cleared operators may raise reversals - refused
      *    **  before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR REVERSALS" TO REVRMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  REVRO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  REVRACCL.

           GO TO 300-SEND-REVRMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP.
      *-----------------------------------------------------------------
       200-RECEIVE-REVRMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("REVRM")
               INTO(REVRI)
           END-EXEC.

           IF  REVRACCI IS NOT > SPACES
           OR  REVRREFI IS NOT > SPACES THEN
               MOVE -1                TO  REVRACCL
               MOVE 6                 TO  WORK-MSG-CODE
               GO TO 300-SEND-REVRMAP
           END-IF.

           PERFORM 400-FIND-POSTING.
           IF  WS-POSTING-FOUND THEN
               PERFORM 450-READ-REVERSAL
           END-IF.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-REVERSAL THRU 500-EXIT-POINT
               IF  NOT ERRORS THEN
                   PERFORM 600-SUBMIT-REVERSAL
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-APPROVE-REVERSAL THRU 700-EXIT
           END-IF.

           MOVE DFHBMFSE        TO  REVRACCA
                                    REVRREFA
                                    REVRDTEA
                                    REVRRSNA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-REVRMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO REVRMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("REVRM")
               FROM(REVRO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-REVRMAP.

      *-----------------------------------------------------------------
      * THIS PARA FINDS THE POSTING OFF THE ACCOUNT'S HISTORY (APITPTRH
      * CMD-CODE 1 PER-ACCOUNT CURSOR, OLDEST FIRST). A KEYED POST DATE
      * MUST MATCH; WITHOUT ONE THE LATEST POSTING UNDER THE REFERENCE
      * IS TAKEN. A CONTRA ALREADY POSTED HERE (CODE REV) CARRIES THE
      * SAME REFERENCE AND IS NEVER ITSELF A CANDIDATE.
      *-----------------------------------------------------------------
       400-FIND-POSTING.

           MOVE "N"    TO WS-POSTING-FOUND-SWITCH.
           MOVE SPACES TO WS-FOUND-POSTING.
           IF  REVRDTEI IS NUMERIC THEN
               MOVE REVRDTEI TO WS-KEY-DATE
           ELSE
               MOVE ZERO     TO WS-KEY-DATE
           END-IF.

           MOVE SPACES   TO TRAN-HISTORY-RECORD.
           MOVE REVRACCI TO TH-ACC-NO.
           MOVE 1        TO CMD-CODE.

      *    **  this cursor's own exit test, not the carried-over
      *    **  RESP-CODE of whatever call last ran
           MOVE 1 TO RESP-CODE.
           PERFORM UNTIL RESP-CODE = ZERO
               MOVE TRAN-HISTORY-RECORD TO DATA-IN
               CALL "APITPTRH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE <> 0
                   MOVE DATA-OUT TO TRAN-HISTORY-RECORD
                   IF  TH-SOURCE-REF = REVRREFI
                   AND TH-TRAN-CODE NOT = "REV"
                   AND (WS-KEY-DATE = ZERO
                        OR TH-POST-DATE = WS-KEY-DATE)
                       MOVE TH-POST-DATE TO WS-FP-POST-DATE
                       MOVE TH-DC-CODE   TO WS-FP-DC-CODE
                       MOVE TH-AMOUNT    TO WS-FP-AMOUNT
                       MOVE TH-TRAN-CODE TO WS-FP-TRAN-CODE
                       SET WS-POSTING-FOUND TO TRUE
                   END-IF
                   MOVE REVRACCI TO TH-ACC-NO
               END-IF
           END-PERFORM.

           IF  WS-POSTING-FOUND THEN
               MOVE WS-FP-POST-DATE TO REVRDTEO
               MOVE WS-FP-DC-CODE   TO REVRDCO
               MOVE WS-FP-AMOUNT    TO REVRAMTO
               MOVE WS-FP-TRAN-CODE TO REVRTCDO
               MOVE 8               TO WORK-MSG-CODE
           ELSE
               MOVE SPACES          TO REVRDCO
               MOVE SPACES          TO REVRAMTO
               MOVE SPACES          TO REVRTCDO
               MOVE SPACES          TO REVRSTAO
               MOVE SPACES          TO REVRMKRO
               MOVE SPACES          TO REVRCKRO
               MOVE 7               TO WORK-MSG-CODE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA READS ANY REVERSAL ALREADY ON FILE FOR THE POSTING
      * AND SHOWS ITS STATUS AND WHO KEYED/APPROVED IT. RESP-CODE = 0
      * JUST MEANS THE POSTING HAS NEVER BEEN PUT UP FOR REVERSAL.
      *-----------------------------------------------------------------
       450-READ-REVERSAL.

           MOVE SPACES          TO REVERSAL-RECORD.
           MOVE REVRACCI        TO WS-REV-ACC-NO.
           MOVE REVRREFI        TO WS-REV-SOURCE-REF.
           MOVE WS-FP-POST-DATE TO WS-REV-POST-DATE.

           MOVE 1 TO CMD-CODE.
           MOVE REVERSAL-RECORD TO DATA-IN.
           CALL "APITPRVS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO REVERSAL-RECORD
               MOVE WS-REV-STATUS        TO REVRSTAO
               MOVE WS-REV-REASON        TO REVRRSNO
               MOVE WS-REV-MAKER-OPID    TO REVRMKRO
               MOVE WS-REV-CHECKER-OPID  TO REVRCKRO
               SET WS-REV-FOUND          TO TRUE
           ELSE
               MOVE SPACES               TO REVRSTAO
               MOVE SPACES               TO REVRMKRO
               MOVE SPACES               TO REVRCKRO
               MOVE "N"                  TO WS-REV-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE REVERSAL BEFORE IT IS SUBMITTED FOR
      * APPROVAL - THE POSTING MUST BE FOUND, A REASON GIVEN, AND THE
      * POSTING NEVER PUT UP FOR REVERSAL BEFORE.
      *-----------------------------------------------------------------
       500-VALIDATE-REVERSAL.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           IF  NOT WS-POSTING-FOUND THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  REVRREFL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

      *    ** one reversal per posting - a second would post a
      *    ** second contra and put the original back in error
           IF  WS-REV-FOUND AND WS-REV-APPROVED THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  REVRREFL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.
           IF  WS-REV-FOUND THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  REVRREFL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           IF  REVRRSNI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  REVRRSNA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  REVRRSNL
               MOVE 9         TO  WORK-MSG-CODE
           END-IF.

       500-EXIT-POINT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA WRITES THE PENDING REVERSAL WITH THE MAKER'S
      * OPERATOR ID AND DATE/TIME - NOTHING TOUCHES THE ACCOUNT UNTIL
      * A DIFFERENT OPERATOR APPROVES IT.
      *-----------------------------------------------------------------
       600-SUBMIT-REVERSAL.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE REVRACCI         TO  WS-REV-ACC-NO.
           MOVE REVRREFI         TO  WS-REV-SOURCE-REF.
           MOVE WS-FP-POST-DATE  TO  WS-REV-POST-DATE.
           MOVE WS-FP-DC-CODE    TO  WS-REV-DC-CODE.
           MOVE WS-FP-AMOUNT     TO  WS-REV-AMOUNT.
           MOVE WS-FP-TRAN-CODE  TO  WS-REV-TRAN-CODE.
           MOVE REVRRSNI         TO  WS-REV-REASON.
           MOVE "P"              TO  WS-REV-STATUS.
           MOVE EIBOPID          TO  WS-REV-MAKER-OPID.
           MOVE WS-STAMP-YYMMDD  TO  WS-REV-MAKER-DATE.
           MOVE WS-STAMP-HHMMSS  TO  WS-REV-MAKER-TIME.
           MOVE SPACES           TO  WS-REV-CHECKER-OPID.
           MOVE ZERO             TO  WS-REV-CHECKER-DATE.
           MOVE ZERO             TO  WS-REV-CHECKER-TIME.

           MOVE 2 TO CMD-CODE.
           MOVE REVERSAL-RECORD TO DATA-IN.
           CALL "APITPRVS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE "P"               TO REVRSTAO
               MOVE WS-REV-MAKER-OPID TO REVRMKRO
               MOVE 10                TO WORK-MSG-CODE
               SET WS-REV-FOUND       TO TRUE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES THE PENDING REVERSAL - A SECOND, DIFFERENT
      * OPERATOR HOLDING THE REVAPPRV PERMISSION ONLY - AND POSTS THE
      * CONTRA ENTRY. BOTH OPERATOR IDS AND DATE/TIMES ARE RETAINED ON
      * THE REVERSAL.
      *-----------------------------------------------------------------
       700-APPROVE-REVERSAL.

           IF  NOT WS-REV-FOUND OR NOT WS-REV-PENDING THEN
               MOVE 11 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

      *    ** the maker cannot approve their own reversal - that is
      *    ** the entire point of the second pair of eyes
           IF  EIBOPID = WS-REV-MAKER-OPID THEN
               MOVE 12 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE EIBOPID     TO  WS-SEC-OPERATOR.
           MOVE "REVAPPRV"  TO  WS-SEC-FUNCTION.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE 16 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 710-POST-CONTRA THRU 710-EXIT.

           MOVE "A"             TO  WS-REV-STATUS.
           MOVE EIBOPID         TO  WS-REV-CHECKER-OPID.
           MOVE WS-STAMP-YYMMDD TO  WS-REV-CHECKER-DATE.
           MOVE WS-STAMP-HHMMSS TO  WS-REV-CHECKER-TIME.

           MOVE 3 TO CMD-CODE.
           MOVE REVERSAL-RECORD TO DATA-IN.
           CALL "APITPRVS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE "A"                 TO REVRSTAO
               MOVE WS-REV-CHECKER-OPID TO REVRCKRO
               MOVE 13 TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA POSTS THE EXACT CONTRA - THE OPPOSITE D/C CODE AT
      * THE ORIGINAL AMOUNT, ON THE ACCOUNT AND ON THE HISTORY UNDER
      * THE ORIGINAL SOURCE REFERENCE WITH TRANSACTION CODE REV.
      *-----------------------------------------------------------------
       710-POST-CONTRA.

           MOVE SPACES        TO ACCOUNT-MASTER-RECORD.
           MOVE WS-REV-ACC-NO TO WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           MOVE DATA-OUT TO ACCOUNT-MASTER-RECORD.

           MOVE WS-ACC-TOTAL TO WS-BALANCE-BEFORE.
           IF  WS-REV-DC-CODE = "D" THEN
               ADD WS-REV-AMOUNT TO WS-ACC-TOTAL
               MOVE "C" TO TH-DC-CODE
           ELSE
               SUBTRACT WS-REV-AMOUNT FROM WS-ACC-TOTAL
               MOVE "D" TO TH-DC-CODE
           END-IF.
           MOVE 3 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE WS-REV-ACC-NO     TO TH-ACC-NO.
           MOVE WS-STAMP-YYMMDD   TO TH-POST-DATE.
           MOVE WS-REV-AMOUNT     TO TH-AMOUNT.
           MOVE WS-REV-SOURCE-REF TO TH-SOURCE-REF.
           MOVE WS-BALANCE-BEFORE TO TH-BALANCE-BEFORE.
           MOVE WS-ACC-TOTAL      TO TH-BALANCE-AFTER.
           MOVE "REV"             TO TH-TRAN-CODE.
           MOVE 2 TO CMD-CODE.
           MOVE TRAN-HISTORY-RECORD TO DATA-IN.
           CALL "APITPTRH" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       710-EXIT.
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO REVRMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO REVRMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO REVRMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO REVRMSGA.

           EXEC CICS
               SEND TEXT
               FROM(REVRMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.
